      *----------------------------------------------------------------*
      * Arquivo : Validade das Licencas da Empresa                     *
      * Chave   : ELC-CHAVE (EMP-CHAVE do cadastro EMPRESA + tipo da   *
      *           licenca).                                            *
      * Objetivo: Guardar a data de validade das licencas da propria   *
      *           empresa cujo numero esta no cadastro EMPRESA         *
      *           (EMP-LICENCA-FUNCION e EMP-AUTORIZ-ESPECIAL), que    *
      *           nao tem campo de validade, para o monitor diario de  *
      *           licencas (ALVMONRP) avisar o vencimento a tempo.     *
      * Alim. por: EMPLICMN (manutencao); consultado por ALVMONRP.     *
      *----------------------------------------------------------------*
       FD  EMPLICEN.
       01  ELC-REGISTRO.
           03  ELC-CHAVE.
               05  ELC-EMPRESA            PIC 9(02).
               05  ELC-TIPO               PIC X(01).
                   88  ELC-LICENCA-FUNC   VALUE 'F'.
                   88  ELC-AUTORIZ-ESPEC  VALUE 'E'.
           03  ELC-NUMERO                 PIC X(20).
           03  ELC-VALIDADE               PIC 9(08).
           03  ELC-VALIDADE-R REDEFINES ELC-VALIDADE.
               05  ELC-VAL-ANO            PIC 9(04).
               05  ELC-VAL-MES            PIC 9(02).
               05  ELC-VAL-DIA            PIC 9(02).
           03  ELC-DATA-ALT               PIC 9(08).
           03  ELC-HORA-ALT               PIC 9(06).
           03  ELC-USUARIO-ALT            PIC X(10).
           03  ELC-FILLER                 PIC X(20).
      *----------------------------------------------------------------*
