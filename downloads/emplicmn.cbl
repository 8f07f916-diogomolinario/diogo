      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EMPLICMN.
      *---------------------------------------------------------------*
      * Objetivo ...: Tela de manutencao da validade das licencas da  *
      *               empresa (EMPLICEN) - licenca de funcionamento   *
      *               (EMP-LICENCA-FUNCION) e autorizacao especial    *
      *               (EMP-AUTORIZ-ESPECIAL). O cadastro de empresas  *
      *               guarda so o numero; a validade informada aqui e *
      *               a que o ALVMONRP confronta com a data do dia.   *
      * Operacao ...: A = grava/altera validade / E = exclui /        *
      *               L = lista / F = fim.                            *
      * Data .......: 15/10/2026                          Otavio      *
      *---------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           select emplicen assign '/d/dados/emplicen'
                  organization          is indexed
                  access mode           is dynamic
                  record key            is elc-chave
                  file status           is ws-status.

           select empresa  assign '/d/dados/empresas'
                  organization    is indexed
                  access mode     is dynamic
                  record key      is emp-chave
                  file status     is ws-status2.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * Arquivo : Validade das Licencas da Empresa (emplicen.cpy)     *
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
      * Arquivo : Cadastro das empresas (empresa) - so os campos      *
      *           usados na manutencao das licencas.                  *
      *----------------------------------------------------------------*
       FD EMPRESA.
       01 EMP-REG.
          03 EMP-CHAVE            PIC 9(02).
          03 FILLER               PIC X(06).
          03 EMP-RAZAO            PIC X(35).
          03 FILLER               PIC X(214).
          03 EMP-AUTORIZ-FUNCION  PIC X(020).
          03 EMP-LICENCA-FUNCION  PIC X(020).
          03 EMP-AUTORIZ-ESPECIAL PIC X(020).
          03 FILLER               PIC X(174).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       77 ws-status          pic x(02) value spaces.
       77 ws-status2         pic x(02) value spaces.
       77 ws-fim             pic x(01) value 'N'.
       77 ws-opcao           pic x(01) value space.
       77 ws-eof              pic x(01) value 'N'.
       77 ws-existe           pic x(01) value 'N'.
       77 ws-qtd-listadas     pic 9(05) value zero.
      *---------------------------------------------------------------*
       77 ws-usuario-oper     pic x(10) value spaces.
       77 ws-empresa          pic 9(02) value zero.
       77 ws-tipo             pic x(01) value space.
       77 ws-numero           pic x(20) value spaces.
       01 ws-validade         pic 9(08) value zero.
       01 ws-validade-r       redefines ws-validade.
          05 ws-val-ano       pic 9(04).
          05 ws-val-mes       pic 9(02).
          05 ws-val-dia       pic 9(02).
      *---------------------------------------------------------------*
       77 ws-data-atual       pic 9(08) value zero.
       77 ws-hora-atual       pic 9(08) value zero.
       77 ws-hora-atual-hms   redefines ws-hora-atual pic 9(06).
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAINLINE.
           perform 1000-INICIALIZA.
           perform 2000-PROCESSA-UMA-OPCAO
              until ws-fim = 'S'.
           perform 9000-FINALIZA.
           stop run.
      *---------------------------------------------------------------*
       1000-INICIALIZA.
           open i-o emplicen.
           if ws-status = '35'
              close emplicen
              open output emplicen
              close emplicen
              open i-o emplicen
           end-if
           open input empresa.

           display 'EMPLICMN - VALIDADE DAS LICENCAS DA EMPRESA'.
           display 'USUARIO DA OPERACAO: '.
           accept ws-usuario-oper.
      *---------------------------------------------------------------*
       2000-PROCESSA-UMA-OPCAO.
           display ' '.
           display 'A=GRAVA/ALTERA E=EXCLUI L=LISTA F=FIM: '.
           accept ws-opcao.

           evaluate ws-opcao
              when 'A' perform 3000-GRAVA-VALIDADE
              when 'E' perform 4000-EXCLUI-VALIDADE
              when 'L' perform 5000-LISTA-VALIDADES
              when 'F' move 'S' to ws-fim
              when other display 'OPCAO INVALIDA.'
           end-evaluate.
      *---------------------------------------------------------------*
       3000-GRAVA-VALIDADE.
           perform 3100-PEDE-CHAVE.
           perform 3200-VALIDA-CHAVE.

           if ws-existe = 'S'
              display 'LICENCA Nr ' ws-numero
              display 'VALIDADE (AAAAMMDD): '
              accept ws-validade
              if ws-val-ano < 2000
                 or ws-val-mes < 1 or ws-val-mes > 12
                 or ws-val-dia < 1 or ws-val-dia > 31
                 display 'DATA INVALIDA.'
              else
                 perform 3300-GRAVA-REGISTRO
              end-if
           end-if.
      *---------------------------------------------------------------*
       3100-PEDE-CHAVE.
           display 'EMPRESA (2 DIG)....: '.
           accept ws-empresa.
           display 'TIPO (F=LIC.FUNCIONAMENTO E=AUTORIZ.ESPECIAL): '.
           accept ws-tipo.
      *---------------------------------------------------------------*
      * Empresa tem que existir e ter o numero da licenca do tipo     *
      * preenchido no cadastro de empresas.                           *
      *---------------------------------------------------------------*
       3200-VALIDA-CHAVE.
           move 'S'    to ws-existe.
           move spaces to ws-numero.

           if ws-tipo not = 'F' and ws-tipo not = 'E'
              move 'N' to ws-existe
              display 'TIPO INVALIDO - USE F OU E.'
           end-if

           if ws-existe = 'S'
              move ws-empresa to emp-chave
              read empresa
                 invalid key
                    move 'N' to ws-existe
                    display 'EMPRESA NAO CADASTRADA.'
              end-read
           end-if

           if ws-existe = 'S'
              if ws-tipo = 'F'
                 move emp-licenca-funcion  to ws-numero
              else
                 move emp-autoriz-especial to ws-numero
              end-if
              if ws-numero = spaces
                 move 'N' to ws-existe
                 display 'EMPRESA SEM NUMERO DESTA LICENCA NO CADASTRO.'
              end-if
           end-if.
      *---------------------------------------------------------------*
       3300-GRAVA-REGISTRO.
           accept ws-data-atual from date yyyymmdd.
           accept ws-hora-atual from time.

           move ws-empresa to elc-empresa.
           move ws-tipo    to elc-tipo.
           read emplicen
              invalid key
                 move 'N' to ws-existe
              not invalid key
                 move 'S' to ws-existe
           end-read

           move ws-numero         to elc-numero.
           move ws-validade       to elc-validade.
           move ws-data-atual     to elc-data-alt.
           move ws-hora-atual-hms to elc-hora-alt.
           move ws-usuario-oper   to elc-usuario-alt.
           move spaces            to elc-filler.

           if ws-existe = 'S'
              rewrite elc-registro
                 invalid key display 'ERRO AO ALTERAR - ' ws-status
                 not invalid key display 'VALIDADE ALTERADA.'
              end-rewrite
           else
              write elc-registro
                 invalid key display 'ERRO AO GRAVAR - ' ws-status
                 not invalid key display 'VALIDADE GRAVADA.'
              end-write
           end-if.
      *---------------------------------------------------------------*
       4000-EXCLUI-VALIDADE.
           perform 3100-PEDE-CHAVE.

           move ws-empresa to elc-empresa.
           move ws-tipo    to elc-tipo.
           read emplicen
              invalid key display 'VALIDADE NAO ENCONTRADA.'
              not invalid key
                 delete emplicen record
                 display 'VALIDADE EXCLUIDA.'
           end-read.
      *---------------------------------------------------------------*
       5000-LISTA-VALIDADES.
           move zero to ws-qtd-listadas.
           move 'N'  to ws-eof.
           move low-values to elc-chave.
           start emplicen key is not less than elc-chave
              invalid key move 'S' to ws-eof
           end-start

           perform 5100-LISTA-UMA-VALIDADE
              until ws-eof = 'S'.

           if ws-qtd-listadas = zero
              display 'NENHUMA VALIDADE CADASTRADA.'
           end-if.
      *---------------------------------------------------------------*
       5100-LISTA-UMA-VALIDADE.
           read emplicen next record
              at end move 'S' to ws-eof
           end-read

           if ws-eof = 'N'
              add 1 to ws-qtd-listadas
              display elc-empresa ' ' elc-tipo ' ' elc-numero
                      ' VAL ' elc-validade ' POR ' elc-usuario-alt
           end-if.
      *---------------------------------------------------------------*
       9000-FINALIZA.
           close emplicen empresa.
      *---------------------------------------------------------------*
