      *----------------------------------------------------------------*
      * Arquivo : Lista de Ligacao do Televendas                       *
      * Chave   : VLG-CHAVE (operadora + codigo do cliente).           *
      * Objetivo: Clientes que o televendas deve procurar no mes -     *
      *           I = sem compra alem do limite de dias (C5DIAS-ULTCOM *
      *           do PFC5 ou o informado na execucao) e Q = media dos  *
      *           ultimos tres meses fechados abaixo da media de doze  *
      *           meses pelo percentual informado. A operadora vem do  *
      *           VNDATIVO e e conferida no OPERADORA; cliente sem     *
      *           operadora valida entra com VLG-OPERADORA em branco,  *
      *           para distribuicao pela supervisao. VLG-SITUACAO      *
      *           nasce P (pendente) e a operadora marca L (ligado).   *
      *           O arquivo e refeito a cada geracao.                  *
      * Alim. por: VNDQUERP (mensal).                                  *
      *----------------------------------------------------------------*
       FD  VNDLIG.
       01  VLG-REGISTRO.
           03  VLG-CHAVE.
               05  VLG-OPERADORA          PIC X(02).
               05  VLG-CLIENTE            PIC 9(06).
           03  VLG-HORARIO                PIC X(05).
           03  VLG-MOTIVO                 PIC X(01).
               88  VLG-INATIVO            VALUE 'I'.
               88  VLG-QUEDA              VALUE 'Q'.
           03  VLG-RAZAO                  PIC X(32).
           03  VLG-TELEFONE               PIC X(12).
           03  VLG-CURVA                  PIC X(02).
           03  VLG-GERENTE                PIC 9(02).
           03  VLG-SUPERVISOR             PIC 9(02).
           03  VLG-VENDEDOR               PIC 9(03).
           03  VLG-DIAS-SEM-COMPRA        PIC 9(04).
           03  VLG-DATA-ULT-COMPRA        PIC 9(08).
           03  VLG-VALOR-ULT-COMPRA       PIC 9(10)V99.
           03  VLG-MEDIA-12M              PIC 9(11)V99.
           03  VLG-MEDIA-3M               PIC 9(11)V99.
           03  VLG-PERC-QUEDA             PIC 9(03).
           03  VLG-SITUACAO               PIC X(01).
               88  VLG-PENDENTE           VALUE 'P'.
               88  VLG-LIGADO             VALUE 'L'.
           03  VLG-DATA-GER               PIC 9(08).
           03  VLG-HORA-GER               PIC 9(06).
           03  VLG-FILLER                 PIC X(20).
      *----------------------------------------------------------------*
