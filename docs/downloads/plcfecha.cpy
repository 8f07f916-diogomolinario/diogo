      *----------------------------------------------------------------*
      * Arquivo : Fechamento da Planilha Cega contra a Nota Fiscal     *
      * Chave   : PLF-CHAVE (mesma chave de PLC01-CHAVE - numero da    *
      *           planilha cega).                                      *
      * Objetivo: Guardar, para cada planilha cega de fornecedor ja    *
      *           liberada (PLANLIB), o resultado do confronto do      *
      *           recebido com a nota: quantidade de linhas e unidades *
      *           em falta/sobra, lotes e validades divergentes, se    *
      *           precisou de segunda contagem ou de contagem do GPP e *
      *           os minutos entre a entrada (PLANILHA06H) e a         *
      *           liberacao - a evidencia que compras usa na carta de  *
      *           divergencia ao fornecedor.                           *
      * Alim. por: PLCDIVRP (regravado a cada execucao do mes).        *
      *----------------------------------------------------------------*
       FD  PLCFECHA.
       01  PLF-REGISTRO.
           03  PLF-CHAVE.
               05  PLF-PLANILHA-CEGA      PIC 9(10).
           03  PLF-NOME-FORNECEDOR        PIC X(10).
           03  PLF-NOTA                   PIC X(09).
           03  PLF-PEDSAP                 PIC X(10).
           03  PLF-DATA-LIB               PIC 9(08).
           03  PLF-QTD-ITENS              PIC 9(04).
           03  PLF-QTD-FALTA              PIC 9(04).
           03  PLF-QTD-SOBRA              PIC 9(04).
           03  PLF-QTD-LOTE               PIC 9(04).
           03  PLF-QTD-VALIDADE           PIC 9(04).
           03  PLF-UNID-FALTA             PIC 9(07).
           03  PLF-UNID-SOBRA             PIC 9(07).
           03  PLF-SEGUNDA-CONT           PIC X(01).
               88  PLF-TEVE-SEGUNDA       VALUE 'S'.
           03  PLF-CONT-GPP               PIC X(01).
               88  PLF-TEVE-GPP           VALUE 'S'.
           03  PLF-MIN-LIBERACAO          PIC 9(07).
           03  PLF-DATA-FECHA             PIC 9(08).
           03  PLF-HORA-FECHA             PIC 9(06).
           03  PLF-USUARIO                PIC X(10).
           03  PLF-FILLER                 PIC X(20).
      *----------------------------------------------------------------*
