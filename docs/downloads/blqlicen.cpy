      *----------------------------------------------------------------*
      * Arquivo : Bloqueio de Cliente por Licenca Vencida              *
      * Chave   : BLQL-CHAVE (codigo do cliente - C3CODIGO - + tipo da *
      *           licenca vencida).                                    *
      * Objetivo: Relacionar, a cada dia, os clientes com licenca      *
      *           sanitaria ou de controlado ja vencida (ou alvara     *
      *           especial sem cadastro), para a digitacao de pedido e *
      *           o faturamento consultarem antes de liberar produto   *
      *           controlado:                                          *
      *             E - alvara especial (familia ROACUTAN)             *
      *             S - alvara sanitario (C3DATA-ALVARA)               *
      *             L - alvara local/VISA (antibiotico)                *
      *           Basta um START em BLQL-CHAVE com o codigo do cliente *
      *           e tipo em LOW-VALUES para saber se ele tem bloqueio. *
      * Alim. por: ALVMONRP (recriado por inteiro a cada execucao -    *
      *            licenca renovada some do arquivo no dia seguinte).  *
      *----------------------------------------------------------------*
       FD  BLQLICEN.
       01  BLQL-REGISTRO.
           03  BLQL-CHAVE.
               05  BLQL-CLIENTE           PIC 9(06).
               05  BLQL-TIPO              PIC X(01).
                   88  BLQL-ALVARA-ESP    VALUE 'E'.
                   88  BLQL-ALVARA-SANIT  VALUE 'S'.
                   88  BLQL-ALVARA-LOCAL  VALUE 'L'.
           03  BLQL-NUMERO                PIC X(20).
           03  BLQL-VALIDADE              PIC 9(08).
           03  BLQL-DIAS-VENCIDO          PIC 9(05).
           03  BLQL-ZONA                  PIC X(02).
           03  BLQL-DATA-GER              PIC 9(08).
           03  BLQL-HORA-GER              PIC 9(06).
           03  BLQL-FILLER                PIC X(20).
      *----------------------------------------------------------------*
