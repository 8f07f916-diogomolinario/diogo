					       *> D=Dentro da validade
					       *> espaco = nao foi calculado
          03 LVZN-ETQ-FRACAO     PIC 9(01).
          03 LVZN-RETIDO         PIC X(01).
             88 LVZN-ETQ-RETIDA  VALUE 'R'.
          03 LVZN-FILLER         PIC 9(02).
      *------------------------------------------------------------------*
      * lvzn-etq-fracao = ZERO eh cx fracionaria                         *
      *                 =  1   eh cx fechada                             *
      * lvzn-retido     = 'R' etiqueta retida por recolhimento de lote   *
      *                   (LOTRECRP) - aberto no primeiro byte do        *
      *                   LVZN-FILLER, que era 9(03).  Otavio 15/10/2026 *
      *------------------------------------------------------------------*
       FD  matricul.

	   03 OLPROJ-DESCCND        PIC X(01).
	   03 OLPROJ-DESCFIN        PIC X(01).
           03 OLPROJ-MARGEM         PIC 9(02)V99.
           03 OLPROJ-FILLER1.
              05 OLPROJ-PRAZO-HORAS PIC 9(04).
              05 OLPROJ-FILLER1-R   PIC 9(14).
	   03 OLPROJ-FILLER2        PIC 9(18).
      *----------------------------------------------------------------*
      * Descricao dos campos:                                          *
      * OLPROJ-DESCCND : Considera desconto da condicao       S/N      *
      * OLPROJ-DESCFIN : Direciona o Desconto para Financeiro S/N      *
      * OLPROJ-MARGEM  : Margem esperada                               *     
      * OLPROJ-PRAZO-HORAS: Prazo contratual de entrega em horas, do   *
      *                 dia do pedido OL ate a saida na portaria (zero *
      *                 = sem prazo) - aberto nos 4 primeiros bytes do *
      *                 OLPROJ-FILLER1.            Otavio 15/10/2026   *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Arquivo : Cadastro de Provedores OL                            *
