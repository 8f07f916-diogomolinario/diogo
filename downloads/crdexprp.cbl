      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRDEXPRP.
      *---------------------------------------------------------------*
      * Objetivo ...: Posicao noturna de exposicao de credito por     *
      *               cliente - soma as duplicatas em aberto (PFD4N)  *
      *               com o valor vencido por faixa de atraso (a      *
      *               vencer, 1-15, 16-30, 31-60, acima de 60 dias),  *
      *               os pedidos do dia (C12PEDIDO-DIA) e desconta o  *
      *               saldo pre-pago (CCS-SALDO do CONTACOR), e       *
      *               confronta a exposicao com o limite C3LIMITE.    *
      *               Gera o ranking de exposicao para o financeiro e *
      *               atualiza o arquivo de bloqueio CRDBLQ, que a    *
      *               digitacao de pedido e o faturamento consultam:  *
      *               bloqueia o cliente acima do limite, com titulo  *
      *               vencido alem da tolerancia ou com saldo         *
      *               pre-pago negativo, e libera automaticamente o   *
      *               que estava bloqueado e deixou de ter motivo.    *
      * Parametro ..: tolerancia de atraso em dias via linha de       *
      *               comando (padrao 5).                             *
      * Observacao .: C3LIMITE e em reais inteiros; limite zero e     *
      *               cadastro sem limite - o cliente sai no ranking  *
      *               e no total de expostos sem limite, mas nao e    *
      *               bloqueado por limite. C3CHEQUE-FUNDOS sai como  *
      *               motivo informativo (C), sem bloquear. Duplicata *
      *               cancelada (D4NFLAGCANC) fica fora; C12ABERTO e  *
      *               conferido contra a soma do PFD4N e a diferenca  *
      *               sai marcada, mas o valor usado e o do PFD4N.    *
      * Data .......: 15/10/2026                          Otavio      *
      *---------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           select pfc3 assign   '/d/dados/pfc3'
                  organization  is indexed
                  access mode   is dynamic
                  record key    is c3codigo
                  file status   is ws-status.

           select pfd4n assign    '/d/dados/pfd4n'
                  organization    is indexed
                  access mode     is dynamic
                  record key      is d4nchave
                  file status     is ws-status2.

           select pfc12c assign '/d/dados/pfc12c'
                  organization  is indexed
                  access mode   is dynamic
                  record key    is c12chave
                  file status   is ws-status3.

           select contacor    assign        '/d/dados/contacor'
                  organization              is indexed
                  access mode               is dynamic
                  record key                is ccs-chave
                  file status               is ws-status4.

           select crdblq assign '/d/dados/crdblq'
                  organization          is indexed
                  access mode           is dynamic
                  record key            is crb-chave
                  file status           is ws-status5.

           select wk-dup assign to "crdexpwk".

           select wk-dup-ord assign to "crdexpwko"
                  organization is line sequential
                  file status is ws-status6.

           select wk-exp assign to "crdexpwr".

           select wk-exp-ord assign to "crdexpwro"
                  organization is line sequential
                  file status is ws-status7.

           select txt assign to "crdexprp-rl"
                  organization is line sequential
                  file status is ws-status8.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * Arquivo : Cadastro de Clientes (pfc3) - so os campos usados   *
      *           na posicao de credito.                              *
      *----------------------------------------------------------------*
       FD PFC3.
       01 C3REGISTRO.
          02 C3CODIGO.
             03 C3CODNUM            PIC 9(006).
          02 C3RAZAO                PIC X(032).
          02 FILLER                 PIC X(129).
          02 C3LIMITE               PIC 9(005).
          02 FILLER                 PIC X(163).
          02 C3CHEQUE-FUNDOS        PIC 9(001).
          02 FILLER                 PIC X(133).
      *----------------------------------------------------------------*
      * Arquivo : Duplicatas em aberto (pfd4n) - so os campos usados  *
      *           na posicao de credito.                              *
      *----------------------------------------------------------------*
       FD PFD4N.
       01 D4NREGISTRO.
          03 D4NCHAVE.
             05 D4NDUPLICATA   PIC 9(06).
             05 D4NSEQUENCIA   PIC X(02).
          03 D4NCLIENTE        PIC 9(06).
          03 FILLER            PIC X(02).
          03 D4NDATAEMI        PIC 9(08).
          03 D4NDATAVEN        PIC 9(08).
          03 FILLER            PIC X(12).
          03 D4NVALOR          PIC 9(11)V99.
          03 FILLER            PIC X(39).
          03 D4NSITUACAO       PIC 9(01).
          03 FILLER            PIC X(16).
          03 D4NFLAGCANC       PIC 9(01).
          03 FILLER            PIC X(63).
      *----------------------------------------------------------------*
      * Arquivo : Posicao financeira do cliente (pfc12c) - so os      *
      *           campos usados na posicao de credito.                *
      *----------------------------------------------------------------*
       FD PFC12C.
       01 C12REGISTRO.
          05 C12CHAVE.
             10 C12CLIENTE          PIC 9(06).
          05 C12ABERTO              PIC S9(12)V99.
          05 C12PEDIDO-DIA          PIC S9(11)V99.
          05 FILLER                 PIC X(64).
          05 C12VENC90              PIC 9(10)V99.
          05 FILLER                 PIC X(91).
      *----------------------------------------------------------------*
      * Arquivo : Conta corrente de cliente pre-pago (contacor)       *
      *----------------------------------------------------------------*
       FD CONTACOR.
       01 CCS-REG.
          03 CCS-CHAVE.
             05 CCS-CODCLIENTE       PIC 9(06).
          03 CCS-SALDO               PIC S9(10)V99.
          03 CCS-VENDA-DIA           PIC 9(10)V99.
          03 CCS-LOG.
             05 CCS-INCLUSAO.
                07 CCS-DATA-INC      PIC 9(08).
                07 CCS-HORA-INC      PIC 9(06).
                07 CCS-USR-INC       PIC X(08).
             05 CCS-ALTERACAO.
                07 CCS-DATA-ALT      PIC 9(08).
                07 CCS-HORA-ALT      PIC 9(06).
                07 CCS-USR-ALT       PIC X(08).
          03 CCS-FILLER.
             05 CCS-FILLER1          PIC 9(10).
      *----------------------------------------------------------------*
      * Arquivo : Bloqueio/Liberacao de Cliente por Credito           *
      *           (crdblq.cpy)                                        *
      *----------------------------------------------------------------*
       FD  CRDBLQ.
       01  CRB-REGISTRO.
           03  CRB-CHAVE.
               05  CRB-CLIENTE            PIC 9(06).
           03  CRB-SITUACAO               PIC X(01).
               88  CRB-BLOQUEADO          VALUE 'B'.
               88  CRB-LIBERADO           VALUE 'L'.
           03  CRB-MOTIVOS.
               05  CRB-MOT-LIMITE         PIC X(01).
               05  CRB-MOT-ATRASO         PIC X(01).
               05  CRB-MOT-SALDO          PIC X(01).
           03  CRB-EXPOSICAO              PIC S9(13)V99.
           03  CRB-LIMITE                 PIC 9(05).
           03  CRB-VENCIDO                PIC 9(13)V99.
           03  CRB-MAIOR-ATRASO           PIC 9(05).
           03  CRB-SALDO-PREPAGO          PIC S9(10)V99.
           03  CRB-DATA-BLOQ              PIC 9(08).
           03  CRB-DATA-LIBER             PIC 9(08).
           03  CRB-DATA-GER               PIC 9(08).
           03  CRB-HORA-GER               PIC 9(06).
           03  CRB-FILLER                 PIC X(20).
      *----------------------------------------------------------------*
       SD  WK-DUP.
       01  WK-DUP-REG.
           03 WKD-CLIENTE           PIC 9(06).
           03 WKD-DATAVEN           PIC 9(08).
           03 WKD-VALOR             PIC 9(11)V99.
           03 WKD-SITUACAO          PIC 9(01).
      *----------------------------------------------------------------*
       FD  WK-DUP-ORD.
       01  WKDO-DUP-REG.
           03 WKDO-CLIENTE          PIC 9(06).
           03 WKDO-DATAVEN          PIC 9(08).
           03 WKDO-DATAVEN-R REDEFINES WKDO-DATAVEN.
              05 WKDO-ANOVEN        PIC 9(04).
              05 WKDO-MESVEN        PIC 9(02).
              05 WKDO-DIAVEN        PIC 9(02).
           03 WKDO-VALOR            PIC 9(11)V99.
           03 WKDO-SITUACAO         PIC 9(01).
      *----------------------------------------------------------------*
       SD  WK-EXP.
       01  WK-EXP-REG.
           03 WKE-EXPOSICAO         PIC S9(13)V99.
           03 WKE-CLIENTE           PIC 9(06).
           03 WKE-RAZAO             PIC X(18).
           03 WKE-LIMITE            PIC 9(05).
           03 WKE-FAIXA             PIC 9(13)V99 OCCURS 5.
           03 WKE-VENCIDO           PIC 9(13)V99.
           03 WKE-MAIOR-ATRASO      PIC 9(05).
           03 WKE-PEDIDO-DIA        PIC S9(11)V99.
           03 WKE-SALDO             PIC S9(10)V99.
           03 WKE-C12-ABERTO        PIC S9(12)V99.
           03 WKE-DIVERGE           PIC X(01).
           03 WKE-MOTIVOS           PIC X(04).
           03 WKE-ACAO              PIC X(01).
      *----------------------------------------------------------------*
       FD  WK-EXP-ORD.
       01  WKO-EXP-REG.
           03 WKO-EXPOSICAO         PIC S9(13)V99.
           03 WKO-CLIENTE           PIC 9(06).
           03 WKO-RAZAO             PIC X(18).
           03 WKO-LIMITE            PIC 9(05).
           03 WKO-FAIXA             PIC 9(13)V99 OCCURS 5.
           03 WKO-VENCIDO           PIC 9(13)V99.
           03 WKO-MAIOR-ATRASO      PIC 9(05).
           03 WKO-PEDIDO-DIA        PIC S9(11)V99.
           03 WKO-SALDO             PIC S9(10)V99.
           03 WKO-C12-ABERTO        PIC S9(12)V99.
           03 WKO-DIVERGE           PIC X(01).
           03 WKO-MOTIVOS           PIC X(04).
           03 WKO-ACAO              PIC X(01).
      *----------------------------------------------------------------*
       FD  TXT.
       01  TXT-REG                    PIC X(080).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       77 ws-status           pic x(02) value spaces.
       77 ws-status2          pic x(02) value spaces.
       77 ws-status3          pic x(02) value spaces.
       77 ws-status4          pic x(02) value spaces.
       77 ws-status5          pic x(02) value spaces.
       77 ws-status6          pic x(02) value spaces.
       77 ws-status7          pic x(02) value spaces.
       77 ws-status8          pic x(02) value spaces.
       77 w-e                 pic x(80) value spaces.
       77 ws-eof               pic x(01) value 'N'.
       77 ws-eof-dup           pic x(01) value 'N'.
       77 ws-eof-ord           pic x(01) value 'N'.
      *---------------------------------------------------------------*
       77 ws-param-linha       pic x(20) value spaces.
       77 ws-param-tol         pic x(03) value spaces.
       77 ws-param-tam         pic 9(02) value zero.
       77 ws-tolerancia        pic 9(03) value 5.
      *---------------------------------------------------------------*
       77 ws-hoje              pic 9(08) value zero.
       77 ws-hora-atual        pic 9(08) value zero.
       77 ws-hora-atual-hms    redefines ws-hora-atual pic 9(06).
       77 ws-dias-hoje         pic 9(07) value zero.
       77 ws-dias-venc         pic 9(07) value zero.
       77 ws-dias-atraso       pic 9(05) value zero.
      *---------------------------------------------------------------*
       77 ws-calc-ano          pic 9(04) value zero.
       77 ws-calc-mes          pic 9(02) value zero.
       77 ws-calc-dia          pic 9(02) value zero.
       77 ws-calc-dias         pic 9(07) value zero.
       77 ws-bissextos         pic 9(05) value zero.
       77 ws-div-aux           pic 9(07) value zero.
       77 ws-rem4              pic 9(04) value zero.
       77 ws-rem100            pic 9(04) value zero.
       77 ws-rem400            pic 9(04) value zero.
       77 ws-ano-bissexto      pic x(01) value 'N'.
      *---------------------------------------------------------------*
      * Tabela de dias acumulados antes de cada mes (ano nao bissexto)*
      *---------------------------------------------------------------*
       01 WS-TAB-DIAS-ACUM.
          05 FILLER              PIC 9(03) VALUE 000.
          05 FILLER              PIC 9(03) VALUE 031.
          05 FILLER              PIC 9(03) VALUE 059.
          05 FILLER              PIC 9(03) VALUE 090.
          05 FILLER              PIC 9(03) VALUE 120.
          05 FILLER              PIC 9(03) VALUE 151.
          05 FILLER              PIC 9(03) VALUE 181.
          05 FILLER              PIC 9(03) VALUE 212.
          05 FILLER              PIC 9(03) VALUE 243.
          05 FILLER              PIC 9(03) VALUE 273.
          05 FILLER              PIC 9(03) VALUE 304.
          05 FILLER              PIC 9(03) VALUE 334.
       01 WS-DIAS-ACUM-RED REDEFINES WS-TAB-DIAS-ACUM.
          05 WS-DIAS-ACUM        PIC 9(03) OCCURS 12.
      *---------------------------------------------------------------*
      * Posicao do cliente em avaliacao. Faixas de atraso:            *
      * 1 = a vencer / 2 = 1-15 / 3 = 16-30 / 4 = 31-60 / 5 = +60.    *
      *---------------------------------------------------------------*
       01 WS-CLI-FAIXAS.
          05 WS-CLI-FAIXA      OCCURS 5 TIMES PIC 9(13)V99.
       77 ws-idx-faixa         pic 9(01) value zero.
       77 ws-cli-aberto        pic 9(13)v99 value zero.
       77 ws-cli-vencido       pic 9(13)v99 value zero.
       77 ws-cli-maior-atraso  pic 9(05) value zero.
       77 ws-cli-pedido-dia    pic s9(11)v99 value zero.
       77 ws-cli-c12-aberto    pic s9(12)v99 value zero.
       77 ws-cli-saldo         pic s9(10)v99 value zero.
       77 ws-cli-exposicao     pic s9(13)v99 value zero.
       77 ws-cli-diverge       pic x(01) value space.
       77 ws-tem-c12           pic x(01) value 'N'.
      *---------------------------------------------------------------*
       01 ws-motivos.
          05 ws-mot-limite     pic x(01) value space.
          05 ws-mot-atraso     pic x(01) value space.
          05 ws-mot-saldo      pic x(01) value space.
          05 ws-mot-cheque     pic x(01) value space.
       77 ws-bloquear          pic x(01) value 'N'.
       77 ws-existe-bloq       pic x(01) value 'N'.
       77 ws-acao              pic x(01) value space.
      *---------------------------------------------------------------*
      * Formatacao de valor com sinal para o relatorio.               *
      *---------------------------------------------------------------*
       77 ws-fmt-entrada       pic s9(13)v99 value zero.
       77 ws-fmt-valor         pic 9(11)v99 value zero.
       77 ws-fmt-valor-x       redefines ws-fmt-valor pic x(13).
       77 ws-fmt-sinal         pic x(01) value space.
       77 ws-fmt-campo         pic x(14) value spaces.
      *---------------------------------------------------------------*
       77 ws-rank              pic 9(05) value zero.
       77 ws-total-clientes    pic 9(07) value zero.
       77 ws-total-ranking     pic 9(07) value zero.
       77 ws-total-dup         pic 9(07) value zero.
       77 ws-total-dup-canc    pic 9(07) value zero.
       77 ws-total-dup-orfa    pic 9(07) value zero.
       77 ws-total-venc-inval  pic 9(07) value zero.
       77 ws-total-div-c12     pic 9(07) value zero.
       77 ws-total-sem-limite  pic 9(07) value zero.
       77 ws-total-novos-bloq  pic 9(07) value zero.
       77 ws-total-mantidos    pic 9(07) value zero.
       77 ws-total-liberados   pic 9(07) value zero.
       77 ws-total-mot-limite  pic 9(07) value zero.
       77 ws-total-mot-atraso  pic 9(07) value zero.
       77 ws-total-mot-saldo   pic 9(07) value zero.
       77 ws-total-exposicao   pic s9(13)v99 value zero.
       01 WS-TOT-FAIXAS.
          05 WS-TOT-FAIXA      OCCURS 5 TIMES PIC 9(13)V99.
      *--> 1 = carteira / 2 = cheque / 3 = banco / 4 = outras.
       01 WS-TOT-SITUACOES.
          05 WS-TOT-SIT        OCCURS 4 TIMES PIC 9(13)V99.
       77 ws-idx-sit           pic 9(01) value zero.
      *---------------------------------------------------------------*
      * Campos da gravacao de alerta no arquivo de avisos (ALERTAW).  *
      *---------------------------------------------------------------*
       77 ws-alerta-operacao   pic x(01) value 'G'.
       77 ws-alerta-sequencia  pic 9(08) value zero.
       77 ws-alerta-setor      pic x(20) value 'FINANCEIRO'.
       77 ws-alerta-severidade pic x(01) value 'M'.
       77 ws-alerta-origem     pic x(10) value 'CRDEXPRP'.
       77 ws-alerta-texto      pic x(70) value spaces.
       77 ws-alerta-item       pic x(20) value spaces.
       77 ws-alerta-usuario    pic x(10) value spaces.
       77 ws-alerta-retorno    pic x(02) value spaces.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAINLINE.
           perform 1000-INICIALIZA.
           perform 2000-ORDENA-DUPLICATAS.
           perform 3000-POSICAO-CLIENTES.
           perform 4000-IMPRIME-RANKING.
           perform 5000-IMPRIME-RESUMO.
           perform 6000-FINALIZA.
           stop run.
      *---------------------------------------------------------------*
       1000-INICIALIZA.
           accept ws-hoje from date yyyymmdd.
           accept ws-hora-atual from time.
           move ws-hoje(1:4) to ws-calc-ano.
           move ws-hoje(5:2) to ws-calc-mes.
           move ws-hoje(7:2) to ws-calc-dia.
           perform 8100-CALCULA-DIAS.
           move ws-calc-dias to ws-dias-hoje.

           accept ws-param-linha from command-line.
           unstring ws-param-linha delimited by all space
              into ws-param-tol count in ws-param-tam
           end-unstring
           if ws-param-tam > zero and ws-param-tam < 4
              if ws-param-tol(1:ws-param-tam) numeric
                 move ws-param-tol(1:ws-param-tam) to ws-tolerancia
              end-if
           end-if

           move zero to ws-tot-faixa(1) ws-tot-faixa(2)
                        ws-tot-faixa(3) ws-tot-faixa(4)
                        ws-tot-faixa(5).
           move zero to ws-tot-sit(1) ws-tot-sit(2)
                        ws-tot-sit(3) ws-tot-sit(4).

           open input pfc3.
           open input pfd4n.
           open input pfc12c.
           open input contacor.
      *--> o bloqueio nao e refeito: o historico (data do bloqueio e
      *    da liberacao) fica de uma noite para a outra.
           open i-o crdblq.
           if ws-status5 = '35'
              close crdblq
              open output crdblq
              close crdblq
              open i-o crdblq
           end-if
           open output txt.

           move '====================================================='
              to w-e.
           write txt-reg from w-e.
           move 'CRDEXPRP - POSICAO DE EXPOSICAO DE CREDITO POR CLIENTE'
              to w-e.
           write txt-reg from w-e.
           move '====================================================='
              to w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'DATA DE REFERENCIA..: ' delimited by size
                  ws-hoje                  delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'TOLERANCIA DE ATRASO: ' delimited by size
                  ws-tolerancia            delimited by size
                  ' DIAS'                  delimited by size
             into w-e.
           write txt-reg from w-e.
      *---------------------------------------------------------------*
      * Duplicatas nao canceladas, ordenadas por cliente para o       *
      * casamento com o cadastro.                                     *
      *---------------------------------------------------------------*
       2000-ORDENA-DUPLICATAS.
           sort wk-dup on ascending key wkd-cliente
                                        wkd-dataven
              input procedure is 2100-SELECIONA-DUPLICATAS
              giving wk-dup-ord.
      *---------------------------------------------------------------*
       2100-SELECIONA-DUPLICATAS.
           move 'N' to ws-eof.
           read pfd4n next record
              at end move 'S' to ws-eof
           end-read
           perform 2200-LIBERA-UMA-DUPLICATA
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2200-LIBERA-UMA-DUPLICATA.
           if d4nflagcanc > zero
              add 1 to ws-total-dup-canc
           else
              add 1 to ws-total-dup
              move d4ncliente  to wkd-cliente
              move d4ndataven  to wkd-dataven
              move d4nvalor    to wkd-valor
              move d4nsituacao to wkd-situacao
              release wk-dup-reg
           end-if

           read pfd4n next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Le o cadastro em ordem de cliente casando com as duplicatas   *
      * ordenadas; cada cliente com exposicao, motivo de bloqueio ou  *
      * liberacao vai para o ranking por exposicao decrescente.       *
      *---------------------------------------------------------------*
       3000-POSICAO-CLIENTES.
           open input wk-dup-ord.
           perform 3050-LE-DUPLICATA.

           sort wk-exp on descending key wke-exposicao
                           ascending key wke-cliente
              input procedure is 3100-AVALIA-CLIENTES
              giving wk-exp-ord.

      *--> duplicata de cliente que nao esta no cadastro.
           perform 3060-DESCARTA-ORFA
              until ws-eof-dup = 'S'.
           close wk-dup-ord.

           if ws-total-novos-bloq > zero
              perform 3800-ALERTA-FINANCEIRO
           end-if.
      *---------------------------------------------------------------*
       3050-LE-DUPLICATA.
           read wk-dup-ord
              at end move 'S' to ws-eof-dup
           end-read.
      *---------------------------------------------------------------*
       3060-DESCARTA-ORFA.
           add 1 to ws-total-dup-orfa.
           perform 3050-LE-DUPLICATA.
      *---------------------------------------------------------------*
       3100-AVALIA-CLIENTES.
           move 'N' to ws-eof.
           read pfc3 next record
              at end move 'S' to ws-eof
           end-read
           perform 3200-AVALIA-UM-CLIENTE
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       3200-AVALIA-UM-CLIENTE.
           add 1 to ws-total-clientes.

           perform 3060-DESCARTA-ORFA
              until ws-eof-dup = 'S'
                 or wkdo-cliente not < c3codnum.

           move zero to ws-cli-faixa(1) ws-cli-faixa(2)
                        ws-cli-faixa(3) ws-cli-faixa(4)
                        ws-cli-faixa(5).
           move zero to ws-cli-aberto ws-cli-vencido
                        ws-cli-maior-atraso.
           perform 3300-SOMA-DUPLICATA
              until ws-eof-dup = 'S'
                 or wkdo-cliente not = c3codnum.

      *--> pedidos do dia e conferencia do aberto do PFC12C.
           move zero to ws-cli-pedido-dia ws-cli-c12-aberto.
           move space to ws-cli-diverge.
           move 'N' to ws-tem-c12.
           move c3codnum to c12cliente.
           read pfc12c
              not invalid key
                 move 'S'           to ws-tem-c12
                 move c12pedido-dia to ws-cli-pedido-dia
                 move c12aberto     to ws-cli-c12-aberto
           end-read
           if ws-tem-c12 = 'S' and ws-cli-c12-aberto not = ws-cli-aberto
              move '*' to ws-cli-diverge
              add 1 to ws-total-div-c12
           end-if

      *--> saldo pre-pago.
           move zero to ws-cli-saldo.
           move c3codnum to ccs-codcliente.
           read contacor
              not invalid key move ccs-saldo to ws-cli-saldo
           end-read

           compute ws-cli-exposicao = ws-cli-aberto
                                    + ws-cli-pedido-dia
                                    - ws-cli-saldo.

           perform 3400-APURA-MOTIVOS.
           perform 3500-ATUALIZA-BLOQUEIO.

           if ws-cli-exposicao > zero
              or ws-motivos not = spaces
              or ws-acao not = space
              perform 3700-LIBERA-RANKING
           end-if

           read pfc3 next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Acumula a duplicata na faixa de atraso do cliente.            *
      *---------------------------------------------------------------*
       3300-SOMA-DUPLICATA.
           move zero to ws-dias-atraso.
           if wkdo-mesven < 1 or wkdo-mesven > 12
              or wkdo-diaven < 1 or wkdo-diaven > 31
              or wkdo-anoven = zero
      *--> vencimento invalido conta como a vencer e sai no resumo.
              add 1 to ws-total-venc-inval
           else
              move wkdo-anoven to ws-calc-ano
              move wkdo-mesven to ws-calc-mes
              move wkdo-diaven to ws-calc-dia
              perform 8100-CALCULA-DIAS
              move ws-calc-dias to ws-dias-venc
              if ws-dias-hoje > ws-dias-venc
                 compute ws-dias-atraso = ws-dias-hoje - ws-dias-venc
              end-if
           end-if

           evaluate true
              when ws-dias-atraso = zero   move 1 to ws-idx-faixa
              when ws-dias-atraso <= 15    move 2 to ws-idx-faixa
              when ws-dias-atraso <= 30    move 3 to ws-idx-faixa
              when ws-dias-atraso <= 60    move 4 to ws-idx-faixa
              when other                   move 5 to ws-idx-faixa
           end-evaluate
           add wkdo-valor to ws-cli-faixa(ws-idx-faixa)
                             ws-tot-faixa(ws-idx-faixa)
                             ws-cli-aberto.
           if ws-idx-faixa > 1
              add wkdo-valor to ws-cli-vencido
           end-if
           if ws-dias-atraso > ws-cli-maior-atraso
              move ws-dias-atraso to ws-cli-maior-atraso
           end-if

           if wkdo-situacao > zero and wkdo-situacao < 4
              move wkdo-situacao to ws-idx-sit
           else
              move 4 to ws-idx-sit
           end-if
           add wkdo-valor to ws-tot-sit(ws-idx-sit).

           perform 3050-LE-DUPLICATA.
      *---------------------------------------------------------------*
      * L = exposicao acima do limite, A = titulo vencido alem da     *
      * tolerancia, S = saldo pre-pago negativo bloqueiam; C = cheque *
      * sem fundos e so informativo.                                  *
      *---------------------------------------------------------------*
       3400-APURA-MOTIVOS.
           move spaces to ws-motivos.
           move 'N'    to ws-bloquear.

           if c3limite > zero
              if ws-cli-exposicao > c3limite
                 move 'L' to ws-mot-limite
                 add 1 to ws-total-mot-limite
              end-if
           else
              if ws-cli-exposicao > zero
                 add 1 to ws-total-sem-limite
              end-if
           end-if

           if ws-cli-maior-atraso > ws-tolerancia
              move 'A' to ws-mot-atraso
              add 1 to ws-total-mot-atraso
           end-if

           if ws-cli-saldo < zero
              move 'S' to ws-mot-saldo
              add 1 to ws-total-mot-saldo
           end-if

           if c3cheque-fundos > zero
              move 'C' to ws-mot-cheque
           end-if

           if ws-mot-limite not = space
              or ws-mot-atraso not = space
              or ws-mot-saldo not = space
              move 'S' to ws-bloquear
           end-if.
      *---------------------------------------------------------------*
      * B = bloqueado nesta noite, M = bloqueio mantido, L = liberado *
      * nesta noite (estava bloqueado e nao tem mais motivo).         *
      *---------------------------------------------------------------*
       3500-ATUALIZA-BLOQUEIO.
           move space to ws-acao.
           move c3codnum to crb-cliente.
           read crdblq
              invalid key     move 'N' to ws-existe-bloq
              not invalid key move 'S' to ws-existe-bloq
           end-read

           if ws-bloquear = 'S'
              if ws-existe-bloq = 'S' and crb-bloqueado
                 move 'M' to ws-acao
                 add 1 to ws-total-mantidos
              else
                 move 'B'     to ws-acao
                 move ws-hoje to crb-data-bloq
                 move zero    to crb-data-liber
                 add 1 to ws-total-novos-bloq
              end-if
              move 'B' to crb-situacao
              perform 3550-MONTA-BLOQUEIO
              perform 3600-GRAVA-BLOQUEIO
           else
              if ws-existe-bloq = 'S' and crb-bloqueado
                 move 'L'     to ws-acao
                 move 'L'     to crb-situacao
                 move ws-hoje to crb-data-liber
                 add 1 to ws-total-liberados
                 perform 3550-MONTA-BLOQUEIO
                 perform 3600-GRAVA-BLOQUEIO
              end-if
           end-if.
      *---------------------------------------------------------------*
       3550-MONTA-BLOQUEIO.
           move c3codnum to crb-cliente.
           if ws-mot-limite = space
              move 'N' to crb-mot-limite
           else
              move 'S' to crb-mot-limite
           end-if
           if ws-mot-atraso = space
              move 'N' to crb-mot-atraso
           else
              move 'S' to crb-mot-atraso
           end-if
           if ws-mot-saldo = space
              move 'N' to crb-mot-saldo
           else
              move 'S' to crb-mot-saldo
           end-if
           move ws-cli-exposicao    to crb-exposicao.
           move c3limite            to crb-limite.
           move ws-cli-vencido      to crb-vencido.
           move ws-cli-maior-atraso to crb-maior-atraso.
           move ws-cli-saldo        to crb-saldo-prepago.
           move ws-hoje             to crb-data-ger.
           move ws-hora-atual-hms   to crb-hora-ger.
           move spaces              to crb-filler.
      *---------------------------------------------------------------*
       3600-GRAVA-BLOQUEIO.
           if ws-existe-bloq = 'S'
              rewrite crb-registro
                 invalid key continue
              end-rewrite
           else
              write crb-registro
                 invalid key continue
              end-write
           end-if.
      *---------------------------------------------------------------*
       3700-LIBERA-RANKING.
           add 1 to ws-total-ranking.
           add ws-cli-exposicao to ws-total-exposicao.
           move ws-cli-exposicao    to wke-exposicao.
           move c3codnum            to wke-cliente.
           move c3razao(1:18)       to wke-razao.
           move c3limite            to wke-limite.
           move ws-cli-faixa(1)     to wke-faixa(1).
           move ws-cli-faixa(2)     to wke-faixa(2).
           move ws-cli-faixa(3)     to wke-faixa(3).
           move ws-cli-faixa(4)     to wke-faixa(4).
           move ws-cli-faixa(5)     to wke-faixa(5).
           move ws-cli-vencido      to wke-vencido.
           move ws-cli-maior-atraso to wke-maior-atraso.
           move ws-cli-pedido-dia   to wke-pedido-dia.
           move ws-cli-saldo        to wke-saldo.
           move ws-cli-c12-aberto   to wke-c12-aberto.
           move ws-cli-diverge      to wke-diverge.
           move ws-motivos          to wke-motivos.
           move ws-acao             to wke-acao.
           release wk-exp-reg.
      *---------------------------------------------------------------*
      * Um aviso por noite para o financeiro com o total de clientes  *
      * bloqueados hoje - o detalhe esta no relatorio e no CRDBLQ.    *
      *---------------------------------------------------------------*
       3800-ALERTA-FINANCEIRO.
           move spaces to ws-alerta-texto.
           string 'CLIENTES BLOQUEADOS HOJE POR CREDITO: '
                                         delimited by size
                  ws-total-novos-bloq    delimited by size
                  ' - VER CRDEXPRP-RL'   delimited by size
             into ws-alerta-texto.
           move spaces to ws-alerta-item.
           string 'CRDBLQ'  delimited by size
                  ws-hoje   delimited by size
             into ws-alerta-item.
           call 'ALERTAW' using ws-alerta-operacao
                                 ws-alerta-sequencia
                                 ws-alerta-setor
                                 ws-alerta-severidade
                                 ws-alerta-origem
                                 ws-alerta-texto
                                 ws-alerta-item
                                 ws-alerta-usuario
                                 ws-alerta-retorno
           end-call.
      *---------------------------------------------------------------*
      * Ranking por exposicao decrescente - tres linhas por cliente:  *
      * posicao, vencido por faixa e composicao da exposicao.         *
      *---------------------------------------------------------------*
       4000-IMPRIME-RANKING.
           move spaces to w-e.
           write txt-reg from w-e.
           move 'MOTV: L=ACIMA DO LIMITE A=ATRASO ALEM DA TOLERANCIA'
              to w-e.
           write txt-reg from w-e.
           move '      S=SALDO PRE-PAGO NEGATIVO C=CHEQUE SEM FUNDOS'
              to w-e.
           write txt-reg from w-e.
           move 'A...: B=BLOQUEADO HOJE M=BLOQUEIO MANTIDO L=LIBERADO'
              to w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           write txt-reg from w-e.
           move 'RANK  CLIENT RAZAO' to w-e.
           move 'EXPOSICAO'  to w-e(38:9).
           move 'LIMIT'      to w-e(48:5).
           move 'VENCIDO'    to w-e(60:7).
           move 'ATRAS'      to w-e(68:5).
           move 'MOTV'       to w-e(74:4).
           move 'A'          to w-e(79:1).
           write txt-reg from w-e.
           move spaces to w-e.
           move 'A VENCER'   to w-e(13:8).
           move '1-15'       to w-e(31:4).
           move '16-30'      to w-e(44:5).
           move '31-60'      to w-e(58:5).
           move '+60'        to w-e(74:3).
           write txt-reg from w-e.
           move spaces to w-e.
           move 'PEDIDO DIA'    to w-e(12:10).
           move 'SALDO PREPAGO' to w-e(24:13).
           move 'ABERTO PFC12C' to w-e(39:13).
           move 'DIV'           to w-e(53:3).
           write txt-reg from w-e.
           move '-----------------------------------------------------'
              to w-e.
           move '--------------------------' to w-e(54:26).
           write txt-reg from w-e.

           open input wk-exp-ord.
           perform 4100-LE-PROXIMO-ORDENADO.
           perform 4200-IMPRIME-CLIENTE
              until ws-eof-ord = 'S'.
           close wk-exp-ord.
      *---------------------------------------------------------------*
       4100-LE-PROXIMO-ORDENADO.
           read wk-exp-ord
              at end move 'S' to ws-eof-ord
           end-read.
      *---------------------------------------------------------------*
       4200-IMPRIME-CLIENTE.
           add 1 to ws-rank.

           move spaces to w-e.
           string ws-rank          delimited by size
                  ' '              delimited by size
                  wko-cliente      delimited by size
                  ' '              delimited by size
                  wko-razao        delimited by size
             into w-e.
           move wko-exposicao to ws-fmt-entrada.
           perform 7200-FORMATA-VALOR.
           move ws-fmt-campo     to w-e(33:14).
           move wko-limite       to w-e(48:5).
           move wko-vencido      to ws-fmt-valor.
           move ws-fmt-valor-x   to w-e(54:13).
           move wko-maior-atraso to w-e(68:5).
           move wko-motivos      to w-e(74:4).
           move wko-acao         to w-e(79:1).
           write txt-reg from w-e.

           move spaces to w-e.
           move wko-faixa(1) to ws-fmt-valor.
           move ws-fmt-valor-x to w-e(8:13).
           move wko-faixa(2) to ws-fmt-valor.
           move ws-fmt-valor-x to w-e(22:13).
           move wko-faixa(3) to ws-fmt-valor.
           move ws-fmt-valor-x to w-e(36:13).
           move wko-faixa(4) to ws-fmt-valor.
           move ws-fmt-valor-x to w-e(50:13).
           move wko-faixa(5) to ws-fmt-valor.
           move ws-fmt-valor-x to w-e(64:13).
           write txt-reg from w-e.

           move spaces to w-e.
           move wko-pedido-dia to ws-fmt-entrada.
           perform 7200-FORMATA-VALOR.
           move ws-fmt-campo   to w-e(8:14).
           move wko-saldo      to ws-fmt-entrada.
           perform 7200-FORMATA-VALOR.
           move ws-fmt-campo   to w-e(23:14).
           move wko-c12-aberto to ws-fmt-entrada.
           perform 7200-FORMATA-VALOR.
           move ws-fmt-campo   to w-e(38:14).
           move wko-diverge    to w-e(54:1).
           write txt-reg from w-e.

           perform 4100-LE-PROXIMO-ORDENADO.
      *---------------------------------------------------------------*
      * Valor com sinal (ws-fmt-entrada) em sinal + 13 digitos, para  *
      * o negativo sair com '-' na frente em vez do sinal embutido.   *
      *---------------------------------------------------------------*
       7200-FORMATA-VALOR.
           if ws-fmt-entrada < zero
              move '-' to ws-fmt-sinal
           else
              move ' ' to ws-fmt-sinal
           end-if
           move ws-fmt-entrada to ws-fmt-valor.
           move spaces to ws-fmt-campo.
           string ws-fmt-sinal delimited by size
                  ws-fmt-valor delimited by size
             into ws-fmt-campo.
      *---------------------------------------------------------------*
      * Calcula o numero de dias corridos desde 0001/01/01 a partir  *
      * de ws-calc-ano/mes/dia, deixando o resultado em ws-calc-dias.*
      *---------------------------------------------------------------*
       8100-CALCULA-DIAS.
           divide ws-calc-ano by 4
              giving ws-div-aux remainder ws-rem4.
           divide ws-calc-ano by 100
              giving ws-div-aux remainder ws-rem100.
           divide ws-calc-ano by 400
              giving ws-div-aux remainder ws-rem400.

           if (ws-rem4 = 0 and ws-rem100 not = 0) or ws-rem400 = 0
              move 'S' to ws-ano-bissexto
           else
              move 'N' to ws-ano-bissexto
           end-if

           compute ws-bissextos = (ws-calc-ano - 1) / 4
                                 - (ws-calc-ano - 1) / 100
                                 + (ws-calc-ano - 1) / 400.

           compute ws-calc-dias =
                      (ws-calc-ano - 1) * 365
                    + ws-bissextos
                    + ws-dias-acum(ws-calc-mes)
                    + ws-calc-dia.

           if ws-ano-bissexto = 'S' and ws-calc-mes > 2
              add 1 to ws-calc-dias
           end-if.
      *---------------------------------------------------------------*
       5000-IMPRIME-RESUMO.
           move spaces to w-e.
           write txt-reg from w-e.
           move '-----------------------------------------------------'
              to w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CLIENTES LIDOS..................: ' delimited by size
                  ws-total-clientes                    delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CLIENTES NO RANKING.............: ' delimited by size
                  ws-total-ranking                     delimited by size
             into w-e.
           write txt-reg from w-e.
           move ws-total-exposicao to ws-fmt-entrada.
           perform 7200-FORMATA-VALOR.
           move spaces to w-e.
           string 'EXPOSICAO TOTAL DO RANKING......: ' delimited by size
                  ws-fmt-campo                         delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'DUPLICATAS EM ABERTO / CANCEL...: ' delimited by size
                  ws-total-dup                         delimited by size
                  ' / '                                delimited by size
                  ws-total-dup-canc                    delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'DUPLICATAS SEM CLIENTE NO PFC3..: ' delimited by size
                  ws-total-dup-orfa                    delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'VENCIMENTOS INVALIDOS (A VENCER): ' delimited by size
                  ws-total-venc-inval                  delimited by size
             into w-e.
           write txt-reg from w-e.
           move ws-tot-faixa(1) to ws-fmt-valor.
           move spaces to w-e.
           string 'VALOR A VENCER..................: ' delimited by size
                  ws-fmt-valor                         delimited by size
             into w-e.
           write txt-reg from w-e.
           move ws-tot-faixa(2) to ws-fmt-valor.
           move spaces to w-e.
           string 'VENCIDO DE 1 A 15 DIAS..........: ' delimited by size
                  ws-fmt-valor                         delimited by size
             into w-e.
           write txt-reg from w-e.
           move ws-tot-faixa(3) to ws-fmt-valor.
           move spaces to w-e.
           string 'VENCIDO DE 16 A 30 DIAS.........: ' delimited by size
                  ws-fmt-valor                         delimited by size
             into w-e.
           write txt-reg from w-e.
           move ws-tot-faixa(4) to ws-fmt-valor.
           move spaces to w-e.
           string 'VENCIDO DE 31 A 60 DIAS.........: ' delimited by size
                  ws-fmt-valor                         delimited by size
             into w-e.
           write txt-reg from w-e.
           move ws-tot-faixa(5) to ws-fmt-valor.
           move spaces to w-e.
           string 'VENCIDO HA MAIS DE 60 DIAS......: ' delimited by size
                  ws-fmt-valor                         delimited by size
             into w-e.
           write txt-reg from w-e.
           move ws-tot-sit(1) to ws-fmt-valor.
           move spaces to w-e.
           string 'EM ABERTO EM CARTEIRA...........: ' delimited by size
                  ws-fmt-valor                         delimited by size
             into w-e.
           write txt-reg from w-e.
           move ws-tot-sit(2) to ws-fmt-valor.
           move spaces to w-e.
           string 'EM ABERTO EM CHEQUE.............: ' delimited by size
                  ws-fmt-valor                         delimited by size
             into w-e.
           write txt-reg from w-e.
           move ws-tot-sit(3) to ws-fmt-valor.
           move spaces to w-e.
           string 'EM ABERTO EM BANCO..............: ' delimited by size
                  ws-fmt-valor                         delimited by size
             into w-e.
           write txt-reg from w-e.
           move ws-tot-sit(4) to ws-fmt-valor.
           move spaces to w-e.
           string 'EM ABERTO OUTRA SITUACAO........: ' delimited by size
                  ws-fmt-valor                         delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'ABERTO PFC12C DIFERENTE DO PFD4N: ' delimited by size
                  ws-total-div-c12                     delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'EXPOSTOS SEM LIMITE CADASTRADO..: ' delimited by size
                  ws-total-sem-limite                  delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'MOTIVO LIMITE / ATRASO / SALDO..: ' delimited by size
                  ws-total-mot-limite                  delimited by size
                  ' / '                                delimited by size
                  ws-total-mot-atraso                  delimited by size
                  ' / '                                delimited by size
                  ws-total-mot-saldo                   delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'BLOQUEADOS HOJE.................: ' delimited by size
                  ws-total-novos-bloq                  delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'BLOQUEIOS MANTIDOS..............: ' delimited by size
                  ws-total-mantidos                    delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'LIBERADOS HOJE..................: ' delimited by size
                  ws-total-liberados                   delimited by size
             into w-e.
           write txt-reg from w-e.
      *---------------------------------------------------------------*
       6000-FINALIZA.
           close pfc3 pfd4n pfc12c contacor crdblq txt.
      *---------------------------------------------------------------*
