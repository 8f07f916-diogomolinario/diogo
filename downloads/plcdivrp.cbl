      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PLCDIVRP.
      *---------------------------------------------------------------*
      * Objetivo ...: Fechamento das planilhas cegas de fornecedor    *
      *               liberadas no mes (PLANLIB) contra a nota fiscal *
      *               (PLANILHA01 - PLC01-NOTA/PLC01-PEDSAP): apura   *
      *               falta, sobra, lote e validade divergentes nos   *
      *               itens (PLANILHA02) e nas rodadas de contagem    *
      *               (PLANILHA06L), grava o resultado de cada        *
      *               planilha em PLCFECHA e emite:                   *
      *               - a carta de divergencia por fornecedor, que    *
      *                 compras envia formalmente (plcdivrp-ct);      *
      *               - o indicador mensal por fornecedor (taxa de    *
      *                 planilhas com divergencia, quantas precisaram *
      *                 de segunda contagem ou de contagem do GPP e a *
      *                 media de horas da entrada em PLANILHA06H ate  *
      *                 a liberacao em PLANLIB) em plcdivrp-rl.       *
      *               Compras discutia com o fornecedor sem evidencia *
      *               consolidada e ninguem via quem trava a doca.    *
      * Parametro ..: "aaaamm usuario" via linha de comando - mes da  *
      *               liberacao (se omitido ou zero, assume o mes     *
      *               anterior ao da data do sistema) e o usuario     *
      *               que fica carimbado no fechamento.               *
      * Observacao .: so entram planilhas com itens de fornecedor     *
      *               (PLC02-TIPO = 2); transferencia fica de fora.   *
      *               Falta/sobra saem da diferenca entre a qtde da   *
      *               nota (PLC02-QTDE-INFORMADA) e a qtde da ultima  *
      *               rodada de contagem do produto em PLANILHA06L    *
      *               (GPP, segunda, primeira ou coleta, nesta ordem, *
      *               somando os lotes; produto sem rodada fica com   *
      *               PLC02-QTDE-COLETADA) - falta desmentida pela    *
      *               segunda contagem ou pelo GPP nao vai para a     *
      *               carta. A validade diverge quando a validade     *
      *               lida na conferencia (PLC02-VALIDADERJ) nao bate *
      *               com a da nota; o lote diverge quando o lote da  *
      *               ultima rodada (mesma ordem) difere do lote da   *
      *               nota (PLC06L-LOTE). Planilha sem PLANILHA06H    *
      *               fica fora da media de horas.                    *
      * Data .......: 15/10/2026                          Otavio      *
      *---------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           select planlib          assign   '/d/dados/planlib'
                  organization              is indexed
                  access mode               is dynamic
                  record key                is planlib-chave
                  file status               is ws-status.

           select planilha01       assign   '/d/dados/planilha01'
                  organization              is indexed
                  access mode               is dynamic
                  record key                is plc01-chave
                  file status               is ws-status2.

           select planilha02   assign '/d/dados/planilha02'
                  organization       is indexed
                  access mode        is dynamic
                  record key         is plc02-chave
                  file status        is ws-status3.

           select planilha06h   assign '/d/dados/planilha06h'
                  organization       is indexed
                  access mode        is dynamic
                  record key         is plc06h-chave
                  file status        is ws-status4.

           select planilha06l   assign '/d/dados/planilha06l'
                  organization       is indexed
                  access mode        is dynamic
                  record key         is plc06l-chave
                  file status        is ws-status5.

           select plcfecha assign '/d/dados/plcfecha'
                  organization          is indexed
                  access mode           is dynamic
                  record key            is plf-chave
                  file status           is ws-status6.

           select wk-plc assign to "plcdivwk".

           select wk-plc-ord assign to "plcdivwko"
                  organization is line sequential
                  file status is ws-status7.

           select carta assign to "plcdivrp-ct"
                  organization is line sequential
                  file status is ws-status8.

           select txt assign to "plcdivrp-rl"
                  organization is line sequential
                  file status is ws-status9.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * Arquivo : Liberacao da planilha cega (planlib)                *
      *----------------------------------------------------------------*
       fd planlib.
       01 planlib-reg.
          03 planlib-chave.
             05 planlib-planilha-cega     pic 9(10).
          03 planlib-nota-fiscal          pic x(09).
          03 planlib-arq                  pic x(18).
          03 planlib-statu-lib            pic x(01).
          03 planlib-data.
             05 planlib-ano               pic 9(04).
             05 planlib-mes               pic 9(02).
             05 planlib-dia               pic 9(02).
          03 planlib-data-lib.
             05 planlib-ano-lib           pic 9(04).
             05 planlib-mes-lib           pic 9(02).
             05 planlib-dia-lib           pic 9(02).
          03 planlib-data-lib-r redefines planlib-data-lib
                                          pic 9(08).
          03 planlib-hora-lib.
             05 planlib-hh-lib            pic 9(02).
             05 planlib-mm-lib            pic 9(02).
             05 planlib-ss-lib            pic 9(02).
          03 planlib-usuario              pic x(10).
          03 planlib-tipo-docto           pic x(01).
          03 filler                       pic x(10).
      *----------------------------------------------------------------*
      * Arquivo : Planilha cega - header (planilha01) - so os campos  *
      *           usados no fechamento.                               *
      *----------------------------------------------------------------*
       fd planilha01.
       01 plc01-reg.
          03 plc01-chave.
             05 plc01-planilha-cega        pic 9(10).
          03 plc01-nome-transferencia      pic x(12).
          03 plc01-nome-fornecedor         pic x(10).
          03 plc01-usu-cobol               pic x(10).
          03 plc01-nota                    pic x(09).
          03 plc01-entrada-global          pic x(10).
          03 plc01-pedsap-r redefines plc01-entrada-global.
             05 plc01-pedsap               pic x(10).
          03 plc01-data-geracao.
             05 plc01-data-dia             pic 9(02).
             05 plc01-data-mes             pic 9(02).
             05 plc01-data-ano             pic 9(04).
          03 plc01-flag-proces             pic x(01).
          03 plc01-flag-enviado            pic x(01).
          03 plc01-flag-encomenda          pic x(01).
          03 plc01-qtde-item               pic 9(03).
          03 plc01-data-inclusao.
             05 plc01-inc-ano              pic 9(04).
             05 plc01-inc-mes              pic 9(02).
             05 plc01-inc-dia              pic 9(02).
          03 plc01-texto                   pic x(20).
          03 plc01-data-hora.
             05 plc01-data-enviado         pic 9(08).
             05 plc01-hora-enviado         pic 9(06).
          03 plc01-usuario                 pic x(09).
          03 plc01-codldr                  pic x(03).
          03 plc01-d000                    pic x(08).
      *----------------------------------------------------------------*
      * Arquivo : Planilha cega - itens (planilha02)                  *
      *           1 - transferencia  / 2 - fornecedor.                *
      *----------------------------------------------------------------*
       fd planilha02.
       01 plc02-reg.
          03 plc02-chave.
             05 plc02-tipo                 pic 9(01).
             05 plc02-planilha-cega        pic 9(10).
             05 plc02-ean                  pic 9(13).
             05 plc02-sequencia            pic 9(03).
             05 plc02-lote                 pic x(10).
          03 plc02-qtde-informada          pic 9(06).
          03 plc02-dt-verificao.
             05 plc02-dt-verificao-ano     pic 9(04).
             05 plc02-dt-verificao-mes     pic 9(02).
             05 plc02-dt-verificao-dia     pic 9(02).
          03 plc02-validade.
             05 plc02-validade-mes         pic 9(02).
             05 plc02-validade-ano         pic 9(02).
          03 plc02-validade-x redefines plc02-validade
                                           pic x(04).
          03 plc02-codigo                  pic 9(06).
          03 plc02-desc-produto            pic x(35).
          03 plc02-qtde-coletada           pic 9(06).
          03 plc02-cod-diverg              pic X(04).
          03 plc02-desc-diverg             pic x(23).
          03 plc02-qtde-diverg             pic 9(06).
          03 plc02-qtde-cx-fechada         pic 9(06).
          03 plc02-qtde-unid-cx-fechada    pic 9(06).
          03 plc02-qtde-unid-avulsa        pic 9(06).
          03 plc02-flag-enviado            pic x(01).
          03 plc02-usuario                 pic x(10).
          03 plc02-tentativa               pic 9(01).
          03 plc02-flag-rejeicao           pic X(01).
          03 plc02-flag-lote               pic x(01).
          03 plc02-flag-qtdade             pic x(01).
          03 plc02-flag-sobra              pic x(01).
          03 plc02-flag-nlocaliz           pic x(01).
          03 plc02-validaderj.
             05 plc02-validade-diarj       pic x(02).
             05 plc02-validade-mesrj       pic x(02).
             05 plc02-validade-anorj       pic x(02).
          03 plc02-qtde-pedida             pic 9(06).
          03 filler                        pic x(04).
      *----------------------------------------------------------------*
      * Arquivo : Planilha cega - horarios (planilha06h)              *
      *----------------------------------------------------------------*
       fd planilha06h.
       01 plc06h-reg.
          03 plc06h-chave.
             05 plc06h-planilha-cega        pic 9(10).
      *-------> inicial coletada  (1a Contagem)
          03 plc06h-data-entrada.
             05 plc06h-ano-entrada          pic 9(04).
             05 plc06h-mes-entrada          pic 9(02).
             05 plc06h-dia-entrada          pic 9(02).
          03 plc06h-hora-entrada-inicial.
             05 plc06h-hh-entr-i            pic 9(02).
             05 plc06h-mm-entr-i            pic 9(02).
             05 plc06h-ss-entr-i            pic 9(02).
          03 plc06h-data-entrada-final      pic 9(08).
          03 plc06h-hora-entrada-final      pic 9(06).
      *-------> Segunda Contagem
          03 plc06h-usuario-lib2            pic x(10).
          03 plc06h-data-entrada2           pic 9(08).
          03 plc06h-hora-entrada2-inicial   pic 9(06).
          03 plc06h-data-entrada2-final     pic 9(08).
          03 plc06h-hora-entrada2-final     pic 9(06).
      *-------> liberacao para ser coletada
          03 plc06h-usuario-lib             pic x(10).
          03 plc06h-data-lib                pic 9(08).
          03 plc06h-hora-lib                pic 9(06).
      *-------> liberacao conferencia por gdd. (3a Contagem)
          03 plc06h-usuario-gpp             pic x(10).
          03 plc06h-data-gpp                pic 9(08).
          03 plc06h-hora-gpp                pic 9(06).
          03 plc06h-data-gpp-f              pic 9(08).
          03 plc06h-hora-gpp-f              pic 9(06).
          03 filler                         pic x(18).
      *----------------------------------------------------------------*
      * Arquivo : Planilha cega - rodadas de contagem por lote        *
      *           (planilha06l)                                       *
      *----------------------------------------------------------------*
       fd planilha06l.
       01 plc06l-reg.
          03 plc06l-chave.
             05 plc06l-planilha-cega       pic 9(10).
             05 plc06l-produto             pic 9(06).
             05 plc06l-qtde-lanc           pic 9(02).
             05 plc06l-lote                pic x(10).
          03 plc06l-colet-usuario          pic x(10).
          03 plc06l-colet-qtde-nf          pic 9(07).
          03 plc06l-colet-qtde             pic 9(07).
          03 plc06l-lote-colet             pic x(10).
          03 plc06l-prim-usuario           pic x(10).
          03 plc06l-prim-qtde              pic 9(07).
          03 plc06l-lote-prim              pic x(10).
          03 plc06l-segu-usuario           pic x(10).
          03 plc06l-segu-qtde              pic 9(07).
          03 plc06l-lote-segun             pic x(10).
          03 plc06l-gpp-usuario            pic x(10).
          03 plc06l-gpp-qtde               pic 9(07).
          03 plc06l-gpp-lote               pic x(10).
          03 filler                        pic x(20).
      *----------------------------------------------------------------*
      * Arquivo : Fechamento da Planilha Cega (plcfecha.cpy)          *
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
      * Registro de trabalho: tipo 1 = resumo da planilha (indicador  *
      * e cabecalho da carta), tipo 2 = uma divergencia apurada.      *
      *----------------------------------------------------------------*
       SD  WK-PLC.
       01  WK-PLC-REG.
           03 WK-FORNECEDOR          PIC X(10).
           03 WK-PLANILHA            PIC 9(10).
           03 WK-TIPO-REG            PIC X(01).
           03 WK-PRODUTO             PIC 9(06).
           03 WK-TIPO-DIV            PIC X(01).
           03 WK-DESC-PRODUTO        PIC X(22).
           03 WK-QTDE-NF             PIC 9(07).
           03 WK-QTDE-REC            PIC 9(07).
           03 WK-QTDE-DIF            PIC 9(07).
           03 WK-LOTE-NF             PIC X(10).
           03 WK-LOTE-REC            PIC X(10).
           03 WK-VAL-NF              PIC X(04).
           03 WK-VAL-REC             PIC X(04).
           03 WK-NOTA                PIC X(09).
           03 WK-PEDSAP              PIC X(10).
           03 WK-DATA-LIB            PIC 9(08).
           03 WK-QTD-DIVERG          PIC 9(04).
           03 WK-SEGUNDA-CONT        PIC X(01).
           03 WK-CONT-GPP            PIC X(01).
           03 WK-TEM-TEMPO           PIC X(01).
           03 WK-MIN-LIBERACAO       PIC 9(07).
      *----------------------------------------------------------------*
       FD  WK-PLC-ORD.
       01  WKO-PLC-REG.
           03 WKO-FORNECEDOR         PIC X(10).
           03 WKO-PLANILHA           PIC 9(10).
           03 WKO-TIPO-REG           PIC X(01).
           03 WKO-PRODUTO            PIC 9(06).
           03 WKO-TIPO-DIV           PIC X(01).
           03 WKO-DESC-PRODUTO       PIC X(22).
           03 WKO-QTDE-NF            PIC 9(07).
           03 WKO-QTDE-REC           PIC 9(07).
           03 WKO-QTDE-DIF           PIC 9(07).
           03 WKO-LOTE-NF            PIC X(10).
           03 WKO-LOTE-REC           PIC X(10).
           03 WKO-VAL-NF             PIC X(04).
           03 WKO-VAL-REC            PIC X(04).
           03 WKO-NOTA               PIC X(09).
           03 WKO-PEDSAP             PIC X(10).
           03 WKO-DATA-LIB           PIC 9(08).
           03 WKO-QTD-DIVERG         PIC 9(04).
           03 WKO-SEGUNDA-CONT       PIC X(01).
           03 WKO-CONT-GPP           PIC X(01).
           03 WKO-TEM-TEMPO          PIC X(01).
           03 WKO-MIN-LIBERACAO      PIC 9(07).
      *----------------------------------------------------------------*
       FD  CARTA.
       01  CARTA-REG                  PIC X(080).
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
       77 ws-status9          pic x(02) value spaces.
       77 w-e                 pic x(80) value spaces.
       77 ws-eof               pic x(01) value 'N'.
       77 ws-eof-item          pic x(01) value 'N'.
       77 ws-eof-rod           pic x(01) value 'N'.
       77 ws-eof-ord           pic x(01) value 'N'.
      *---------------------------------------------------------------*
       77 ws-param-linha       pic x(20) value spaces.
       77 ws-param-mes         pic x(06) value spaces.
       77 ws-param-usuario     pic x(10) value spaces.
       77 ws-mes-ref           pic 9(06) value zero.
       77 ws-mes-lib           pic 9(06) value zero.
       77 ws-hoje              pic 9(08) value zero.
       77 ws-hora-atual        pic 9(08) value zero.
       77 ws-hora-atual-hms    redefines ws-hora-atual pic 9(06).
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
      * Nome de cada tipo de divergencia na carta.                    *
      *---------------------------------------------------------------*
       77 ws-nome-div          pic x(08) value spaces.
      *---------------------------------------------------------------*
      * Planilha em fechamento.                                       *
      *---------------------------------------------------------------*
       77 ws-planilha          pic 9(10) value zero.
       77 ws-tem-item-forn     pic x(01) value 'N'.
       77 ws-pla-falta         pic 9(04) value zero.
       77 ws-pla-sobra         pic 9(04) value zero.
       77 ws-pla-lote          pic 9(04) value zero.
       77 ws-pla-validade      pic 9(04) value zero.
       77 ws-pla-itens         pic 9(04) value zero.
       77 ws-pla-unid-falta    pic 9(07) value zero.
       77 ws-pla-unid-sobra    pic 9(07) value zero.
       77 ws-pla-segunda       pic x(01) value 'N'.
       77 ws-pla-gpp           pic x(01) value 'N'.
       77 ws-pla-tem-tempo     pic x(01) value 'N'.
       77 ws-pla-min-lib       pic 9(07) value zero.
       77 ws-val-nf-mes        pic 9(02) value zero.
       77 ws-val-nf-mes-x      redefines ws-val-nf-mes pic x(02).
       77 ws-val-nf-ano        pic 9(02) value zero.
       77 ws-val-nf-ano-x      redefines ws-val-nf-ano pic x(02).
       77 ws-lote-final        pic x(10) value spaces.
       77 ws-qtde-final        pic 9(07) value zero.
       77 ws-qtde-contada      pic 9(07) value zero.
       77 ws-achou-rodada      pic x(01) value 'N'.
      *---------------------------------------------------------------*
      * Minutos entre a entrada (PLANILHA06H) e a liberacao (PLANLIB).*
      *---------------------------------------------------------------*
       77 ws-dias-entrada      pic 9(07) value zero.
       77 ws-dias-liberacao    pic 9(07) value zero.
       77 ws-min-entrada       pic 9(05) value zero.
       77 ws-min-liberacao     pic 9(05) value zero.
      *---------------------------------------------------------------*
      * Quebra por fornecedor (carta e indicador).                    *
      *---------------------------------------------------------------*
       77 ws-primeira-quebra   pic x(01) value 'S'.
       77 ws-forn-atual        pic x(10) value spaces.
       77 ws-carta-aberta      pic x(01) value 'N'.
       77 ws-frn-planilhas     pic 9(05) value zero.
       77 ws-frn-pla-diverg    pic 9(05) value zero.
       77 ws-frn-falta         pic 9(07) value zero.
       77 ws-frn-sobra         pic 9(07) value zero.
       77 ws-frn-lote          pic 9(05) value zero.
       77 ws-frn-validade      pic 9(05) value zero.
       77 ws-frn-segunda       pic 9(05) value zero.
       77 ws-frn-gpp           pic 9(05) value zero.
       77 ws-frn-com-tempo     pic 9(05) value zero.
       77 ws-frn-min-total     pic 9(09) value zero.
       77 ws-frn-perc-div      pic 9(03) value zero.
       77 ws-frn-perc-segunda  pic 9(03) value zero.
       77 ws-frn-perc-gpp      pic 9(03) value zero.
       77 ws-frn-horas-media   pic 9(05) value zero.
      *---------------------------------------------------------------*
       77 ws-total-liberadas   pic 9(07) value zero.
       77 ws-total-fechadas    pic 9(07) value zero.
       77 ws-total-sem-forn    pic 9(07) value zero.
       77 ws-total-sem-tempo   pic 9(07) value zero.
       77 ws-total-fornec      pic 9(05) value zero.
       77 ws-total-cartas      pic 9(05) value zero.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAINLINE.
           perform 1000-INICIALIZA.
           perform 3000-EMITE-CARTAS-INDICADOR.
           perform 5000-IMPRIME-RESUMO.
           perform 6000-FINALIZA.
           stop run.
      *---------------------------------------------------------------*
       1000-INICIALIZA.
           accept ws-hoje from date yyyymmdd.
           accept ws-hora-atual from time.

           move zero to ws-mes-ref.
           accept ws-param-linha from command-line.
           unstring ws-param-linha delimited by all space
              into ws-param-mes
                   ws-param-usuario
           end-unstring
           if ws-param-mes not = spaces
              move ws-param-mes to ws-mes-ref
           end-if
           if ws-mes-ref = zero
              move ws-hoje(1:4) to ws-calc-ano
              move ws-hoje(5:2) to ws-calc-mes
              if ws-calc-mes = 1
                 compute ws-mes-ref = (ws-calc-ano - 1) * 100 + 12
              else
                 compute ws-mes-ref =
                            ws-calc-ano * 100 + ws-calc-mes - 1
              end-if
           end-if

           open input planlib.
           open input planilha01.
           open input planilha02.
           open input planilha06h.
           open input planilha06l.
           open i-o plcfecha.
           if ws-status6 = '35'
              close plcfecha
              open output plcfecha
              close plcfecha
              open i-o plcfecha
           end-if
           open output carta.
           open output txt.

           move '====================================================='
              to w-e.
           write txt-reg from w-e.
           move 'PLCDIVRP - INDICADOR DE RECEBIMENTO POR FORNECEDOR'
              to w-e.
           write txt-reg from w-e.
           move '====================================================='
              to w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'MES DE LIBERACAO...: ' delimited by size
                  ws-mes-ref               delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           write txt-reg from w-e.
           move 'FORNECEDOR PLAN %DV   FALTA   SOBRA LOTE' to w-e.
           move ' VALD %2C  %GP  HORAS' to w-e(41:21).
           write txt-reg from w-e.
           move '-----------------------------------------------------'
              to w-e.
           move '--------' to w-e(54:8).
           write txt-reg from w-e.
      *---------------------------------------------------------------*
      * Varre PLANLIB e fecha cada planilha liberada no mes de        *
      * referencia, fornecendo ao SORT o resumo da planilha e cada    *
      * divergencia apurada.                                          *
      *---------------------------------------------------------------*
       2000-SELECIONA-PLANILHAS.
           move 'N' to ws-eof.
           read planlib next record
              at end move 'S' to ws-eof
           end-read
           perform 2100-AVALIA-UMA-LIBERACAO
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2100-AVALIA-UMA-LIBERACAO.
           compute ws-mes-lib = planlib-data-lib-r / 100.

           if ws-mes-lib = ws-mes-ref
              add 1 to ws-total-liberadas
              move planlib-planilha-cega to ws-planilha
              perform 2200-FECHA-UMA-PLANILHA
           end-if

           read planlib next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       2200-FECHA-UMA-PLANILHA.
           move zero to ws-pla-falta ws-pla-sobra ws-pla-lote
                        ws-pla-validade ws-pla-itens
                        ws-pla-unid-falta ws-pla-unid-sobra
                        ws-pla-min-lib.
           move 'N'  to ws-pla-segunda ws-pla-gpp ws-pla-tem-tempo.
           move 'N'  to ws-tem-item-forn.

           move ws-planilha to plc01-planilha-cega.
           read planilha01
              invalid key
                 move '??????????' to plc01-nome-fornecedor
                 move spaces       to plc01-nota
                 move spaces       to plc01-pedsap
           end-read

           initialize wk-plc-reg.
           move plc01-nome-fornecedor to wk-fornecedor.
           move ws-planilha           to wk-planilha.
           move plc01-nota            to wk-nota.
           move plc01-pedsap          to wk-pedsap.
           move planlib-data-lib-r    to wk-data-lib.

           perform 2300-VARRE-ITENS.

           if ws-tem-item-forn = 'N'
              add 1 to ws-total-sem-forn
           else
              perform 2400-VARRE-RODADAS
              perform 2500-CALCULA-TEMPO-LIBERACAO
              perform 2600-SOLTA-RESUMO-PLANILHA
              perform 2700-GRAVA-FECHAMENTO
              add 1 to ws-total-fechadas
           end-if.
      *---------------------------------------------------------------*
      * Itens de fornecedor (tipo 2) da planilha: falta, sobra e      *
      * validade divergente. A qtde recebida e a da ultima rodada de  *
      * contagem do produto (2330); sem rodada, vale a coletada.      *
      *---------------------------------------------------------------*
       2300-VARRE-ITENS.
           move 2           to plc02-tipo.
           move ws-planilha to plc02-planilha-cega.
           move zero        to plc02-ean.
           move zero        to plc02-sequencia.
           move low-values  to plc02-lote.
           move 'N' to ws-eof-item.
           start planilha02 key is not less than plc02-chave
              invalid key move 'S' to ws-eof-item
           end-start
           if ws-eof-item = 'N'
              read planilha02 next record
                 at end move 'S' to ws-eof-item
              end-read
           end-if
           perform 2310-AVALIA-UM-ITEM
              until ws-eof-item = 'S'.
      *---------------------------------------------------------------*
       2310-AVALIA-UM-ITEM.
           if plc02-tipo not = 2
              or plc02-planilha-cega not = ws-planilha
              move 'S' to ws-eof-item
           else
              move 'S' to ws-tem-item-forn
              add 1 to ws-pla-itens
              move plc02-codigo                to wk-produto
              move plc02-desc-produto(1:22)    to wk-desc-produto
              move plc02-qtde-informada        to wk-qtde-nf
              move plc02-lote                  to wk-lote-nf
              move plc02-lote                  to wk-lote-rec
              move plc02-validade-x            to wk-val-nf
              move plc02-validade-x            to wk-val-rec

              perform 2330-QTDE-ULTIMA-CONTAGEM
              move ws-qtde-contada             to wk-qtde-rec

              if ws-qtde-contada < plc02-qtde-informada
                 move 'F' to wk-tipo-div
                 compute wk-qtde-dif =
                    plc02-qtde-informada - ws-qtde-contada
                 add 1           to ws-pla-falta
                 add wk-qtde-dif to ws-pla-unid-falta
                 perform 2320-SOLTA-DIVERGENCIA
              end-if
              if ws-qtde-contada > plc02-qtde-informada
                 move 'S' to wk-tipo-div
                 compute wk-qtde-dif =
                    ws-qtde-contada - plc02-qtde-informada
                 add 1           to ws-pla-sobra
                 add wk-qtde-dif to ws-pla-unid-sobra
                 perform 2320-SOLTA-DIVERGENCIA
              end-if

              move plc02-validade-mes to ws-val-nf-mes
              move plc02-validade-ano to ws-val-nf-ano
              if plc02-validade-mesrj not = spaces
                 and (plc02-validade-mesrj not = ws-val-nf-mes-x
                      or plc02-validade-anorj not = ws-val-nf-ano-x)
                 move 'V' to wk-tipo-div
                 move plc02-validade-mesrj to wk-val-rec(1:2)
                 move plc02-validade-anorj to wk-val-rec(3:2)
                 move zero                 to wk-qtde-dif
                 add 1 to ws-pla-validade
                 perform 2320-SOLTA-DIVERGENCIA
              end-if

              read planilha02 next record
                 at end move 'S' to ws-eof-item
              end-read
           end-if.
      *---------------------------------------------------------------*
       2320-SOLTA-DIVERGENCIA.
           move '2' to wk-tipo-reg.
           release wk-plc-reg.
      *---------------------------------------------------------------*
      * Qtde recebida do item: soma, nas rodadas do produto em        *
      * PLANILHA06L (do lote do item, quando o item tem lote), a qtde *
      * da ultima rodada que aconteceu - a falta que a segunda        *
      * contagem ou o GPP desmentiu nao vai para a carta. Produto sem *
      * rodada fica com a qtde coletada do item.                      *
      *---------------------------------------------------------------*
       2330-QTDE-ULTIMA-CONTAGEM.
           move zero to ws-qtde-contada.
           move 'N'  to ws-achou-rodada.
           move ws-planilha  to plc06l-planilha-cega.
           move plc02-codigo to plc06l-produto.
           move zero         to plc06l-qtde-lanc.
           move low-values   to plc06l-lote.
           move 'N' to ws-eof-rod.
           start planilha06l key is not less than plc06l-chave
              invalid key move 'S' to ws-eof-rod
           end-start
           if ws-eof-rod = 'N'
              read planilha06l next record
                 at end move 'S' to ws-eof-rod
              end-read
           end-if
           perform 2335-SOMA-UMA-RODADA
              until ws-eof-rod = 'S'.

           if ws-achou-rodada = 'N'
              move plc02-qtde-coletada to ws-qtde-contada
           end-if.
      *---------------------------------------------------------------*
       2335-SOMA-UMA-RODADA.
           if plc06l-planilha-cega not = ws-planilha
              or plc06l-produto not = plc02-codigo
              move 'S' to ws-eof-rod
           else
              if plc02-lote = spaces
                 or plc06l-lote = plc02-lote
                 move 'S' to ws-achou-rodada
                 perform 2415-APURA-ULTIMA-RODADA
                 add ws-qtde-final to ws-qtde-contada
              end-if

              read planilha06l next record
                 at end move 'S' to ws-eof-rod
              end-read
           end-if.
      *---------------------------------------------------------------*
      * Rodadas de contagem por lote: o lote da ultima rodada que     *
      * aconteceu e o lote recebido; segunda contagem e contagem do   *
      * GPP marcam a planilha para o indicador.                       *
      *---------------------------------------------------------------*
       2400-VARRE-RODADAS.
           move ws-planilha to plc06l-planilha-cega.
           move zero        to plc06l-produto.
           move zero        to plc06l-qtde-lanc.
           move low-values  to plc06l-lote.
           move 'N' to ws-eof-item.
           start planilha06l key is not less than plc06l-chave
              invalid key move 'S' to ws-eof-item
           end-start
           if ws-eof-item = 'N'
              read planilha06l next record
                 at end move 'S' to ws-eof-item
              end-read
           end-if
           perform 2410-AVALIA-UMA-RODADA
              until ws-eof-item = 'S'.
      *---------------------------------------------------------------*
       2410-AVALIA-UMA-RODADA.
           if plc06l-planilha-cega not = ws-planilha
              move 'S' to ws-eof-item
           else
              perform 2415-APURA-ULTIMA-RODADA
              if plc06l-gpp-usuario not = spaces
                 move 'S' to ws-pla-gpp
              end-if
              if plc06l-segu-usuario not = spaces
                 move 'S' to ws-pla-segunda
              end-if

              if ws-lote-final not = spaces
                 and plc06l-lote not = spaces
                 and ws-lote-final not = plc06l-lote
                 move plc06l-produto       to wk-produto
                 move spaces               to wk-desc-produto
                 move 'L'                  to wk-tipo-div
                 move plc06l-colet-qtde-nf to wk-qtde-nf
                 move ws-qtde-final        to wk-qtde-rec
                 move zero                 to wk-qtde-dif
                 move plc06l-lote          to wk-lote-nf
                 move ws-lote-final        to wk-lote-rec
                 move spaces               to wk-val-nf wk-val-rec
                 add 1 to ws-pla-lote
                 perform 2320-SOLTA-DIVERGENCIA
              end-if

              read planilha06l next record
                 at end move 'S' to ws-eof-item
              end-read
           end-if.
      *---------------------------------------------------------------*
      * Lote e qtde da ultima rodada que aconteceu no registro de     *
      * PLANILHA06L: GPP, segunda, primeira ou coleta, nesta ordem.   *
      *---------------------------------------------------------------*
       2415-APURA-ULTIMA-RODADA.
           evaluate true
              when plc06l-gpp-usuario not = spaces
                 move plc06l-gpp-lote   to ws-lote-final
                 move plc06l-gpp-qtde   to ws-qtde-final
              when plc06l-segu-usuario not = spaces
                 move plc06l-lote-segun to ws-lote-final
                 move plc06l-segu-qtde  to ws-qtde-final
              when plc06l-prim-usuario not = spaces
                 move plc06l-lote-prim  to ws-lote-final
                 move plc06l-prim-qtde  to ws-qtde-final
              when other
                 move plc06l-lote-colet to ws-lote-final
                 move plc06l-colet-qtde to ws-qtde-final
           end-evaluate.
      *---------------------------------------------------------------*
      * Minutos da entrada inicial (PLANILHA06H) ate a liberacao em   *
      * PLANLIB. A segunda contagem e a contagem do GPP registradas   *
      * no horario tambem marcam a planilha.                          *
      *---------------------------------------------------------------*
       2500-CALCULA-TEMPO-LIBERACAO.
           move ws-planilha to plc06h-planilha-cega.
           read planilha06h
              invalid key
                 add 1 to ws-total-sem-tempo
              not invalid key
                 if plc06h-data-entrada2 > zero
                    move 'S' to ws-pla-segunda
                 end-if
                 if plc06h-data-gpp > zero
                    move 'S' to ws-pla-gpp
                 end-if
                 if plc06h-ano-entrada > zero
                    and planlib-ano-lib > zero
                    perform 2510-MINUTOS-ATE-LIBERACAO
                 else
                    add 1 to ws-total-sem-tempo
                 end-if
           end-read.
      *---------------------------------------------------------------*
       2510-MINUTOS-ATE-LIBERACAO.
           move plc06h-ano-entrada to ws-calc-ano.
           move plc06h-mes-entrada to ws-calc-mes.
           move plc06h-dia-entrada to ws-calc-dia.
           perform 8100-CALCULA-DIAS.
           move ws-calc-dias to ws-dias-entrada.

           move planlib-ano-lib to ws-calc-ano.
           move planlib-mes-lib to ws-calc-mes.
           move planlib-dia-lib to ws-calc-dia.
           perform 8100-CALCULA-DIAS.
           move ws-calc-dias to ws-dias-liberacao.

           compute ws-min-entrada =
                      plc06h-hh-entr-i * 60 + plc06h-mm-entr-i.
           compute ws-min-liberacao =
                      planlib-hh-lib * 60 + planlib-mm-lib.

           move 'S' to ws-pla-tem-tempo.
           if ws-dias-liberacao > ws-dias-entrada
              compute ws-pla-min-lib =
                         (ws-dias-liberacao - ws-dias-entrada) * 1440
                       + ws-min-liberacao - ws-min-entrada
           else
              if ws-dias-liberacao = ws-dias-entrada
                 and ws-min-liberacao > ws-min-entrada
                 compute ws-pla-min-lib =
                            ws-min-liberacao - ws-min-entrada
              else
                 move zero to ws-pla-min-lib
              end-if
           end-if.
      *---------------------------------------------------------------*
       2600-SOLTA-RESUMO-PLANILHA.
           move '1'      to wk-tipo-reg.
           move zero     to wk-produto.
           move space    to wk-tipo-div.
           move spaces   to wk-desc-produto wk-lote-nf wk-lote-rec
                            wk-val-nf wk-val-rec.
           move zero     to wk-qtde-nf wk-qtde-rec wk-qtde-dif.
           compute wk-qtd-diverg = ws-pla-falta + ws-pla-sobra
                                 + ws-pla-lote  + ws-pla-validade.
           move ws-pla-segunda   to wk-segunda-cont.
           move ws-pla-gpp       to wk-cont-gpp.
           move ws-pla-tem-tempo to wk-tem-tempo.
           move ws-pla-min-lib   to wk-min-liberacao.
           release wk-plc-reg.
      *---------------------------------------------------------------*
      * Grava (ou regrava, na reexecucao do mes) o fechamento da      *
      * planilha.                                                     *
      *---------------------------------------------------------------*
       2700-GRAVA-FECHAMENTO.
           move ws-planilha to plf-planilha-cega.
           read plcfecha
              invalid key     move '23' to ws-status6
              not invalid key move '00' to ws-status6
           end-read

           move ws-planilha           to plf-planilha-cega.
           move plc01-nome-fornecedor to plf-nome-fornecedor.
           move plc01-nota            to plf-nota.
           move plc01-pedsap          to plf-pedsap.
           move planlib-data-lib-r    to plf-data-lib.
           move ws-pla-itens          to plf-qtd-itens.
           move ws-pla-falta          to plf-qtd-falta.
           move ws-pla-sobra          to plf-qtd-sobra.
           move ws-pla-lote           to plf-qtd-lote.
           move ws-pla-validade       to plf-qtd-validade.
           move ws-pla-unid-falta     to plf-unid-falta.
           move ws-pla-unid-sobra     to plf-unid-sobra.
           move ws-pla-segunda        to plf-segunda-cont.
           move ws-pla-gpp            to plf-cont-gpp.
           move ws-pla-min-lib        to plf-min-liberacao.
           move ws-hoje               to plf-data-fecha.
           move ws-hora-atual-hms     to plf-hora-fecha.
           move ws-param-usuario      to plf-usuario.
           move spaces                to plf-filler.

           if ws-status6 = '00'
              rewrite plf-registro
           else
              write plf-registro
           end-if.
      *---------------------------------------------------------------*
      * Ordena por fornecedor/planilha (resumo antes das divergencias)*
      * e emite a carta e o indicador com quebra por fornecedor.      *
      *---------------------------------------------------------------*
       3000-EMITE-CARTAS-INDICADOR.
           sort wk-plc on ascending key wk-fornecedor
                                         wk-planilha
                                         wk-tipo-reg
                                         wk-produto
                                         wk-tipo-div
              input procedure is 2000-SELECIONA-PLANILHAS
              giving wk-plc-ord.

           open input wk-plc-ord.

           perform 3100-LE-PROXIMO-ORDENADO.
           perform 3200-PROCESSA-REGISTRO
              until ws-eof-ord = 'S'.

           if ws-primeira-quebra = 'N'
              perform 3400-FECHA-FORNECEDOR
           end-if

           close wk-plc-ord.
      *---------------------------------------------------------------*
       3100-LE-PROXIMO-ORDENADO.
           read wk-plc-ord next record
              at end move 'S' to ws-eof-ord
           end-read.
      *---------------------------------------------------------------*
       3200-PROCESSA-REGISTRO.
           if ws-primeira-quebra = 'S'
              move 'N' to ws-primeira-quebra
              perform 3300-ABRE-FORNECEDOR
           else
              if wko-fornecedor not = ws-forn-atual
                 perform 3400-FECHA-FORNECEDOR
                 perform 3300-ABRE-FORNECEDOR
              end-if
           end-if

           if wko-tipo-reg = '1'
              perform 3210-ACUMULA-PLANILHA
           else
              perform 3600-IMPRIME-DIVERGENCIA-CARTA
           end-if

           perform 3100-LE-PROXIMO-ORDENADO.
      *---------------------------------------------------------------*
       3210-ACUMULA-PLANILHA.
           add 1 to ws-frn-planilhas.
           if wko-segunda-cont = 'S'
              add 1 to ws-frn-segunda
           end-if
           if wko-cont-gpp = 'S'
              add 1 to ws-frn-gpp
           end-if
           if wko-tem-tempo = 'S'
              add 1                to ws-frn-com-tempo
              add wko-min-liberacao to ws-frn-min-total
           end-if
           if wko-qtd-diverg > zero
              add 1 to ws-frn-pla-diverg
              perform 3500-IMPRIME-PLANILHA-CARTA
           end-if.
      *---------------------------------------------------------------*
       3300-ABRE-FORNECEDOR.
           move wko-fornecedor to ws-forn-atual.
           move 'N'  to ws-carta-aberta.
           move zero to ws-frn-planilhas ws-frn-pla-diverg
                        ws-frn-falta ws-frn-sobra ws-frn-lote
                        ws-frn-validade ws-frn-segunda ws-frn-gpp
                        ws-frn-com-tempo ws-frn-min-total.
      *---------------------------------------------------------------*
      * Fecha o fornecedor: rodape da carta (se houve divergencia) e  *
      * a linha do indicador mensal.                                  *
      *---------------------------------------------------------------*
       3400-FECHA-FORNECEDOR.
           add 1 to ws-total-fornec.
           if ws-carta-aberta = 'S'
              perform 3450-RODAPE-CARTA
           end-if

           move zero to ws-frn-perc-div ws-frn-perc-segunda
                        ws-frn-perc-gpp ws-frn-horas-media.
           if ws-frn-planilhas > zero
              compute ws-frn-perc-div rounded =
                         ws-frn-pla-diverg * 100 / ws-frn-planilhas
              compute ws-frn-perc-segunda rounded =
                         ws-frn-segunda * 100 / ws-frn-planilhas
              compute ws-frn-perc-gpp rounded =
                         ws-frn-gpp * 100 / ws-frn-planilhas
           end-if
           if ws-frn-com-tempo > zero
              compute ws-frn-horas-media rounded =
                         ws-frn-min-total / ws-frn-com-tempo / 60
           end-if

           move spaces to w-e.
           string ws-forn-atual          delimited by size
                  ' '                    delimited by size
                  ws-frn-planilhas(2:4)  delimited by size
                  ' '                    delimited by size
                  ws-frn-perc-div        delimited by size
                  ' '                    delimited by size
                  ws-frn-falta           delimited by size
                  ' '                    delimited by size
                  ws-frn-sobra           delimited by size
                  ' '                    delimited by size
                  ws-frn-lote(2:4)       delimited by size
                  ' '                    delimited by size
                  ws-frn-validade(2:4)   delimited by size
                  ' '                    delimited by size
                  ws-frn-perc-segunda    delimited by size
                  '  '                   delimited by size
                  ws-frn-perc-gpp        delimited by size
                  '  '                   delimited by size
                  ws-frn-horas-media     delimited by size
             into w-e.
           write txt-reg from w-e.
      *---------------------------------------------------------------*
       3450-RODAPE-CARTA.
           move spaces to w-e.
           write carta-reg from w-e.
           move '-----------------------------------------------------'
              to w-e.
           write carta-reg from w-e.
           move spaces to w-e.
           string 'TOTAL EM FALTA (UNIDADES)....: ' delimited by size
                  ws-frn-falta                       delimited by size
             into w-e.
           write carta-reg from w-e.
           move spaces to w-e.
           string 'TOTAL EM SOBRA (UNIDADES)....: ' delimited by size
                  ws-frn-sobra                       delimited by size
             into w-e.
           write carta-reg from w-e.
           move spaces to w-e.
           string 'ITENS COM LOTE DIVERGENTE....: ' delimited by size
                  ws-frn-lote                        delimited by size
             into w-e.
           write carta-reg from w-e.
           move spaces to w-e.
           string 'ITENS COM VALIDADE DIVERGENTE: ' delimited by size
                  ws-frn-validade                    delimited by size
             into w-e.
           write carta-reg from w-e.
           move spaces to w-e.
           write carta-reg from w-e.
           move 'SOLICITAMOS A REGULARIZACAO DAS DIVERGENCIAS ACIMA'
              to w-e.
           write carta-reg from w-e.
           move '(NOTA COMPLEMENTAR, CARTA DE CORRECAO OU COLETA DA'
              to w-e.
           write carta-reg from w-e.
           move 'MERCADORIA EXCEDENTE/DIVERGENTE).' to w-e.
           write carta-reg from w-e.
           move spaces to w-e.
           write carta-reg from w-e.
           move 'DEPARTAMENTO DE COMPRAS' to w-e.
           write carta-reg from w-e.
           move spaces to w-e.
           write carta-reg from w-e.
           write carta-reg from w-e.
      *---------------------------------------------------------------*
      * Cabecalho da carta (so na primeira planilha divergente do     *
      * fornecedor) e identificacao da nota/planilha.                 *
      *---------------------------------------------------------------*
       3500-IMPRIME-PLANILHA-CARTA.
           if ws-carta-aberta = 'N'
              move 'S' to ws-carta-aberta
              add 1 to ws-total-cartas
              move '=================================================='
                 to w-e
              write carta-reg from w-e
              move 'CARTA DE DIVERGENCIA DE RECEBIMENTO' to w-e
              write carta-reg from w-e
              move '=================================================='
                 to w-e
              write carta-reg from w-e
              move spaces to w-e
              string 'FORNECEDOR.........: ' delimited by size
                     ws-forn-atual           delimited by size
                into w-e
              write carta-reg from w-e
              move spaces to w-e
              string 'MES DE LIBERACAO...: ' delimited by size
                     ws-mes-ref              delimited by size
                into w-e
              write carta-reg from w-e
              move spaces to w-e
              write carta-reg from w-e
              move 'NO RECEBIMENTO DAS NOTAS FISCAIS ABAIXO, CONFERIDO'
                 to w-e
              write carta-reg from w-e
              move 'POR CONTAGEM CEGA, FORAM APURADAS AS DIVERGENCIAS:'
                 to w-e
              write carta-reg from w-e
           end-if

           move spaces to w-e.
           write carta-reg from w-e.
           move spaces to w-e.
           string 'NOTA ' delimited by size
                  wko-nota        delimited by size
                  '  PEDIDO SAP ' delimited by size
                  wko-pedsap      delimited by size
                  '  PLANILHA '   delimited by size
                  wko-planilha    delimited by size
             into w-e.
           write carta-reg from w-e.
           move spaces to w-e.
           string 'LIBERADA EM ' delimited by size
                  wko-data-lib   delimited by size
             into w-e.
           write carta-reg from w-e.
           move 'PROD.  DESCRICAO              TIPO' to w-e.
           move '       QT.NF  QT.REC   DIFER.' to w-e(35:29).
           write carta-reg from w-e.
      *---------------------------------------------------------------*
       3600-IMPRIME-DIVERGENCIA-CARTA.
           evaluate wko-tipo-div
              when 'F'
                 move 'FALTA'    to ws-nome-div
                 add wko-qtde-dif to ws-frn-falta
              when 'S'
                 move 'SOBRA'    to ws-nome-div
                 add wko-qtde-dif to ws-frn-sobra
              when 'L'
                 move 'LOTE'     to ws-nome-div
                 add 1 to ws-frn-lote
              when other
                 move 'VALIDADE' to ws-nome-div
                 add 1 to ws-frn-validade
           end-evaluate

           move spaces to w-e.
           string wko-produto       delimited by size
                  ' '               delimited by size
                  wko-desc-produto  delimited by size
                  ' '               delimited by size
                  ws-nome-div       delimited by size
                  ' '               delimited by size
                  wko-qtde-nf       delimited by size
                  ' '               delimited by size
                  wko-qtde-rec      delimited by size
                  ' '               delimited by size
                  wko-qtde-dif      delimited by size
             into w-e.
           write carta-reg from w-e.

           evaluate wko-tipo-div
              when 'L'
                 move spaces to w-e
                 string '        LOTE DA NOTA ' delimited by size
                        wko-lote-nf             delimited by size
                        '  LOTE RECEBIDO '      delimited by size
                        wko-lote-rec            delimited by size
                   into w-e
                 write carta-reg from w-e
              when 'V'
                 move spaces to w-e
                 string '        LOTE ' delimited by size
                        wko-lote-nf     delimited by size
                        '  VALIDADE DA NOTA (MMAA) ' delimited by size
                        wko-val-nf      delimited by size
                        '  RECEBIDA '   delimited by size
                        wko-val-rec     delimited by size
                   into w-e
                 write carta-reg from w-e
              when other
                 continue
           end-evaluate.
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
           string 'PLANILHAS LIBERADAS NO MES.....: ' delimited by size
                  ws-total-liberadas                  delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'PLANILHAS DE FORNECEDOR FECHADAS: ' delimited by size
                  ws-total-fechadas                    delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'SEM ITEM DE FORNECEDOR (IGNOR.).: ' delimited by size
                  ws-total-sem-forn                    delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'FORA DA MEDIA (SEM HORARIO).....: ' delimited by size
                  ws-total-sem-tempo                   delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'FORNECEDORES....................: ' delimited by size
                  ws-total-fornec                      delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CARTAS DE DIVERGENCIA EMITIDAS..: ' delimited by size
                  ws-total-cartas                      delimited by size
             into w-e.
           write txt-reg from w-e.
      *---------------------------------------------------------------*
       6000-FINALIZA.
           close planlib planilha01 planilha02 planilha06h planilha06l
                 plcfecha carta txt.
      *---------------------------------------------------------------*
