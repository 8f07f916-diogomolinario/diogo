      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LOTRECRP.
      *---------------------------------------------------------------*
      * Objetivo ...: Rastreabilidade de recolhimento (recall) de     *
      *               lote - para um produto + lote, junta num so     *
      *               relatorio o que antes era montado na mao:       *
      *               - validade do lote (TABLC);                     *
      *               - o que entrou: etiquetas do lote em NOTLOT,    *
      *                 com quantidade, validade e nota de entrada;   *
      *               - o que ainda esta em estoque: saldo por        *
      *                 etiqueta em LOTEVEZN e os enderecos do        *
      *                 produto (linha PEEM e paletes PALEPROD);      *
      *               - toda saida do canal (HISCANAL motivo S) com   *
      *                 data, hora e quantidade - pelo lote gravado   *
      *                 no movimento ou, no controlado, pela etiqueta *
      *                 do lote;                                      *
      *               - o que voltou em devolucao (XCDEV02) e o que   *
      *                 foi rejeitado na conferencia (ARQREJ).        *
      *               Opcionalmente retem todas as etiquetas do lote  *
      *               que ainda tem saldo, para nao serem separadas.  *
      * Parametro ..: produto lote [B|L usuario]                      *
      *               sem modo = so relatorio;                        *
      *               B = retem (bloqueia) as etiquetas com saldo;    *
      *               L = libera a retencao (recall cancelado).       *
      *               O usuario e obrigatorio para B e L e sai no     *
      *               relatorio como responsavel.                     *
      * Observacao .: a retencao e o LVZN-RETIDO = 'R', aberto no     *
      *               primeiro byte do LVZN-FILLER (que era zerado) - *
      *               a separacao e a escolha do lote da vez tem que  *
      *               desprezar etiqueta retida. Liberar devolve o    *
      *               '0' original.                                   *
      * Data .......: 15/10/2026                          Otavio      *
      *---------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           select tablc    assign '/d/dados/tablotecasa'
                  organization   is indexed
                  access mode    is dynamic
                  record key     is tablc-chave
                  file status    is ws-status.

           select notlot  assign '/d/dados/notlot'
                  organization   is indexed
                  access mode    is dynamic
                  record key     is nlt-chave
                  alternate record key is nlt-chave2 with duplicates
                  file status    is ws-status2.

           select lotevezn assign '/d/dados/lotevezn'
                  organization   is indexed
                  access mode    is dynamic
                  record key     is lvzn-chave
                  file status    is ws-status3.

           select hiscanal assign      '/d/dados/hiscanal'
                  organization         is indexed
                  access mode          is dynamic
                  record key           is hcn-chave
                  alternate record key is hcn-chavealt =
                                          hcn-produto
                                          hcn-data-wms
                                          hcn-hora-wms
                                          hcn-sequenciainc
                                          with duplicates
                  file status          is ws-status4.

           select xcdev02   assign '/d/dados/xcdev02'
                  organization       is indexed
                  access mode        is dynamic
                  record key         is xcd02-chave
                  file status        is ws-status5.

            select arqrej           assign   '/d/dados/plancrej'
                   organization              is indexed
                   access mode               is dynamic
                   record key                is arqrej-chave
                   file status               is ws-status6.

           select peem assign          '/d/dados/peem'
                  organization         is indexed
                  access mode          is dynamic
                  record key           is pee-chave
                  alternate record key is pee-canal-peem
                                          with duplicates
                  alternate record key is pee-endereco-kf
                                          with duplicates
                  file status          is ws-status7.

           select paleprod    assign        '/d/dados/paleprod'
                  organization              is indexed
                  access mode               is dynamic
                  record key                is plp-chave
                  alternate record key      is plp-produto
                                               with duplicates
                  file status               is ws-status8.

           select txt assign to "lotrecrp-rl"
                  organization is line sequential
                  file status is ws-status9.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * Arquivo : Validade do lote por produto (tablc)                *
      *----------------------------------------------------------------*
       FD  TABLC.
       01  TABLC-REG.
           03 TABLC-CHAVE.
              05 TABLC-PRODUTO        PIC 9(06).
              05 TABLC-LOTE           PIC X(10).
           03 TABLC-DATA-VALIDADE     PIC 9(08).
           03 TABLC-FILLER            PIC X(20).
      *----------------------------------------------------------------*
      * Arquivo : Etiqueta x lote da entrada (notlot)                 *
      *----------------------------------------------------------------*
       FD  NOTLOT.
       01  NLT-REG.
           03 NLT-CHAVE.
              05 NLT-CODBARRASPROF.
                 07 nlt-etiqueta      pic 9(12).
           03 NLT-CHAVE2.
              05 NLT-CODBARRASFORN.
                 07 NLT-ZEROS         PIC 9(07).
                 07 NLT-CODPROD       PIC 9(06).
           03 NLT-LOTE                PIC X(10).
           03 NLT-DATAVENC            PIC 9(08).
           03 NLT-QTDE                PIC 9(05).
           03 NLT-QTDE-IMPRESSA       PIC 9(05).
           03 NLT-DATASYSTEMA         PIC 9(08).
           03 NLT-TRANSF              PIC X(01).
           03 NLT-NOTA                PIC 9(06).
      *----------------------------------------------------------------*
      * Arquivo : Lote da vez por produto/etiqueta (lotevezn)          *
      *----------------------------------------------------------------*
       FD LOTEVEZN.
       01 LVZN-REG.
          03 LVZN-CHAVE.
             05 LVZN-PRODUTO     PIC 9(06).
             05 LVZN-etiqueta    pic 9(12).
          03 LVZN-LOTE           PIC X(10).
          03 LVZN-SALDOINI       PIC 9(05).
          03 LVZN-SALDO          PIC 9(05).
          03 LVZN-ATUAL          PIC 9(01).
          03 LVZN-MES            PIC 9(01).
          03 LVZN-TIPO           PIC 9(01).
          03 LVZN-SALDO-AUT      PIC 9(05).
          03 LVZN-ATUAL-AUT      PIC 9(01).
          03 LVZN-FLAG-ENVIO     PIC X(01).
          03 filler redefines lvzn-flag-envio.
             05 lvzn-status-validade pic x(01).
          03 LVZN-ETQ-FRACAO     PIC 9(01).
          03 LVZN-RETIDO         PIC X(01).
             88 LVZN-ETQ-RETIDA  VALUE 'R'.
          03 LVZN-FILLER         PIC 9(02).
      *--> lvzn-retido ('R') = etiqueta retida por recolhimento de
      *    lote (LOTRECRP) - aberto no primeiro byte do antigo filler.
      *----------------------------------------------------------------*
      * Arquivo : Historico de movimentacao no canal (hiscanal)        *
      *----------------------------------------------------------------*
       fd hiscanal.
       01  hcn-reg.
           03 hcn-chave.
              05 hcn-logAnoInc         pic 9(04).
              05 hcn-logMesInc         pic 9(02).
              05 hcn-sequenciaInc      pic 9(06).
           03 hcn-produto              pic 9(06).
           03 hcn-data-wms             pic 9(08).
           03 hcn-hora-wms.
              05 hcn-hor-wms           pic 9(02).
              05 hcn-min-wms           pic 9(02).
              05 hcn-seg-wms           pic 9(02).
              05 hcn-msg-wms           pic 9(02).
           03 hcn-motivo               pic x(01).
           03 hcn-sigla                pic x(03).
           03 hcn-unidade              pic 9(07).
           03 hcn-etiqControlado       pic x(01).
           03 hcn-etiqContrLote        pic x(18).
           03 filler redefines hcn-etiqContrLote.
              05 hcn-etiquetaContr     pic 9(12).
              05 hcn-etiqSobra         pic x(06).
           03 filler redefines hcn-etiqContrLote.
              05 hcn-lote              pic x(10).
              05 hcn-dataVenc          pic 9(08).
           03 hcn-logInclusao.
              05 hcn-logSeqInc         pic 9(06).
      *----------------------------------------------------------------*
      * Arquivo : Detalhe da planilha de devolucao (xcdev02)           *
      *----------------------------------------------------------------*
       fd xcdev02.
       01 xcd02-reg.
          03 xcd02-chave.
             05 xcd02-tipo                 pic 9(01).
             05 xcd02-planilha-dev         pic 9(10).
             05 xcd02-ean                  pic 9(13).
             05 filler                     pic x(03).
             05 xcd02-lote                 pic x(10).
          03 xcd02-qtde-informada          pic 9(06).
          03 xcd02-dt-verificao            pic 9(08).
          03 xcd02-validade                pic 9(04).
          03 xcd02-codigo                  pic 9(06).
          03 xcd02-desc-produto            pic x(35).
          03 xcd02-qtde-coletada           pic 9(06).
          03 xcd02-cod-diverg              pic X(04).
          03 xcd02-desc-diverg             pic x(23).
          03 filler                        pic x(61).
      *----------------------------------------------------------------*
      * Arquivo : Itens rejeitados na conferencia de devolucao        *
      *           (plancrej) - 'D' rejeitado, 'G' liberado pelo GPP,  *
      *           'P' processado pos-liberacao.                       *
      *----------------------------------------------------------------*
       fd arqrej.
       01 arqrej-reg.
          03 arqrej-chave.
             05 arqrej-planilha-cega     pic 9(10).
             05 arqrej-produto           pic 9(06).
          03 arqrej-nota-fiscal          pic x(09).
          03 arqrej-status               pic x(01).
          03 arqrej-status-rej           pic x(01).
          03 arqrej-data                 pic 9(08).
          03 arqrej-qtde                 pic 9(06).
          03 arqrej-lote                 pic X(10).
          03 arqrej-tp-devolucao         pic x(01).
          03 filler                      pic x(03).
      *----------------------------------------------------------------*
      * Arquivo : Produtos na maquina PEEN/linha K+F (peem)           *
      *----------------------------------------------------------------*
       FD  PEEM.
       01  PEE-REGISTRO.
           03 PEE-CHAVE.
              05 PEE-CODPROD-PROFARMA  PIC 9(06).
              05 PEE-CANAL-PEEM        PIC 9(06).
           03 PEE-ESTACAO              PIC 9(02).
           03 PEE-ENDERECO-KF.
              05 PEE-SETOR             PIC 9(02).
              05 PEE-MODULO            PIC X(01).
              05 PEE-CANAL             PIC 9(03).
           03 PEE-FILLER               PIC X(20).
      *----------------------------------------------------------------*
      * Arquivo : Palete final do produto no blocado (paleprod) - so  *
      *           os campos usados.                                   *
      *----------------------------------------------------------------*
       fd  paleprod.
       01  plp-reg.
           03 plp-chave.
              05 plp-endereco.
                 07 plp-rua            pic x(02).
                 07 plp-nivel          pic 9(02).
                 07 plp-palete         pic 9(03).
              05 plp-produto           pic 9(06).
           03 plp-ativo                pic x(01).
           03 plp-resto                pic x(86).
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
       77 ws-eof              pic x(01) value 'N'.
      *---------------------------------------------------------------*
       77 ws-param-linha       pic x(40) value spaces.
       77 ws-param-produto     pic x(06) value spaces.
       77 ws-param-lote        pic x(10) value spaces.
       77 ws-param-modo        pic x(01) value spaces.
       77 ws-param-usuario     pic x(10) value spaces.
       77 ws-produto           pic 9(06) value zero.
       77 ws-lote              pic x(10) value spaces.
       77 ws-modo              pic x(01) value space.
       77 ws-parametro-ok      pic x(01) value 'S'.
       77 ws-titulo-secao      pic x(50) value spaces.
      *---------------------------------------------------------------*
       77 ws-hoje              pic 9(08) value zero.
       77 ws-hora-atual        pic 9(08) value zero.
       77 ws-hora-atual-hms    redefines ws-hora-atual pic 9(06).
      *---------------------------------------------------------------*
      * Etiquetas do lote (NOTLOT e LOTEVEZN) - para reconhecer o     *
      * movimento do controlado, que grava etiqueta e nao lote. O     *
      * teto e pratico e o estouro e apontado no resumo.              *
      *---------------------------------------------------------------*
       77 ws-qtd-etq           pic 9(05) value zero.
       77 ws-estouro-etq       pic x(01) value 'N'.
       01 WS-TAB-ETQ.
          05 WS-ETQ            OCCURS 3000 TIMES PIC 9(12).
       77 ws-idx-etq           pic 9(05) value zero.
       77 ws-etq-busca         pic 9(12) value zero.
       77 ws-etq-do-lote       pic x(01) value 'N'.
       77 ws-mov-do-lote       pic x(01) value 'N'.
      *---------------------------------------------------------------*
       77 ws-tot-recebido      pic 9(09) value zero.
       77 ws-tot-etq-entrada   pic 9(05) value zero.
       77 ws-tot-estoque       pic 9(09) value zero.
       77 ws-tot-etq-saldo     pic 9(05) value zero.
       77 ws-tot-retidas       pic 9(05) value zero.
       77 ws-tot-liberadas     pic 9(05) value zero.
       77 ws-tot-saidas        pic 9(09) value zero.
       77 ws-tot-mov-saida     pic 9(07) value zero.
       77 ws-tot-entradas      pic 9(09) value zero.
       77 ws-tot-devolvido     pic 9(09) value zero.
       77 ws-tot-rejeitado     pic 9(09) value zero.
       77 ws-qtd-linhas        pic 9(07) value zero.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAINLINE.
           perform 1000-INICIALIZA.
           if ws-parametro-ok = 'S'
              perform 2000-IDENTIFICA-LOTE
              perform 2100-RECEBIDO
              perform 2200-ESTOQUE
              perform 2300-ENDERECOS
              perform 2400-SAIDAS
              perform 2500-DEVOLVIDO
              perform 2600-REJEITADO
              perform 5000-IMPRIME-RESUMO
           end-if
           perform 6000-FINALIZA.
           stop run.
      *---------------------------------------------------------------*
       1000-INICIALIZA.
           accept ws-hoje from date yyyymmdd.
           accept ws-hora-atual from time.

           accept ws-param-linha from command-line.
           unstring ws-param-linha delimited by all space
              into ws-param-produto
                   ws-param-lote
                   ws-param-modo
                   ws-param-usuario
           end-unstring

           open output txt.
           move '====================================================='
              to w-e.
           write txt-reg from w-e.
           move 'LOTRECRP - RASTREABILIDADE DE RECOLHIMENTO DE LOTE'
              to w-e.
           write txt-reg from w-e.
           move '====================================================='
              to w-e.
           write txt-reg from w-e.

           if ws-param-produto = spaces or ws-param-produto not numeric
              or ws-param-lote = spaces
              move 'N' to ws-parametro-ok
              move 'PARAMETRO: produto lote [B|L usuario]' to w-e
              write txt-reg from w-e
           else
              move ws-param-produto to ws-produto
              move ws-param-lote    to ws-lote
           end-if

           if ws-parametro-ok = 'S' and ws-param-modo not = spaces
              if (ws-param-modo = 'B' or ws-param-modo = 'L')
                 and ws-param-usuario not = spaces
                 move ws-param-modo to ws-modo
              else
                 move 'N' to ws-parametro-ok
                 move 'MODO INVALIDO OU SEM USUARIO (B/L usuario)'
                    to w-e
                 write txt-reg from w-e
              end-if
           end-if

           if ws-parametro-ok = 'S'
              open input tablc notlot hiscanal xcdev02 arqrej
                         peem paleprod
              if ws-modo = space
                 open input lotevezn
              else
                 open i-o lotevezn
              end-if
           end-if.
      *---------------------------------------------------------------*
       2000-IDENTIFICA-LOTE.
           move spaces to w-e.
           string 'PRODUTO: '  delimited by size
                  ws-produto   delimited by size
                  '  LOTE: '   delimited by size
                  ws-lote      delimited by size
                  '  DATA: '   delimited by size
                  ws-hoje      delimited by size
             into w-e.
           write txt-reg from w-e.

           move ws-produto to tablc-produto.
           move ws-lote    to tablc-lote.
           move spaces to w-e.
           read tablc
              invalid key
                 move 'LOTE NAO CADASTRADO NA TABLC' to w-e
              not invalid key
                 string 'VALIDADE DO LOTE (TABLC): ' delimited by size
                        tablc-data-validade          delimited by size
                   into w-e
           end-read
           write txt-reg from w-e.

           evaluate ws-modo
              when 'B'
                 move spaces to w-e
                 string 'RETENCAO DAS ETIQUETAS COM SALDO POR '
                           delimited by size
                        ws-param-usuario delimited by size
                        ' AS '           delimited by size
                        ws-hora-atual-hms delimited by size
                   into w-e
                 write txt-reg from w-e
              when 'L'
                 move spaces to w-e
                 string 'LIBERACAO DA RETENCAO DO LOTE POR '
                           delimited by size
                        ws-param-usuario delimited by size
                        ' AS '           delimited by size
                        ws-hora-atual-hms delimited by size
                   into w-e
                 write txt-reg from w-e
           end-evaluate.
      *---------------------------------------------------------------*
      * Entrada: etiquetas do produto em NOTLOT (chave alternada com  *
      * o codigo do produto) com o lote pedido.                       *
      *---------------------------------------------------------------*
       2100-RECEBIDO.
           move 'RECEBIDO (NOTLOT)' to ws-titulo-secao.
           perform 2900-TITULO-SECAO.
           move 'ETIQUETA     QTDE  VALIDADE NOTA   DT.ENTR.' to w-e.
           write txt-reg from w-e.

           move zero to ws-qtd-linhas.
           move 'N'  to ws-eof.
           move zeros      to nlt-zeros.
           move ws-produto to nlt-codprod.
           start notlot key is not less than nlt-chave2
              invalid key move 'S' to ws-eof
           end-start
           perform 2110-LE-UMA-ENTRADA
              until ws-eof = 'S'.
           perform 2950-FECHA-SECAO.
      *---------------------------------------------------------------*
       2110-LE-UMA-ENTRADA.
           read notlot next record
              at end move 'S' to ws-eof
           end-read

           if ws-eof = 'N'
              if nlt-zeros not = zeros or nlt-codprod not = ws-produto
                 move 'S' to ws-eof
              else
                 if nlt-lote = ws-lote
                    add 1 to ws-qtd-linhas ws-tot-etq-entrada
                    add nlt-qtde to ws-tot-recebido
                    move nlt-etiqueta to ws-etq-busca
                    perform 7000-GUARDA-ETIQUETA
                    move spaces to w-e
                    string nlt-etiqueta    delimited by size
                           ' '             delimited by size
                           nlt-qtde        delimited by size
                           ' '             delimited by size
                           nlt-datavenc    delimited by size
                           ' '             delimited by size
                           nlt-nota        delimited by size
                           ' '             delimited by size
                           nlt-datasystema delimited by size
                      into w-e
                    write txt-reg from w-e
                 end-if
              end-if
           end-if.
      *---------------------------------------------------------------*
      * Estoque: saldo por etiqueta do lote em LOTEVEZN. Nos modos B  *
      * e L a retencao e gravada/retirada aqui mesmo.                 *
      *---------------------------------------------------------------*
       2200-ESTOQUE.
           move 'EM ESTOQUE POR ETIQUETA (LOTEVEZN)'
              to ws-titulo-secao.
           perform 2900-TITULO-SECAO.
           move 'ETIQUETA     SALDO VEZ VALID RETIDA' to w-e.
           write txt-reg from w-e.

           move zero to ws-qtd-linhas.
           move 'N'  to ws-eof.
           move ws-produto to lvzn-produto.
           move zero       to lvzn-etiqueta.
           start lotevezn key is not less than lvzn-chave
              invalid key move 'S' to ws-eof
           end-start
           perform 2210-LE-UMA-ETIQUETA
              until ws-eof = 'S'.
           perform 2950-FECHA-SECAO.
      *---------------------------------------------------------------*
       2210-LE-UMA-ETIQUETA.
           read lotevezn next record
              at end move 'S' to ws-eof
           end-read

           if ws-eof = 'N'
              if lvzn-produto not = ws-produto
                 move 'S' to ws-eof
              else
                 if lvzn-lote = ws-lote
                    move lvzn-etiqueta to ws-etq-busca
                    perform 7000-GUARDA-ETIQUETA
                    if lvzn-saldo > zero
                       perform 2220-ETIQUETA-COM-SALDO
                    end-if
                 end-if
              end-if
           end-if.
      *---------------------------------------------------------------*
       2220-ETIQUETA-COM-SALDO.
           add 1 to ws-qtd-linhas ws-tot-etq-saldo.
           add lvzn-saldo to ws-tot-estoque.

           evaluate true
              when ws-modo = 'B' and not lvzn-etq-retida
                 move 'R' to lvzn-retido
                 rewrite lvzn-reg
                    invalid key continue
                    not invalid key add 1 to ws-tot-retidas
                 end-rewrite
              when ws-modo = 'L' and lvzn-etq-retida
                 move '0' to lvzn-retido
                 rewrite lvzn-reg
                    invalid key continue
                    not invalid key add 1 to ws-tot-liberadas
                 end-rewrite
              when other
                 continue
           end-evaluate

           move spaces to w-e.
           string lvzn-etiqueta        delimited by size
                  ' '                  delimited by size
                  lvzn-saldo           delimited by size
                  '   '                delimited by size
                  lvzn-atual           delimited by size
                  '     '              delimited by size
                  lvzn-status-validade delimited by size
                  '    '               delimited by size
                  lvzn-retido          delimited by size
             into w-e.
           write txt-reg from w-e.
      *---------------------------------------------------------------*
      * Enderecos do produto - a etiqueta nao guarda endereco; o lote *
      * com saldo esta num destes.                                    *
      *---------------------------------------------------------------*
       2300-ENDERECOS.
           move 'ENDERECOS DO PRODUTO (PEEM / PALEPROD)'
              to ws-titulo-secao.
           perform 2900-TITULO-SECAO.

           move zero to ws-qtd-linhas.
           move 'N'  to ws-eof.
           move ws-produto to pee-codprod-profarma.
           move zero       to pee-canal-peem.
           start peem key is not less than pee-chave
              invalid key move 'S' to ws-eof
           end-start
           perform 2310-LE-UM-CANAL
              until ws-eof = 'S'.

           move 'N'  to ws-eof.
           move ws-produto to plp-produto.
           start paleprod key is not less than plp-produto
              invalid key move 'S' to ws-eof
           end-start
           perform 2320-LE-UM-PALETE
              until ws-eof = 'S'.
           perform 2950-FECHA-SECAO.
      *---------------------------------------------------------------*
       2310-LE-UM-CANAL.
           read peem next record
              at end move 'S' to ws-eof
           end-read

           if ws-eof = 'N'
              if pee-codprod-profarma not = ws-produto
                 move 'S' to ws-eof
              else
                 add 1 to ws-qtd-linhas
                 move spaces to w-e
                 string 'LINHA  CANAL PEEN '  delimited by size
                        pee-canal-peem         delimited by size
                        '  ESTACAO '          delimited by size
                        pee-estacao            delimited by size
                        '  END.K+F '          delimited by size
                        pee-setor              delimited by size
                        '-'                    delimited by size
                        pee-modulo             delimited by size
                        '-'                    delimited by size
                        pee-canal              delimited by size
                   into w-e
                 write txt-reg from w-e
              end-if
           end-if.
      *---------------------------------------------------------------*
       2320-LE-UM-PALETE.
           read paleprod next record
              at end move 'S' to ws-eof
           end-read

           if ws-eof = 'N'
              if plp-produto not = ws-produto
                 move 'S' to ws-eof
              else
                 add 1 to ws-qtd-linhas
                 move spaces to w-e
                 string 'PALETE RUA '  delimited by size
                        plp-rua         delimited by size
                        ' NIVEL '       delimited by size
                        plp-nivel       delimited by size
                        ' PALETE '      delimited by size
                        plp-palete      delimited by size
                        '  ATIVO '      delimited by size
                        plp-ativo       delimited by size
                   into w-e
                 write txt-reg from w-e
              end-if
           end-if.
      *---------------------------------------------------------------*
      * Saidas do canal: HISCANAL pela chave alternada do produto.    *
      * Movimento do controlado grava a etiqueta no lugar do lote.    *
      *---------------------------------------------------------------*
       2400-SAIDAS.
           move 'SAIDAS DO CANAL (HISCANAL MOTIVO S)'
              to ws-titulo-secao.
           perform 2900-TITULO-SECAO.
           move 'DATA     HORA   SIGLA  QUANTIDADE ETIQUETA' to w-e.
           write txt-reg from w-e.

           move zero to ws-qtd-linhas.
           move 'N'  to ws-eof.
           move ws-produto to hcn-produto.
           move zero       to hcn-data-wms hcn-hora-wms
                              hcn-sequenciainc.
           start hiscanal key is not less than hcn-chavealt
              invalid key move 'S' to ws-eof
           end-start
           perform 2410-LE-UM-MOVIMENTO
              until ws-eof = 'S'.
           perform 2950-FECHA-SECAO.
      *---------------------------------------------------------------*
       2410-LE-UM-MOVIMENTO.
           read hiscanal next record
              at end move 'S' to ws-eof
           end-read

           if ws-eof = 'N'
              if hcn-produto not = ws-produto
                 move 'S' to ws-eof
              else
                 perform 2420-VERIFICA-LOTE-MOVIMENTO
                 if ws-mov-do-lote = 'S'
                    perform 2430-ACUMULA-MOVIMENTO
                 end-if
              end-if
           end-if.
      *---------------------------------------------------------------*
       2420-VERIFICA-LOTE-MOVIMENTO.
           move 'N' to ws-mov-do-lote.
           if hcn-etiqcontrolado = 'S'
              move hcn-etiquetacontr to ws-etq-busca
              perform 7100-BUSCA-ETIQUETA
              move ws-etq-do-lote to ws-mov-do-lote
           else
              if hcn-lote = ws-lote
                 move 'S' to ws-mov-do-lote
              end-if
           end-if.
      *---------------------------------------------------------------*
       2430-ACUMULA-MOVIMENTO.
           if hcn-motivo = 'E'
              add hcn-unidade to ws-tot-entradas
           end-if

           if hcn-motivo = 'S'
              add 1 to ws-qtd-linhas ws-tot-mov-saida
              add hcn-unidade to ws-tot-saidas
              move spaces to w-e
              string hcn-data-wms      delimited by size
                     ' '               delimited by size
                     hcn-hor-wms       delimited by size
                     ':'               delimited by size
                     hcn-min-wms       delimited by size
                     '  '              delimited by size
                     hcn-sigla         delimited by size
                     '    '            delimited by size
                     hcn-unidade       delimited by size
                     '    '            delimited by size
                into w-e
              if hcn-etiqcontrolado = 'S'
                 move hcn-etiquetacontr to w-e(40:12)
              end-if
              write txt-reg from w-e
           end-if.
      *---------------------------------------------------------------*
      * Devolucao: XCDEV02 nao tem chave por produto - leitura        *
      * completa filtrando produto e lote.                            *
      *---------------------------------------------------------------*
       2500-DEVOLVIDO.
           move 'DEVOLVIDO (XCDEV02)' to ws-titulo-secao.
           perform 2900-TITULO-SECAO.
           move 'PLANILHA   TP DT.CONF.  INFORM. COLET. DIVERGENCIA'
              to w-e.
           write txt-reg from w-e.

           move zero to ws-qtd-linhas.
           move 'N'  to ws-eof.
           read xcdev02 next record
              at end move 'S' to ws-eof
           end-read
           perform 2510-AVALIA-UMA-DEVOLUCAO
              until ws-eof = 'S'.
           perform 2950-FECHA-SECAO.
      *---------------------------------------------------------------*
       2510-AVALIA-UMA-DEVOLUCAO.
           if xcd02-codigo = ws-produto and xcd02-lote = ws-lote
              add 1 to ws-qtd-linhas
              add xcd02-qtde-coletada to ws-tot-devolvido
              move spaces to w-e
              string xcd02-planilha-dev  delimited by size
                     ' '                 delimited by size
                     xcd02-tipo          delimited by size
                     '  '                delimited by size
                     xcd02-dt-verificao  delimited by size
                     ' '                 delimited by size
                     xcd02-qtde-informada delimited by size
                     '  '                delimited by size
                     xcd02-qtde-coletada delimited by size
                     ' '                 delimited by size
                     xcd02-cod-diverg    delimited by size
                     ' '                 delimited by size
                     xcd02-desc-diverg   delimited by size
                into w-e
              write txt-reg from w-e
           end-if

           read xcdev02 next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       2600-REJEITADO.
           move 'REJEITADO NA CONFERENCIA (ARQREJ)' to ws-titulo-secao.
           perform 2900-TITULO-SECAO.
           move 'PLANILHA   NOTA      DATA     QTDE   ST MOTIVO' to w-e.
           write txt-reg from w-e.

           move zero to ws-qtd-linhas.
           move 'N'  to ws-eof.
           read arqrej next record
              at end move 'S' to ws-eof
           end-read
           perform 2610-AVALIA-UMA-REJEICAO
              until ws-eof = 'S'.
           perform 2950-FECHA-SECAO.
      *---------------------------------------------------------------*
       2610-AVALIA-UMA-REJEICAO.
           if arqrej-produto = ws-produto and arqrej-lote = ws-lote
              add 1 to ws-qtd-linhas
              add arqrej-qtde to ws-tot-rejeitado
              move spaces to w-e
              string arqrej-planilha-cega delimited by size
                     ' '                  delimited by size
                     arqrej-nota-fiscal   delimited by size
                     ' '                  delimited by size
                     arqrej-data          delimited by size
                     ' '                  delimited by size
                     arqrej-qtde          delimited by size
                     ' '                  delimited by size
                     arqrej-status        delimited by size
                     '  '                 delimited by size
                     arqrej-status-rej    delimited by size
                into w-e
              write txt-reg from w-e
           end-if

           read arqrej next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       2900-TITULO-SECAO.
           move spaces to w-e.
           write txt-reg from w-e.
           move ws-titulo-secao to w-e.
           write txt-reg from w-e.
           move '-----------------------------------------------------'
              to w-e.
           write txt-reg from w-e.
      *---------------------------------------------------------------*
       2950-FECHA-SECAO.
           if ws-qtd-linhas = zero
              move 'NADA ENCONTRADO' to w-e
              write txt-reg from w-e
           end-if.
      *---------------------------------------------------------------*
       7000-GUARDA-ETIQUETA.
           perform 7100-BUSCA-ETIQUETA.
           if ws-etq-do-lote = 'N'
              if ws-qtd-etq < 3000
                 add 1 to ws-qtd-etq
                 move ws-etq-busca to ws-etq(ws-qtd-etq)
              else
                 move 'S' to ws-estouro-etq
              end-if
           end-if.
      *---------------------------------------------------------------*
       7100-BUSCA-ETIQUETA.
           move 'N' to ws-etq-do-lote.
           perform 7110-COMPARA-UMA-ETIQUETA
              varying ws-idx-etq from 1 by 1
              until ws-idx-etq > ws-qtd-etq
                 or ws-etq-do-lote = 'S'.
      *---------------------------------------------------------------*
       7110-COMPARA-UMA-ETIQUETA.
           if ws-etq(ws-idx-etq) = ws-etq-busca
              move 'S' to ws-etq-do-lote
           end-if.
      *---------------------------------------------------------------*
       5000-IMPRIME-RESUMO.
           move spaces to w-e.
           write txt-reg from w-e.
           move '-----------------------------------------------------'
              to w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'RECEBIDO (UNID / ETIQUETAS).....: ' delimited by size
                  ws-tot-recebido                      delimited by size
                  ' / '                                delimited by size
                  ws-tot-etq-entrada                   delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'EM ESTOQUE (UNID / ETIQUETAS)...: ' delimited by size
                  ws-tot-estoque                       delimited by size
                  ' / '                                delimited by size
                  ws-tot-etq-saldo                     delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'ABASTECIDO NO CANAL (ENTRADAS).: '  delimited by size
                  ws-tot-entradas                      delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'EXPEDIDO (UNID / MOVIMENTOS)....: ' delimited by size
                  ws-tot-saidas                        delimited by size
                  ' / '                                delimited by size
                  ws-tot-mov-saida                     delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'DEVOLVIDO.......................: ' delimited by size
                  ws-tot-devolvido                     delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'REJEITADO NA CONFERENCIA........: ' delimited by size
                  ws-tot-rejeitado                     delimited by size
             into w-e.
           write txt-reg from w-e.
           if ws-modo = 'B'
              move spaces to w-e
              string 'ETIQUETAS RETIDAS NESTA EXECUCAO.: '
                        delimited by size
                     ws-tot-retidas delimited by size
                into w-e
              write txt-reg from w-e
           end-if
           if ws-modo = 'L'
              move spaces to w-e
              string 'ETIQUETAS LIBERADAS NESTA EXECUCAO: '
                        delimited by size
                     ws-tot-liberadas delimited by size
                into w-e
              write txt-reg from w-e
           end-if
           if ws-estouro-etq = 'S'
              move 'TABELA DE ETIQUETAS ESTOUROU 3000 - SAIDAS PARCIAIS'
                 to w-e
              write txt-reg from w-e
           end-if.
      *---------------------------------------------------------------*
       6000-FINALIZA.
           if ws-parametro-ok = 'S'
              close tablc notlot lotevezn hiscanal xcdev02 arqrej
                    peem paleprod
           end-if
           close txt.
      *---------------------------------------------------------------*
