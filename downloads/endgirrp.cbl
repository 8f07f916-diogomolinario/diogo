      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ENDGIRRP.
      *---------------------------------------------------------------*
      * Objetivo ...: Analise de enderecamento (slotting) - confronta *
      *               os cadastros de endereco mantidos a mao com o   *
      *               giro real do produto no BALANCE (acessos dos    *
      *               ultimos 60 dias, curva ABC: A ate 80% dos       *
      *               acessos, B ate 95%, C o resto, D sem acesso):   *
      *               - produto lento (C) ou parado (D) ocupando      *
      *                 canal da linha (CHENDLIN) ou da PEEN (PEEM);  *
      *               - produto com mais de um endereco de linha e    *
      *                 canal PEEN / endereco K+F com dois produtos;  *
      *               - produto de giro rapido (A) sem endereco de    *
      *                 linha nem canal PEEN;                         *
      *               - palete do blocado (PALEPROD, com o numero     *
      *                 geografico do ICTLNUMG) cujo produto nao tem  *
      *                 saldo na rua Z (SALDWMSZ);                    *
      *               - lista de movimentacoes sugeridas: o rapido    *
      *                 sem linha vai para o canal vazio ou do parado *
      *                 /lento de menor giro, em ordem decrescente de *
      *                 ganho de esforco de separacao (acessos que    *
      *                 passam a sair da linha em 60 dias).           *
      *               Subsidio para o planejamento dos fins de semana *
      *               de reenderecamento da logistica.                *
      * Observacao .: so os canais da CHENDLIN entram nas sugestoes - *
      *               a PEEN e maquina e tem restricao propria de     *
      *               tamanho de canal, la so sai o apontamento.      *
      *               Palete com PLP-ATIVO = 'N' fica fora.           *
      * Data .......: 15/10/2026                          Otavio      *
      *---------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           select balance assign          '/d/dados/balance'
                  organization            is indexed
                  access mode             is dynamic
                  record key              is blc-chave
                  file status             is ws-status.

           select chendlin    assign        '/d/dados/chendlin'
                  organization              is indexed
                  access mode               is dynamic
                  record key                is celn-endlinha
                  alternate record key      is celn-codproduto
                                               with duplicates
                  file status               is ws-status2.

           select peem assign          '/d/dados/peem'
                  organization         is indexed
                  access mode          is dynamic
                  record key           is pee-chave
                  alternate record key is pee-canal-peem
                                          with duplicates
                  alternate record key is pee-endereco-kf
                                          with duplicates
                  file status          is ws-status3.

           select paleprod    assign        '/d/dados/paleprod'
                  organization              is indexed
                  access mode               is dynamic
                  record key                is plp-chave
                  alternate record key      is plp-produto
                                               with duplicates
                  file status               is ws-status4.

           select ictlnumg assign '/d/dados/ictlnumg'
                  organization    is indexed
                  access mode     is dynamic
                  record key      is cng-chave
                  file status     is ws-status5.

           select saldwmsz   assign  '/d/dados/saldwmsz'
                  organization       is indexed
                  access mode        is dynamic
                  record key         is slz-chave
                  file status        is ws-status6.

           select wk-giro assign to "endgirwk".

           select wk-giro-ord assign to "endgirwko"
                  organization is line sequential
                  file status is ws-status7.

           select wk-canal assign to "endgirwc".

           select wk-canal-ord assign to "endgirwco"
                  organization is line sequential
                  file status is ws-status8.

           select wk-geo assign to "endgirwg".

           select wk-geo-ord assign to "endgirwgo"
                  organization is line sequential
                  file status is ws-status9.

           select txt assign to "endgirrp-rl"
                  organization is line sequential
                  file status is ws-status10.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * Arquivo : Balanceador - convocacao ativa dos ultimos 60 dias  *
      *           (balance)                                           *
      *----------------------------------------------------------------*
       FD  BALANCE.
       01  BLC-REG.
           03 BLC-CHAVE.
              05 BLC-PRODUTO        PIC 9(06).
           03 BLC-QTDE-TOTAL        PIC 9(07).
           03 BLC-QTDE-ACESSO-TOT   PIC 9(06).
           03 BLC-QTDE-DIAS         PIC 9(02).
           03 BLC-ULT-DATA          PIC 9(08).
           03 BLC-FILLER            PIC 9(10).
      *----------------------------------------------------------------*
      * Arquivo : Endereco de linha por produto (chendlin)            *
      *----------------------------------------------------------------*
       FD  CHENDLIN.
       01  CELN-REG.
           03 CELN-ENDLINHA            PIC X(09).
           03 FILLER REDEFINES CELN-ENDLINHA.
              05 CELN-ESTACAO          PIC 9(02).
              05 CELN-SETOR            PIC 9(03).
              05 CELN-MODULO           PIC X(01).
              05 CELN-CANAL            PIC 9(03).
           03 CELN-CODPRODUTO          PIC 9(06).
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
       FD  PALEPROD.
       01  PLP-REG.
           03 PLP-CHAVE.
              05 PLP-ENDERECO.
                 07 PLP-RUA            PIC X(02).
                 07 PLP-NIVEL          PIC 9(02).
                 07 PLP-PALETE         PIC 9(03).
              05 PLP-PRODUTO           PIC 9(06).
           03 PLP-ATIVO                PIC X(01).
           03 PLP-RESTO                PIC X(86).
      *----------------------------------------------------------------*
      * Arquivo : Cadastro de Controle Numero Geografico (ictlnumg) - *
      *           so os campos usados.                                *
      *----------------------------------------------------------------*
       FD  ICTLNUMG.
       01  CNG-REG.
           03 CNG-CHAVE.
              05 CNG-FILIAL           PIC 9(02).
              05 CNG-NUM-GEOGR        PIC 9(06).
           03 CNG-RUA                 PIC X(02).
           03 CNG-NIVEL               PIC 9(02).
           03 CNG-PALETE              PIC 9(03).
           03 FILLER                  PIC X(62).
      *----------------------------------------------------------------*
      * Arquivo : Saldo do produto na rua Z (saldwmsz)                *
      *----------------------------------------------------------------*
       FD  SALDWMSZ.
       01  SLZ-REG.
           03 SLZ-CHAVE.
              05 SLZ-PRODUTO        PIC 9(06).
           03 SLZ-SALDO-RUAZ        PIC 9(11).
           03 SLZ-FILLER            PIC 9(18).
      *----------------------------------------------------------------*
       SD  WK-GIRO.
       01  WK-GIRO-REG.
           03 WKG-ACESSOS           PIC 9(06).
           03 WKG-PRODUTO           PIC 9(06).
           03 WKG-QTDE              PIC 9(07).
           03 WKG-DIAS              PIC 9(02).
      *----------------------------------------------------------------*
       FD  WK-GIRO-ORD.
       01  WKGO-GIRO-REG.
           03 WKGO-ACESSOS          PIC 9(06).
           03 WKGO-PRODUTO          PIC 9(06).
           03 WKGO-QTDE             PIC 9(07).
           03 WKGO-DIAS             PIC 9(02).
      *----------------------------------------------------------------*
       SD  WK-CANAL.
       01  WK-CANAL-REG.
           03 WKC-ACESSOS           PIC 9(06).
           03 WKC-ENDLINHA          PIC X(09).
           03 WKC-PRODUTO           PIC 9(06).
           03 WKC-CLASSE            PIC X(01).
      *----------------------------------------------------------------*
       FD  WK-CANAL-ORD.
       01  WKCO-CANAL-REG.
           03 WKCO-ACESSOS          PIC 9(06).
           03 WKCO-ENDLINHA         PIC X(09).
           03 WKCO-PRODUTO          PIC 9(06).
           03 WKCO-CLASSE           PIC X(01).
      *----------------------------------------------------------------*
       SD  WK-GEO.
       01  WK-GEO-REG.
           03 WKE-RUA               PIC X(02).
           03 WKE-NIVEL             PIC 9(02).
           03 WKE-PALETE            PIC 9(03).
           03 WKE-FILIAL            PIC 9(02).
           03 WKE-NUM-GEOGR         PIC 9(06).
      *----------------------------------------------------------------*
       FD  WK-GEO-ORD.
       01  WKEO-GEO-REG.
           03 WKEO-ENDERECO.
              05 WKEO-RUA           PIC X(02).
              05 WKEO-NIVEL         PIC 9(02).
              05 WKEO-PALETE        PIC 9(03).
           03 WKEO-FILIAL           PIC 9(02).
           03 WKEO-NUM-GEOGR        PIC 9(06).
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
       77 ws-status10         pic x(02) value spaces.
       77 w-e                 pic x(80) value spaces.
       77 ws-eof              pic x(01) value 'N'.
       77 ws-eof-ord          pic x(01) value 'N'.
       77 ws-eof-geo          pic x(01) value 'N'.
       77 ws-hoje             pic 9(08) value zero.
       77 ws-titulo-secao     pic x(60) value spaces.
      *---------------------------------------------------------------*
      * Curva ABC pelos acessos dos 60 dias - cortes de 80% e 95%.    *
      *---------------------------------------------------------------*
       77 ws-total-acessos     pic 9(11) value zero.
       77 ws-acum-acessos      pic 9(11) value zero.
       77 ws-corte-a           pic 9(06) value zero.
       77 ws-corte-b           pic 9(06) value zero.
       77 ws-achou-corte-a     pic x(01) value 'N'.
       77 ws-achou-corte-b     pic x(01) value 'N'.
      *---------------------------------------------------------------*
      * Giro do produto (entrada/saida de 7000-CLASSIFICA-PRODUTO).   *
      *---------------------------------------------------------------*
       77 ws-cls-produto       pic 9(06) value zero.
       77 ws-cls-acessos       pic 9(06) value zero.
       77 ws-cls-qtde          pic 9(07) value zero.
       77 ws-cls-dias          pic 9(02) value zero.
       77 ws-cls-classe        pic x(01) value space.
      *---------------------------------------------------------------*
      * Endereco de linha / palete formatados para o relatorio.       *
      *---------------------------------------------------------------*
       01 ws-endl              pic x(09) value spaces.
       01 ws-endl-r            redefines ws-endl.
          05 ws-endl-estacao   pic 9(02).
          05 ws-endl-setor     pic 9(03).
          05 ws-endl-modulo    pic x(01).
          05 ws-endl-canal     pic 9(03).
       77 ws-endl-fmt          pic x(12) value spaces.
       01 ws-palete            pic x(07) value spaces.
       01 ws-palete-r          redefines ws-palete.
          05 ws-pal-rua        pic x(02).
          05 ws-pal-nivel      pic 9(02).
          05 ws-pal-palete     pic 9(03).
       77 ws-palete-fmt        pic x(09) value spaces.
      *---------------------------------------------------------------*
      * Grupo da quebra (produto com varios enderecos ou endereco com *
      * varios produtos) - guarda ate 10 itens para imprimir.         *
      *---------------------------------------------------------------*
       77 ws-grp-chave         pic x(09) value spaces.
       77 ws-grp-qtd           pic 9(03) value zero.
       77 ws-grp-difere        pic x(01) value 'N'.
       01 WS-TAB-GRUPO.
          05 WS-GRP-ITEM       OCCURS 10 TIMES PIC X(12).
       77 ws-idx-grp           pic 9(03) value zero.
       77 ws-pos               pic 9(03) value zero.
      *---------------------------------------------------------------*
      * Canais candidatos (vazios, parados e lentos da CHENDLIN, do   *
      * menor giro para o maior) e rapidos sem endereco de linha (do  *
      * maior giro para o menor) - o teto e pratico e o estouro e     *
      * apontado no resumo.                                           *
      *---------------------------------------------------------------*
       77 ws-qtd-canal         pic 9(04) value zero.
       77 ws-estouro-canal     pic x(01) value 'N'.
       01 WS-TAB-CANAL.
          05 WS-CANAL          OCCURS 3000 TIMES.
             10 WS-CAN-ENDLINHA    PIC X(09).
             10 WS-CAN-PRODUTO     PIC 9(06).
             10 WS-CAN-ACESSOS     PIC 9(06).
             10 WS-CAN-CLASSE      PIC X(01).
       77 ws-qtd-rapido        pic 9(04) value zero.
       77 ws-estouro-rapido    pic x(01) value 'N'.
       01 WS-TAB-RAPIDO.
          05 WS-RAPIDO         OCCURS 3000 TIMES.
             10 WS-RAP-PRODUTO     PIC 9(06).
             10 WS-RAP-ACESSOS     PIC 9(06).
             10 WS-RAP-PALETE      PIC X(07).
       77 ws-idx-sug           pic 9(04) value zero.
       77 ws-ganho             pic 9(06) value zero.
       77 ws-fim-sugestao      pic x(01) value 'N'.
      *---------------------------------------------------------------*
       77 ws-tem-linha         pic x(01) value 'N'.
       77 ws-tem-peen          pic x(01) value 'N'.
       77 ws-tem-geo           pic x(01) value 'N'.
       77 ws-saldo-z           pic 9(11) value zero.
      *---------------------------------------------------------------*
       77 ws-total-balance     pic 9(07) value zero.
       77 ws-total-classe-a    pic 9(07) value zero.
       77 ws-total-classe-b    pic 9(07) value zero.
       77 ws-total-classe-c    pic 9(07) value zero.
       77 ws-total-canais      pic 9(07) value zero.
       77 ws-total-vazios      pic 9(07) value zero.
       77 ws-total-linha-c     pic 9(07) value zero.
       77 ws-total-linha-d     pic 9(07) value zero.
       77 ws-total-peen        pic 9(07) value zero.
       77 ws-total-peen-c      pic 9(07) value zero.
       77 ws-total-peen-d      pic 9(07) value zero.
       77 ws-total-multi-end   pic 9(07) value zero.
       77 ws-total-canal-dupl  pic 9(07) value zero.
       77 ws-total-kf-dupl     pic 9(07) value zero.
       77 ws-total-rap-sem-lin pic 9(07) value zero.
       77 ws-total-paletes     pic 9(07) value zero.
       77 ws-total-pal-sem-z   pic 9(07) value zero.
       77 ws-total-pal-sem-geo pic 9(07) value zero.
       77 ws-total-sugestoes   pic 9(07) value zero.
       77 ws-total-ganho       pic 9(11) value zero.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAINLINE.
           perform 1000-INICIALIZA.
           perform 2000-CURVA-ABC.
           perform 2500-LENTOS-NA-LINHA.
           perform 2700-LENTOS-NA-PEEN.
           perform 3000-PRODUTO-VARIOS-ENDERECOS.
           perform 3300-CANAL-PEEN-VARIOS-PRODUTOS.
           perform 3600-ENDERECO-KF-VARIOS-PRODUTOS.
           perform 4000-RAPIDOS-SEM-LINHA.
           perform 4500-PALETES-SEM-ESTOQUE-Z.
           perform 4800-SUGESTOES.
           perform 5000-IMPRIME-RESUMO.
           perform 6000-FINALIZA.
           stop run.
      *---------------------------------------------------------------*
       1000-INICIALIZA.
           accept ws-hoje from date yyyymmdd.

           open input balance chendlin peem paleprod ictlnumg saldwmsz.
           open output txt.

           move '====================================================='
              to w-e.
           write txt-reg from w-e.
           move 'ENDGIRRP - ENDERECAMENTO DE LINHA E PALETE X GIRO'
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
      *---------------------------------------------------------------*
      * Ordena o BALANCE por acessos decrescentes e acha os cortes da *
      * curva: A ate 80% dos acessos acumulados, B ate 95%.           *
      *---------------------------------------------------------------*
       2000-CURVA-ABC.
           sort wk-giro on descending key wkg-acessos
                           ascending key wkg-produto
              input procedure is 2100-SELECIONA-GIRO
              giving wk-giro-ord.

           move 'N' to ws-eof-ord.
           open input wk-giro-ord.
           perform 2300-LE-GIRO-ORDENADO.
           perform 2200-ACHA-CORTES
              until ws-eof-ord = 'S'.
           close wk-giro-ord.

           move spaces to w-e.
           string 'ACESSOS EM 60 DIAS..: ' delimited by size
                  ws-total-acessos         delimited by size
                  '  CORTE A: '            delimited by size
                  ws-corte-a               delimited by size
                  '  CORTE B: '            delimited by size
                  ws-corte-b               delimited by size
             into w-e.
           write txt-reg from w-e.
           move 'CLASSE: A/B/C PELO ACUMULADO DE ACESSOS (80%/95%),'
              to w-e.
           write txt-reg from w-e.
           move '        D = SEM ACESSO NOS 60 DIAS' to w-e.
           write txt-reg from w-e.
      *---------------------------------------------------------------*
       2100-SELECIONA-GIRO.
           move 'N' to ws-eof.
           read balance next record
              at end move 'S' to ws-eof
           end-read
           perform 2110-LIBERA-UM-GIRO
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2110-LIBERA-UM-GIRO.
           add 1 to ws-total-balance.
           if blc-qtde-acesso-tot > zero
              add blc-qtde-acesso-tot to ws-total-acessos
              move blc-qtde-acesso-tot to wkg-acessos
              move blc-produto         to wkg-produto
              move blc-qtde-total      to wkg-qtde
              move blc-qtde-dias       to wkg-dias
              release wk-giro-reg
           end-if

           read balance next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       2200-ACHA-CORTES.
           add wkgo-acessos to ws-acum-acessos.
           if ws-achou-corte-a = 'N'
              if ws-acum-acessos * 100 >= ws-total-acessos * 80
                 move wkgo-acessos to ws-corte-a
                 move 'S' to ws-achou-corte-a
              end-if
           end-if
           if ws-achou-corte-b = 'N'
              if ws-acum-acessos * 100 >= ws-total-acessos * 95
                 move wkgo-acessos to ws-corte-b
                 move 'S' to ws-achou-corte-b
              end-if
           end-if
           perform 2300-LE-GIRO-ORDENADO.
      *---------------------------------------------------------------*
       2300-LE-GIRO-ORDENADO.
           read wk-giro-ord
              at end move 'S' to ws-eof-ord
           end-read.
      *---------------------------------------------------------------*
      * Canais da linha (CHENDLIN): aponta o lento/parado e manda o   *
      * canal vazio, parado ou lento para a lista de candidatos das   *
      * sugestoes, do menor giro para o maior.                        *
      *---------------------------------------------------------------*
       2500-LENTOS-NA-LINHA.
           move 'LINHA (CHENDLIN) - CANAIS COM LENTO (C) OU PARADO (D)'
              to ws-titulo-secao.
           perform 2900-TITULO-SECAO.
           move 'END.LINHA    PRODUTO CL ACESSOS QTDE.60D DIAS' to w-e.
           write txt-reg from w-e.

           sort wk-canal on ascending key wkc-acessos
                                          wkc-endlinha
              input procedure is 2510-SELECIONA-CANAIS
              giving wk-canal-ord.

           move 'N' to ws-eof-ord.
           open input wk-canal-ord.
           read wk-canal-ord
              at end move 'S' to ws-eof-ord
           end-read
           perform 2550-CARREGA-UM-CANAL
              until ws-eof-ord = 'S'.
           close wk-canal-ord.
      *---------------------------------------------------------------*
       2510-SELECIONA-CANAIS.
           move 'N' to ws-eof.
           read chendlin next record
              at end move 'S' to ws-eof
           end-read
           perform 2520-AVALIA-UM-CANAL
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2520-AVALIA-UM-CANAL.
           add 1 to ws-total-canais.
           if celn-codproduto = zero
              add 1 to ws-total-vazios
              move zero          to wkc-acessos
              move celn-endlinha to wkc-endlinha
              move zero          to wkc-produto
              move space         to wkc-classe
              release wk-canal-reg
           else
              move celn-codproduto to ws-cls-produto
              perform 7000-CLASSIFICA-PRODUTO
              if ws-cls-classe = 'C' or ws-cls-classe = 'D'
                 if ws-cls-classe = 'C'
                    add 1 to ws-total-linha-c
                 else
                    add 1 to ws-total-linha-d
                 end-if
                 move celn-endlinha to ws-endl
                 perform 7100-FORMATA-ENDLINHA
                 move spaces to w-e
                 string ws-endl-fmt     delimited by size
                        ' '             delimited by size
                        celn-codproduto delimited by size
                        '  '            delimited by size
                        ws-cls-classe   delimited by size
                        '  '            delimited by size
                        ws-cls-acessos  delimited by size
                        '  '            delimited by size
                        ws-cls-qtde     delimited by size
                        '  '            delimited by size
                        ws-cls-dias     delimited by size
                   into w-e
                 write txt-reg from w-e
                 move ws-cls-acessos  to wkc-acessos
                 move celn-endlinha   to wkc-endlinha
                 move celn-codproduto to wkc-produto
                 move ws-cls-classe   to wkc-classe
                 release wk-canal-reg
              end-if
           end-if

           read chendlin next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       2550-CARREGA-UM-CANAL.
           if ws-qtd-canal < 3000
              add 1 to ws-qtd-canal
              move wkco-endlinha to ws-can-endlinha(ws-qtd-canal)
              move wkco-produto  to ws-can-produto(ws-qtd-canal)
              move wkco-acessos  to ws-can-acessos(ws-qtd-canal)
              move wkco-classe   to ws-can-classe(ws-qtd-canal)
           else
              move 'S' to ws-estouro-canal
           end-if

           read wk-canal-ord
              at end move 'S' to ws-eof-ord
           end-read.
      *---------------------------------------------------------------*
      * Canais da PEEN (PEEM) com produto lento ou parado.            *
      *---------------------------------------------------------------*
       2700-LENTOS-NA-PEEN.
           move 'PEEN (PEEM) - CANAIS COM LENTO (C) OU PARADO (D)'
              to ws-titulo-secao.
           perform 2900-TITULO-SECAO.
           move 'CANAL  END.K+F  PRODUTO CL ACESSOS QTDE.60D DIAS'
              to w-e.
           write txt-reg from w-e.

           move 'N' to ws-eof.
           read peem next record
              at end move 'S' to ws-eof
           end-read
           perform 2710-AVALIA-UM-CANAL-PEEN
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2710-AVALIA-UM-CANAL-PEEN.
           add 1 to ws-total-peen.
           move pee-codprod-profarma to ws-cls-produto.
           perform 7000-CLASSIFICA-PRODUTO.
           if ws-cls-classe = 'C' or ws-cls-classe = 'D'
              if ws-cls-classe = 'C'
                 add 1 to ws-total-peen-c
              else
                 add 1 to ws-total-peen-d
              end-if
              move spaces to w-e
              string pee-canal-peem       delimited by size
                     ' '                  delimited by size
                     pee-setor            delimited by size
                     '-'                  delimited by size
                     pee-modulo           delimited by size
                     '-'                  delimited by size
                     pee-canal            delimited by size
                     ' '                  delimited by size
                     pee-codprod-profarma delimited by size
                     '  '                 delimited by size
                     ws-cls-classe        delimited by size
                     '  '                 delimited by size
                     ws-cls-acessos       delimited by size
                     '  '                 delimited by size
                     ws-cls-qtde          delimited by size
                     '  '                 delimited by size
                     ws-cls-dias          delimited by size
                into w-e
              write txt-reg from w-e
           end-if

           read peem next record
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
      * Produto com mais de um endereco de linha - CHENDLIN pela      *
      * chave alternada do produto, quebra por produto.               *
      *---------------------------------------------------------------*
       3000-PRODUTO-VARIOS-ENDERECOS.
           move 'PRODUTOS COM MAIS DE UM ENDERECO DE LINHA (CHENDLIN)'
              to ws-titulo-secao.
           perform 2900-TITULO-SECAO.

           move 'N'  to ws-eof.
           move 1    to celn-codproduto.
           start chendlin key is not less than celn-codproduto
              invalid key move 'S' to ws-eof
           end-start
           if ws-eof = 'N'
              perform 3050-LE-CHENDLIN-PRODUTO
           end-if
           perform 3100-GRUPO-PRODUTO
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       3050-LE-CHENDLIN-PRODUTO.
           read chendlin next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       3100-GRUPO-PRODUTO.
           move celn-codproduto to ws-grp-chave.
           move zero to ws-grp-qtd.
           perform 3110-ACUMULA-ENDERECO
              until ws-eof = 'S'
                 or celn-codproduto not = ws-grp-chave(1:6).

           if ws-grp-qtd > 1
              add 1 to ws-total-multi-end
              move spaces to w-e
              string 'PRODUTO '          delimited by size
                     ws-grp-chave(1:6)   delimited by size
                     ' - '               delimited by size
                     ws-grp-qtd          delimited by size
                     ' ENDERECOS:'       delimited by size
                into w-e
              perform 3900-IMPRIME-GRUPO
           end-if.
      *---------------------------------------------------------------*
       3110-ACUMULA-ENDERECO.
           add 1 to ws-grp-qtd.
           if ws-grp-qtd <= 10
              move celn-endlinha to ws-endl
              perform 7100-FORMATA-ENDLINHA
              move ws-endl-fmt to ws-grp-item(ws-grp-qtd)
           end-if
           perform 3050-LE-CHENDLIN-PRODUTO.
      *---------------------------------------------------------------*
      * Canal PEEN com mais de um produto - PEEM pela chave alternada *
      * do canal, quebra por canal.                                   *
      *---------------------------------------------------------------*
       3300-CANAL-PEEN-VARIOS-PRODUTOS.
           move 'CANAIS PEEN COM MAIS DE UM PRODUTO (PEEM)'
              to ws-titulo-secao.
           perform 2900-TITULO-SECAO.

           move 'N'  to ws-eof.
           move 1    to pee-canal-peem.
           start peem key is not less than pee-canal-peem
              invalid key move 'S' to ws-eof
           end-start
           if ws-eof = 'N'
              perform 3350-LE-PEEM
           end-if
           perform 3400-GRUPO-CANAL-PEEN
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       3350-LE-PEEM.
           read peem next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       3400-GRUPO-CANAL-PEEN.
           move pee-canal-peem to ws-grp-chave.
           move zero to ws-grp-qtd.
           perform 3410-ACUMULA-PRODUTO-CANAL
              until ws-eof = 'S'
                 or pee-canal-peem not = ws-grp-chave(1:6).

           if ws-grp-qtd > 1
              add 1 to ws-total-canal-dupl
              move spaces to w-e
              string 'CANAL PEEN '       delimited by size
                     ws-grp-chave(1:6)   delimited by size
                     ' - '               delimited by size
                     ws-grp-qtd          delimited by size
                     ' PRODUTOS:'        delimited by size
                into w-e
              perform 3900-IMPRIME-GRUPO
           end-if.
      *---------------------------------------------------------------*
       3410-ACUMULA-PRODUTO-CANAL.
           add 1 to ws-grp-qtd.
           if ws-grp-qtd <= 10
              move pee-codprod-profarma to ws-grp-item(ws-grp-qtd)
           end-if
           perform 3350-LE-PEEM.
      *---------------------------------------------------------------*
      * Endereco K+F com mais de um produto - PEEM pela chave         *
      * alternada do endereco; o mesmo produto em canais PEEN         *
      * diferentes com o mesmo K+F nao conta.                         *
      *---------------------------------------------------------------*
       3600-ENDERECO-KF-VARIOS-PRODUTOS.
           move 'ENDERECOS K+F COM MAIS DE UM PRODUTO (PEEM)'
              to ws-titulo-secao.
           perform 2900-TITULO-SECAO.

           move 'N'  to ws-eof.
           move low-values to pee-endereco-kf.
           start peem key is greater than pee-endereco-kf
              invalid key move 'S' to ws-eof
           end-start
           if ws-eof = 'N'
              perform 3350-LE-PEEM
           end-if
           perform 3700-GRUPO-ENDERECO-KF
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       3700-GRUPO-ENDERECO-KF.
           move pee-endereco-kf to ws-grp-chave.
           move zero to ws-grp-qtd.
           move 'N'  to ws-grp-difere.
           perform 3710-ACUMULA-PRODUTO-KF
              until ws-eof = 'S'
                 or pee-endereco-kf not = ws-grp-chave(1:6).

      *--> endereco zerado e produto fora da K+F.
           if ws-grp-difere = 'S'
              and ws-grp-chave(1:6) not = '00 000'
              add 1 to ws-total-kf-dupl
              move spaces to w-e
              string 'END.K+F '          delimited by size
                     ws-grp-chave(1:2)   delimited by size
                     '-'                 delimited by size
                     ws-grp-chave(3:1)   delimited by size
                     '-'                 delimited by size
                     ws-grp-chave(4:3)   delimited by size
                     ' - PRODUTOS:'      delimited by size
                into w-e
              perform 3900-IMPRIME-GRUPO
           end-if.
      *---------------------------------------------------------------*
       3710-ACUMULA-PRODUTO-KF.
           add 1 to ws-grp-qtd.
           if ws-grp-qtd > 1
              and pee-codprod-profarma not = ws-grp-item(1)(1:6)
              move 'S' to ws-grp-difere
           end-if
           if ws-grp-qtd <= 10
              move pee-codprod-profarma to ws-grp-item(ws-grp-qtd)
           end-if
           perform 3350-LE-PEEM.
      *---------------------------------------------------------------*
      * Imprime o cabecalho do grupo ja montado em w-e e os itens,    *
      * seis por linha.                                               *
      *---------------------------------------------------------------*
       3900-IMPRIME-GRUPO.
           write txt-reg from w-e.
           move spaces to w-e.
           move 5 to ws-pos.
           perform 3910-IMPRIME-UM-ITEM
              varying ws-idx-grp from 1 by 1
              until ws-idx-grp > ws-grp-qtd or ws-idx-grp > 10.
           if ws-pos > 5
              write txt-reg from w-e
           end-if
           if ws-grp-qtd > 10
              move '    (SO OS 10 PRIMEIROS)' to w-e
              write txt-reg from w-e
           end-if.
      *---------------------------------------------------------------*
       3910-IMPRIME-UM-ITEM.
           move ws-grp-item(ws-idx-grp) to w-e(ws-pos:12).
           add 13 to ws-pos.
           if ws-pos > 70
              write txt-reg from w-e
              move spaces to w-e
              move 5 to ws-pos
           end-if.
      *---------------------------------------------------------------*
      * Produto de giro rapido (classe A) sem endereco de linha nem   *
      * canal PEEN - vai para a lista das sugestoes com o palete do   *
      * blocado de onde sai hoje.                                     *
      *---------------------------------------------------------------*
       4000-RAPIDOS-SEM-LINHA.
           move 'PRODUTOS DE GIRO RAPIDO (A) SEM ENDERECO DE LINHA/PEEN'
              to ws-titulo-secao.
           perform 2900-TITULO-SECAO.
           move 'PRODUTO ACESSOS QTDE.60D DIAS PALETE' to w-e.
           write txt-reg from w-e.

           move 'N' to ws-eof-ord.
           open input wk-giro-ord.
           perform 2300-LE-GIRO-ORDENADO.
           perform 4100-AVALIA-UM-RAPIDO
              until ws-eof-ord = 'S'.
           close wk-giro-ord.
      *---------------------------------------------------------------*
       4100-AVALIA-UM-RAPIDO.
           if wkgo-acessos < ws-corte-a
              move 'S' to ws-eof-ord
           else
              move 'S' to ws-tem-linha
              move wkgo-produto to celn-codproduto
              read chendlin key is celn-codproduto
                 invalid key move 'N' to ws-tem-linha
              end-read

              move 'N' to ws-tem-peen
              move wkgo-produto to pee-codprod-profarma
              move zero         to pee-canal-peem
              start peem key is not less than pee-chave
                 invalid key move 'S' to ws-eof
                 not invalid key move 'N' to ws-eof
              end-start
              if ws-eof = 'N'
                 perform 3350-LE-PEEM
                 if ws-eof = 'N'
                    and pee-codprod-profarma = wkgo-produto
                    move 'S' to ws-tem-peen
                 end-if
              end-if

              if ws-tem-linha = 'N' and ws-tem-peen = 'N'
                 perform 4200-REGISTRA-RAPIDO
              end-if
              perform 2300-LE-GIRO-ORDENADO
           end-if.
      *---------------------------------------------------------------*
       4200-REGISTRA-RAPIDO.
           add 1 to ws-total-rap-sem-lin.
           move spaces to ws-palete.
           move spaces to ws-palete-fmt.
           move wkgo-produto to plp-produto.
           start paleprod key is not less than plp-produto
              invalid key move 'S' to ws-eof
              not invalid key move 'N' to ws-eof
           end-start
           if ws-eof = 'N'
              read paleprod next record
                 at end move 'S' to ws-eof
              end-read
              if ws-eof = 'N' and plp-produto = wkgo-produto
                 move plp-endereco to ws-palete
                 perform 7200-FORMATA-PALETE
              end-if
           end-if

           move spaces to w-e.
           string wkgo-produto  delimited by size
                  '  '          delimited by size
                  wkgo-acessos  delimited by size
                  '  '          delimited by size
                  wkgo-qtde     delimited by size
                  '  '          delimited by size
                  wkgo-dias     delimited by size
                  '  '          delimited by size
                  ws-palete-fmt delimited by size
             into w-e.
           write txt-reg from w-e.

           if ws-qtd-rapido < 3000
              add 1 to ws-qtd-rapido
              move wkgo-produto to ws-rap-produto(ws-qtd-rapido)
              move wkgo-acessos to ws-rap-acessos(ws-qtd-rapido)
              move ws-palete    to ws-rap-palete(ws-qtd-rapido)
           else
              move 'S' to ws-estouro-rapido
           end-if.
      *---------------------------------------------------------------*
      * Paletes do blocado (PALEPROD, em ordem de endereco) casados   *
      * com o ICTLNUMG ordenado pelo mesmo endereco; aponta o palete  *
      * cujo produto nao tem saldo na rua Z.                          *
      *---------------------------------------------------------------*
       4500-PALETES-SEM-ESTOQUE-Z.
           move 'PALETES DO BLOCADO SEM SALDO DO PRODUTO NA RUA Z'
              to ws-titulo-secao.
           perform 2900-TITULO-SECAO.
           move 'PALETE    NUM.GEO PRODUTO CL ACESSOS' to w-e.
           write txt-reg from w-e.

           sort wk-geo on ascending key wke-rua
                                        wke-nivel
                                        wke-palete
              input procedure is 4510-SELECIONA-GEOGRAFICOS
              giving wk-geo-ord.

           move 'N' to ws-eof-geo.
           open input wk-geo-ord.
           perform 4550-LE-GEOGRAFICO.

           move 'N' to ws-eof.
           move low-values to plp-chave.
           start paleprod key is not less than plp-chave
              invalid key move 'S' to ws-eof
           end-start
           if ws-eof = 'N'
              read paleprod next record
                 at end move 'S' to ws-eof
              end-read
           end-if
           perform 4600-AVALIA-UM-PALETE
              until ws-eof = 'S'.
           close wk-geo-ord.
      *---------------------------------------------------------------*
       4510-SELECIONA-GEOGRAFICOS.
           move 'N' to ws-eof.
           read ictlnumg next record
              at end move 'S' to ws-eof
           end-read
           perform 4520-LIBERA-UM-GEOGRAFICO
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       4520-LIBERA-UM-GEOGRAFICO.
           move cng-rua       to wke-rua.
           move cng-nivel     to wke-nivel.
           move cng-palete    to wke-palete.
           move cng-filial    to wke-filial.
           move cng-num-geogr to wke-num-geogr.
           release wk-geo-reg.

           read ictlnumg next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       4550-LE-GEOGRAFICO.
           read wk-geo-ord
              at end move 'S' to ws-eof-geo
           end-read.
      *---------------------------------------------------------------*
       4600-AVALIA-UM-PALETE.
           if plp-ativo not = 'N'
              add 1 to ws-total-paletes

              perform 4550-LE-GEOGRAFICO
                 until ws-eof-geo = 'S'
                    or wkeo-endereco not < plp-endereco
              if ws-eof-geo = 'N' and wkeo-endereco = plp-endereco
                 move 'S' to ws-tem-geo
              else
                 move 'N' to ws-tem-geo
                 add 1 to ws-total-pal-sem-geo
              end-if

              move zero to ws-saldo-z
              move plp-produto to slz-produto
              read saldwmsz
                 not invalid key move slz-saldo-ruaz to ws-saldo-z
              end-read

              if ws-saldo-z = zero
                 add 1 to ws-total-pal-sem-z
                 move plp-endereco to ws-palete
                 perform 7200-FORMATA-PALETE
                 move plp-produto to ws-cls-produto
                 perform 7000-CLASSIFICA-PRODUTO
                 move spaces to w-e
                 string ws-palete-fmt   delimited by size
                        ' '             delimited by size
                   into w-e
                 if ws-tem-geo = 'S'
                    move wkeo-num-geogr to w-e(11:6)
                 else
                    move 'SEM NR' to w-e(11:6)
                 end-if
                 move plp-produto    to w-e(19:6)
                 move ws-cls-classe  to w-e(27:1)
                 move ws-cls-acessos to w-e(30:6)
                 write txt-reg from w-e
              end-if
           end-if

           read paleprod next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Sugestoes: o rapido de maior giro vai para o canal de menor   *
      * giro (vazio, parado, lento), enquanto houver ganho. As duas   *
      * listas estao em ordem oposta de giro, entao o ganho ja sai    *
      * decrescente.                                                  *
      *---------------------------------------------------------------*
       4800-SUGESTOES.
           move 'MOVIMENTACOES SUGERIDAS (ORDEM DE GANHO EM ACESSOS)'
              to ws-titulo-secao.
           perform 2900-TITULO-SECAO.
           move 'SEQ  PRODUTO ACESSO DE PALETE PARA LINHA   OCUPAN'
              to w-e.
           move 'ACESSO C  GANHO' to w-e(52:15).
           write txt-reg from w-e.

           move 'N' to ws-fim-sugestao.
           perform 4810-UMA-SUGESTAO
              varying ws-idx-sug from 1 by 1
              until ws-idx-sug > ws-qtd-rapido
                 or ws-idx-sug > ws-qtd-canal
                 or ws-fim-sugestao = 'S'.
      *---------------------------------------------------------------*
       4810-UMA-SUGESTAO.
           if ws-rap-acessos(ws-idx-sug)
              not > ws-can-acessos(ws-idx-sug)
              move 'S' to ws-fim-sugestao
           else
              compute ws-ganho = ws-rap-acessos(ws-idx-sug)
                               - ws-can-acessos(ws-idx-sug)
              add 1        to ws-total-sugestoes
              add ws-ganho to ws-total-ganho
              move ws-rap-palete(ws-idx-sug) to ws-palete
              if ws-palete = spaces
                 move spaces to ws-palete-fmt
              else
                 perform 7200-FORMATA-PALETE
              end-if
              move ws-can-endlinha(ws-idx-sug) to ws-endl
              perform 7100-FORMATA-ENDLINHA

              move spaces to w-e
              move ws-idx-sug                 to w-e(1:4)
              move ws-rap-produto(ws-idx-sug) to w-e(6:6)
              move ws-rap-acessos(ws-idx-sug) to w-e(13:6)
              move ws-palete-fmt              to w-e(20:9)
              move ws-endl-fmt                to w-e(30:12)
              if ws-can-produto(ws-idx-sug) = zero
                 move 'VAZIO' to w-e(45:5)
              else
                 move ws-can-produto(ws-idx-sug) to w-e(45:6)
                 move ws-can-acessos(ws-idx-sug) to w-e(52:6)
                 move ws-can-classe(ws-idx-sug)  to w-e(59:1)
              end-if
              move ws-ganho                   to w-e(61:6)
              write txt-reg from w-e
           end-if.
      *---------------------------------------------------------------*
       5000-IMPRIME-RESUMO.
           move zero to ws-total-classe-a ws-total-classe-b
                        ws-total-classe-c.
           move 'N' to ws-eof-ord.
           open input wk-giro-ord.
           perform 2300-LE-GIRO-ORDENADO.
           perform 5100-CONTA-CLASSE
              until ws-eof-ord = 'S'.
           close wk-giro-ord.

           move spaces to w-e.
           write txt-reg from w-e.
           move '-----------------------------------------------------'
              to w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'PRODUTOS NO BALANCE.............: ' delimited by size
                  ws-total-balance                     delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CLASSE A / B / C................: ' delimited by size
                  ws-total-classe-a                    delimited by size
                  ' / '                                delimited by size
                  ws-total-classe-b                    delimited by size
                  ' / '                                delimited by size
                  ws-total-classe-c                    delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CANAIS DA LINHA / VAZIOS........: ' delimited by size
                  ws-total-canais                      delimited by size
                  ' / '                                delimited by size
                  ws-total-vazios                      delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'LINHA COM LENTO (C) / PARADO (D): ' delimited by size
                  ws-total-linha-c                     delimited by size
                  ' / '                                delimited by size
                  ws-total-linha-d                     delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CANAIS PEEN LIDOS...............: ' delimited by size
                  ws-total-peen                        delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'PEEN COM LENTO (C) / PARADO (D).: ' delimited by size
                  ws-total-peen-c                      delimited by size
                  ' / '                                delimited by size
                  ws-total-peen-d                      delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'PRODUTOS COM VARIOS END. LINHA..: ' delimited by size
                  ws-total-multi-end                   delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CANAIS PEEN / END.K+F DUPLICADOS: ' delimited by size
                  ws-total-canal-dupl                  delimited by size
                  ' / '                                delimited by size
                  ws-total-kf-dupl                     delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'RAPIDOS (A) SEM LINHA/PEEN......: ' delimited by size
                  ws-total-rap-sem-lin                 delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'PALETES ATIVOS / SEM SALDO RUA Z: ' delimited by size
                  ws-total-paletes                     delimited by size
                  ' / '                                delimited by size
                  ws-total-pal-sem-z                   delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'PALETES SEM NUMERO GEOGRAFICO...: ' delimited by size
                  ws-total-pal-sem-geo                 delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'MOVIMENTACOES SUGERIDAS.........: ' delimited by size
                  ws-total-sugestoes                   delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'GANHO TOTAL (ACESSOS EM 60 DIAS): ' delimited by size
                  ws-total-ganho                       delimited by size
             into w-e.
           write txt-reg from w-e.
           if ws-estouro-canal = 'S'
              move 'TABELA DE CANAIS CHEIA - SO 3000 NAS SUGESTOES.'
                 to w-e
              write txt-reg from w-e
           end-if
           if ws-estouro-rapido = 'S'
              move 'TABELA DE RAPIDOS CHEIA - SO 3000 NAS SUGESTOES.'
                 to w-e
              write txt-reg from w-e
           end-if.
      *---------------------------------------------------------------*
       5100-CONTA-CLASSE.
           evaluate true
              when wkgo-acessos >= ws-corte-a
                 add 1 to ws-total-classe-a
              when wkgo-acessos >= ws-corte-b
                 add 1 to ws-total-classe-b
              when other
                 add 1 to ws-total-classe-c
           end-evaluate
           perform 2300-LE-GIRO-ORDENADO.
      *---------------------------------------------------------------*
       6000-FINALIZA.
           close balance chendlin peem paleprod ictlnumg saldwmsz txt.
      *---------------------------------------------------------------*
      * Classe ABC do produto pelo BALANCE (D = sem registro ou sem   *
      * acesso nos 60 dias).                                          *
      *---------------------------------------------------------------*
       7000-CLASSIFICA-PRODUTO.
           move zero to ws-cls-acessos ws-cls-qtde ws-cls-dias.
           move ws-cls-produto to blc-produto.
           read balance
              not invalid key
                 move blc-qtde-acesso-tot to ws-cls-acessos
                 move blc-qtde-total      to ws-cls-qtde
                 move blc-qtde-dias       to ws-cls-dias
           end-read

           evaluate true
              when ws-cls-acessos = zero       move 'D' to ws-cls-classe
              when ws-cls-acessos >= ws-corte-a
                                               move 'A' to ws-cls-classe
              when ws-cls-acessos >= ws-corte-b
                                               move 'B' to ws-cls-classe
              when other                       move 'C' to ws-cls-classe
           end-evaluate.
      *---------------------------------------------------------------*
       7100-FORMATA-ENDLINHA.
           move spaces to ws-endl-fmt.
           string ws-endl-estacao delimited by size
                  '-'             delimited by size
                  ws-endl-setor   delimited by size
                  '-'             delimited by size
                  ws-endl-modulo  delimited by size
                  '-'             delimited by size
                  ws-endl-canal   delimited by size
             into ws-endl-fmt.
      *---------------------------------------------------------------*
       7200-FORMATA-PALETE.
           move spaces to ws-palete-fmt.
           string ws-pal-rua    delimited by size
                  '-'           delimited by size
                  ws-pal-nivel  delimited by size
                  '-'           delimited by size
                  ws-pal-palete delimited by size
             into ws-palete-fmt.
      *---------------------------------------------------------------*
