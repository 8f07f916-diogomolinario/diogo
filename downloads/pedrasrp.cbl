      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PEDRASRP.
      *---------------------------------------------------------------*
      * Objetivo ...: Rastreamento do pedido de ponta a ponta - junta *
      *               num lugar so o rastro que o pedido deixa em     *
      *               cada arquivo, na ordem:                         *
      *                1 pedido OL recebido ........... NUMPEDOL      *
      *                2 pedido SAP / IDoc ............ IDOCPED       *
      *                3 pedido no WMS ................ PEDNFSAP      *
      *                4 nota emitida ................. NOTAPT        *
      *                5 chave NFe lida na saida ...... CHAVENFE      *
      *                6 retorno SAP autorizado ....... CHAVENFE      *
      *                7 itinerario da placa .......... PLACAITI      *
      *                8 saida liberada na portaria ... PORTALOG      *
      *               com data e hora de cada etapa (quando o arquivo *
      *               guarda) e o nome da etapa onde a cadeia quebra. *
      *               Protocolo de devolucao (PROTODEV) sai como      *
      *               informacao. Pedido OL de projeto com prazo      *
      *               contratual (OLPROJ-PRAZO-HORAS) mostra as horas *
      *               decorridas desde o pedido contra o prazo.       *
      *               O atendimento deixa de abrir cada arquivo numa  *
      *               ferramenta diferente para responder "cade meu   *
      *               pedido".                                        *
      * Parametro ..: via linha de comando:                           *
      *               "C pedido-do-cliente"  - numero do pedido OL    *
      *               "P pedido [aaaammdd]"  - nosso pedido (WMS); a  *
      *                                        data separa o numero   *
      *                                        que ja foi reutilizado *
      *               "S pedido-sap"         - pedido SAP             *
      *               "B [horas] [dias]"     - lote diario: todo      *
      *                 pedido dos ultimos "dias" (padrao 10) parado  *
      *                 entre duas etapas ha mais de "horas" (padrao  *
      *                 24), agrupado pela etapa onde parou.          *
      * Observacao .: a nota e achada pelo pedido e pela emissao ate  *
      *               7 dias depois do pedido; a chave NFe pelo       *
      *               numero da nota (posicoes 26 a 34 da chave); o   *
      *               itinerario e a portaria pela placa da leitura.  *
      *               IDOCPED nao guarda data e NUMPEDOL, PEDNFSAP e  *
      *               NOTAPT so guardam o dia - a hora dessas etapas  *
      *               conta como 00:00. O cliente, e com ele o        *
      *               projeto OL, so e conhecido a partir da nota.    *
      *               OLPROJ-PRAZO-HORAS e mantido pelo OLPRZMN; o    *
      *               cadastro de projetos OL nao preenche o campo, e *
      *               projeto com prazo zero (sem prazo informado no  *
      *               OLPRZMN) nao tem o prazo contratual conferido.  *
      * Data .......: 15/10/2026                          Otavio      *
      *---------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           select numpedol assign '/d/dados/numpedol'
                  organization    is indexed
                  access mode     is dynamic
                  record key      is numpol-chave
                  alternate record key is chave-ped =
                                          numpol-data
                                          numpol-pedido
                                          with duplicates
                  file status     is ws-status.

           select idocped assign     '/d/dados/idocped'
                  organization       is indexed
                  access mode        is dynamic
                  record key         is ipd-chave
                  file status        is ws-status2.

           select pednfsap assign  '/d/dados/pednfsap'
                  organization     is indexed
                  access mode      is dynamic
                  record key       is pednfsap-chave
                  file status      is ws-status3.

           select notapt   assign   '/d/dados/notapt'
                  organization      is indexed
                  access mode       is dynamic
                  record key        is pt-chave
                  file status       is ws-status4.

           select chavenfe   assign '/d/dados/chavenfe'
                  organization   is indexed
                  access mode    is dynamic
                  record key     is chavenfe-acesso
                  file status    is ws-status5.

           select placaiti      assign      '/d/dados/placaiti'
                  organization              is indexed
                  access mode               is dynamic
                  record key                is pli-chave
                  alternate record key      is pli-carro
                  file status               is ws-status6.

           select portalog assign '/d/dados/portalog'
                  organization          is indexed
                  access mode           is dynamic
                  record key            is ptl-chave
                  file status           is ws-status7.

           select protodev   assign '/d/dados/protodev'
                  organization         is indexed
                  access mode          is dynamic
                  record key           is protodev-chave
                  alternate record key is protodev-chave-alt
                                 with duplicates
                  file status          is ws-status8.

           select olprojeto assign '/d/dados/olprojeto'
                  organization    is indexed
                  access mode     is dynamic
                  record key      is olproj-chave
                  file status     is ws-status9.

           select olcodcli assign '/d/dados/olcodcli'
                  organization    is indexed
                  access mode     is dynamic
                  record key      is olcli-chave
                  file status     is ws-status10.

           select wk-nota assign to "pedraswn".

           select wk-nota-ord assign to "pedraswno"
                  organization is line sequential
                  file status is ws-status11.

           select wk-nfe assign to "pedraswc".

           select wk-nfe-ord assign to "pedraswco"
                  organization is line sequential
                  file status is ws-status12.

           select wk-ped assign to "pedraswp".

           select wk-cad assign to "pedraswk"
                  organization is line sequential
                  file status is ws-status13.

           select wk-cad-s assign to "pedraswd".

           select wk-cad-ord assign to "pedraswdo"
                  organization is line sequential
                  file status is ws-status14.

           select wk-par assign to "pedraswr".

           select txt assign to "pedrasrp-rl"
                  organization is line sequential
                  file status is ws-status15.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * Arquivo : Numero do pedido OL do cliente (numpedol)            *
      *----------------------------------------------------------------*
       FD  NUMPEDOL.
       01  NUMPEDOL-REGISTRO.
           03 NUMPOL-CHAVE.
              05 NUMPOL-DATA.
                 07 NUMPOL-AA       PIC 9(04).
                 07 NUMPOL-MM       PIC 9(02).
                 07 NUMPOL-DD       PIC 9(02).
              05 NUMPOL-NUMPEDCLI   PIC X(11).
           03 NUMPOL-PEDIDO         PIC 9(05).
           03 NUMPOL-PEDCLI         PIC X(20).
           03 NUMPOL-FILLER         PIC 9(18).
      *----------------------------------------------------------------*
      * Arquivo : IDoc do pedido SAP recebido (idocped)                *
      *----------------------------------------------------------------*
       FD  IDOCPED.
       01  IPD-REG.
           03 IPD-CHAVE.
              05 IPD-PEDIDO         PIC 9(10).
              05 IPD-MFRNR          PIC X(02).
      *----------------------------------------------------------------*
      * Arquivo : Pedido SAP x pedido WMS (pednfsap)                   *
      *----------------------------------------------------------------*
       FD pednfsap.
       01 pednfsap-reg.
          03 pednfsap-chave.
             05 pednfsap-pedsap          pic 9(10).
             05 pednfsap-pedwms          pic 9(05).
          03 pednfsap-data-wms.
             05 pednfsap-ano             pic 9(04).
             05 pednfsap-mes             pic 9(02).
             05 pednfsap-dia             pic 9(02).
          03 pednfsap-filler             pic 9(10).
      *----------------------------------------------------------------*
      * Arquivo : Nota por cliente/emissao/pedido (notapt)             *
      *----------------------------------------------------------------*
       FD  NOTAPT.
       01  PT-REGISTRO.
           03  PT-CHAVE.
               05  PT-CLIENTE         PIC 9(06).
               05  PT-EMISSAO.
                   07 PT-ANO-EMI      PIC 9(04).
                   07 PT-MES-EMI      PIC 9(02).
                   07 PT-DIA-EMI      PIC 9(02).
               05  PT-PEDIDO          PIC 9(05).
           03  PT-DUPLICATA-PRINC     PIC 9(08).
           03  PT-VENCI-PRINC.
               05 PT-ANO-VEN          PIC 9(04).
               05 PT-MES-VEN          PIC 9(02).
               05 PT-DIA-VEN          PIC 9(02).
           03  PT-DUPLICATA-AUX       PIC 9(08).
           03  PT-VENCIMENTO-AUX.
               05 PT-ANO-VEN-AUX      PIC 9(04).
               05 PT-MES-VEN-AUX      PIC 9(02).
               05 PT-DIA-VEN-AUX      PIC 9(02).
      *----------------------------------------------------------------*
      * Arquivo : Chave NFe lida na saida (chavenfe)                   *
      *----------------------------------------------------------------*
       FD chavenfe.
       01 chavenfe-reg.
          03 chavenfe-acesso.
             05 chavenfe-aces01          pic 9(04).
             05 chavenfe-aces02          pic 9(04).
             05 chavenfe-aces03          pic 9(04).
             05 chavenfe-aces04          pic 9(04).
             05 chavenfe-aces05          pic 9(04).
             05 chavenfe-aces06          pic 9(04).
             05 chavenfe-aces07          pic 9(04).
             05 chavenfe-aces08          pic 9(04).
             05 chavenfe-aces09          pic 9(04).
             05 chavenfe-aces10          pic 9(04).
             05 chavenfe-aces11          pic 9(04).
          03 filler redefines chavenfe-acesso.
             05 filler                   pic x(25).
             05 chavenfe-nnf             pic 9(09).
             05 filler                   pic x(10).
          03 chavenfe-data-inc.
             05 chavenfe-aa-inc          pic 9(04).
             05 chavenfe-mm-inc          pic 9(02).
             05 chavenfe-dd-inc          pic 9(02).
          03 chavenfe-hora-inc.
             05 chavenfe-hh-inc          pic 9(02).
             05 chavenfe-mn-inc          pic 9(02).
             05 chavenfe-ss-inc          pic 9(02).
          03 chavenfe-usuario            pic x(10).
          03 chavenfe-data-ret.
             05 chavenfe-aa-ret          pic 9(04).
             05 chavenfe-mm-ret          pic 9(02).
             05 chavenfe-dd-ret          pic 9(02).
          03 chavenfe-hora-ret.
             05 chavenfe-hh-ret          pic 9(02).
             05 chavenfe-mm-ret          pic 9(02).
             05 chavenfe-ss-ret          pic 9(02).
          03 chavenfe-cod-ret            pic 9(02).
          03 chavenfe-placa              pic x(08).
          03 chavenfe-filler             pic x(02).
      *----------------------------------------------------------------*
      * Arquivo : Placa por itinerario (placaiti)                      *
      *----------------------------------------------------------------*
       FD PLACAITI.
       01 PLI-REG.
          03 PLI-CHAVE.
             05 PLI-FILIAL            PIC X(04).
             05 PLI-CARRO.
                07 PLI-DATA-EMISSAO.
                   09 PLI-ANOEMI      PIC 9(04).
                   09 PLI-MESEMI      PIC 9(02).
                   09 PLI-DIAEMI      PIC 9(02).
                07 PLI-NUM-ITINERARIO PIC 9(05).
             05 PLI-PLACA.
                07 PLI-PLACA-LETRA    PIC X(03).
                07 PLI-PLACA-NUMERO   PIC X(04).

          03 PLI-LOG.
             05 PLI-INCLUSAO.
                07 PLI-DATA-INC       PIC 9(08).
                07 PLI-HORA-INC       PIC 9(06).
                07 PLI-USR-INC        PIC X(08).
             05 PLI-ALTERACAO.
                07 PLI-DATA-ALT       PIC 9(08).
                07 PLI-HORA-ALT       PIC 9(06).
                07 PLI-USR-ALT        PIC X(08).

          03 PLI-TURNO                PIC 9(01).

          03 PLI-FILLER.
             05 PLI-FILLER1           PIC 9(17).
      *----------------------------------------------------------------*
      * Arquivo : Log de saida da portaria (portalog) - um registro   *
      *           por decisao de liberacao do PORTLIBE.               *
      *----------------------------------------------------------------*
       FD  PORTALOG.
       01  PTL-REGISTRO.
           03  PTL-CHAVE.
               05  PTL-PLACA              PIC X(07).
               05  PTL-DATA               PIC 9(08).
               05  PTL-HORA               PIC 9(06).
           03  PTL-ITINERARIO             PIC 9(05).
           03  PTL-USUARIO                PIC X(10).
           03  PTL-RESULTADO              PIC X(01).
               88  PTL-LIBERADA           VALUE 'L'.
               88  PTL-NEGADA             VALUE 'N'.
           03  PTL-MOTIVO                 PIC X(30).
           03  PTL-FILLER                 PIC X(20).
      *----------------------------------------------------------------*
      * Arquivo : Protocolos de devolucao (protodev)                   *
      *----------------------------------------------------------------*
       FD protodev.
       01 protodev-reg.
          03 protodev-chave.
             05 protodev-rota            pic 9(04).
             05 protodev-cliente         pic 9(06).
             05 protodev-protocolo       pic 9(10).
          03 protodev-chave-alt.
             05 protodev-proto-a         pic 9(10).
          03 protodev-excesso            pic x(01).
          03 protodev-nota               pic 9(08).
          03 protodev-pedwms             pic 9(05).
          03 protodev-data-aviso.
             05 protodev-anoavi          pic 9(04).
             05 protodev-mesavi          pic 9(02).
             05 protodev-diaavi          pic 9(02).
          03 protodev-carro              pic 9(05).
          03 protodev-flag-emi           pic x(01).
          03 protodev-data-emissao.
             05 protodev-ano-emis        pic 9(04).
             05 protodev-mes-emis        pic 9(02).
             05 protodev-dia-emis        pic 9(02).
          03 protodev-codcancel          pic 9(02).
      *----------------------------------------------------------------*
      * Arquivo : Cadastro de Projetos EDI OL (olprojeto)              *
      *----------------------------------------------------------------*
       FD  OLPROJETO.
       01  OLPROJ-REGISTRO.
           03 OLPROJ-CHAVE.
              05 OLPROJ-PROJETO     PIC X(02).
              05 OLPROJ-GRUPOFOR    PIC 9(04).
           03 OLPROJ-DT-INC.
              05 OL-PROJ-AA-INC     PIC 9(04).
              05 OL-PROJ-MM-INC     PIC 9(02).
              05 OL-PROJ-DD-INC     PIC 9(02).
           03 OLPROJ-DT-ALT.
              05 OL-PROJ-AA-ALT     PIC 9(04).
              05 OL-PROJ-MM-ALT     PIC 9(02).
              05 OL-PROJ-DD-ALT     PIC 9(02).
           03 OLPROJ-DT-VAL.
              05 OL-PROJ-AA-VAL     PIC 9(04).
              05 OL-PROJ-MM-VAL     PIC 9(02).
              05 OL-PROJ-DD-VAL     PIC 9(02).
           03 OLPROJ-INTER          PIC X(01).
           03 OLPROJ-PRAZO          PIC X(01).
           03 OLPROJ-DESCPED        PIC X(01).
           03 OLPROJ-DESCCND        PIC X(01).
           03 OLPROJ-DESCFIN        PIC X(01).
           03 OLPROJ-MARGEM         PIC 9(02)V99.
           03 OLPROJ-FILLER1.
              05 OLPROJ-PRAZO-HORAS PIC 9(04).
              05 OLPROJ-FILLER1-R   PIC 9(14).
           03 OLPROJ-FILLER2        PIC 9(18).
      *--> olproj-prazo-horas (OLPRZMN) = prazo contratual de entrega,
      *    em horas desde o dia do pedido OL ate a saida na portaria
      *    (zero = sem prazo) - aberto nos 4 primeiros bytes do antigo
      *    OLPROJ-FILLER1, que era zerado.
      *----------------------------------------------------------------*
      * Arquivo : Cadastro de Projetos OL EDI por cliente (olcodcli)   *
      *----------------------------------------------------------------*
       FD  OLCODCLI.
       01  OLCLI-REGISTRO.
           03 OLCLI-CHAVE.
              05 OLCLI-PROJETO      PIC X(02).
              05 OLCLI-FORNEC       PIC 9(04).
              05 OLCLI-CLIENTE      PIC 9(06).
           03 OLCLI-CONDICAO        PIC 9(02).
           03 OLCLI-FILLER          PIC 9(18).
      *----------------------------------------------------------------*
       SD  WK-NOTA.
       01  WK-NOTA-REG.
           03 WKN-PEDIDO            PIC 9(05).
           03 WKN-EMISSAO           PIC 9(08).
           03 WKN-CLIENTE           PIC 9(06).
           03 WKN-DUPLICATA         PIC 9(08).
      *----------------------------------------------------------------*
       FD  WK-NOTA-ORD.
       01  WKNO-NOTA-REG.
           03 WKNO-CHAVE.
              05 WKNO-PEDIDO        PIC 9(05).
              05 WKNO-EMISSAO       PIC 9(08).
           03 WKNO-CLIENTE          PIC 9(06).
           03 WKNO-DUPLICATA        PIC 9(08).
      *----------------------------------------------------------------*
       SD  WK-NFE.
       01  WK-NFE-REG.
           03 WKC-NNF               PIC 9(09).
           03 WKC-DATA-INC          PIC 9(08).
           03 WKC-HORA-INC          PIC 9(06).
           03 WKC-ACESSO            PIC X(44).
           03 WKC-DATA-RET          PIC 9(08).
           03 WKC-HORA-RET          PIC 9(06).
           03 WKC-COD-RET           PIC 9(02).
           03 WKC-PLACA             PIC X(08).
      *----------------------------------------------------------------*
       FD  WK-NFE-ORD.
       01  WKCO-NFE-REG.
           03 WKCO-NNF              PIC 9(09).
           03 WKCO-DATA-INC         PIC 9(08).
           03 WKCO-HORA-INC         PIC 9(06).
           03 WKCO-ACESSO           PIC X(44).
           03 WKCO-DATA-RET         PIC 9(08).
           03 WKCO-HORA-RET         PIC 9(06).
           03 WKCO-COD-RET          PIC 9(02).
           03 WKCO-PLACA            PIC X(08).
      *----------------------------------------------------------------*
       SD  WK-PED.
       01  WK-PED-REG.
           03 WKP-PEDWMS            PIC 9(05).
           03 WKP-DATA              PIC 9(08).
           03 WKP-ORIGEM            PIC X(01).
           03 WKP-PEDSAP            PIC 9(10).
           03 WKP-PEDCLI            PIC X(20).
      *----------------------------------------------------------------*
      * Cadeia ate a nota (mesmo leiaute de WS-CADEIA).                *
      *----------------------------------------------------------------*
       FD  WK-CAD.
       01  WKK-CAD-REG              PIC X(084).
      *----------------------------------------------------------------*
       SD  WK-CAD-S.
       01  WKS-CAD-REG.
           03 FILLER                PIC X(076).
           03 WKS-DUPLICATA         PIC 9(08).
      *----------------------------------------------------------------*
       FD  WK-CAD-ORD.
       01  WKD-CAD-REG              PIC X(084).
      *----------------------------------------------------------------*
       SD  WK-PAR.
       01  WK-PAR-REG.
           03 WKR-ETAPA             PIC 9(01).
           03 WKR-HORAS             PIC 9(05).
           03 WKR-PEDWMS            PIC 9(05).
           03 WKR-DATA-BASE         PIC 9(08).
           03 WKR-PEDSAP            PIC 9(10).
           03 WKR-CLIENTE           PIC 9(06).
           03 WKR-DUPLICATA         PIC 9(08).
           03 WKR-DATA-ULT          PIC 9(08).
           03 WKR-HORA-ULT          PIC 9(06).
           03 WKR-PROJETO           PIC X(02).
           03 WKR-ESTOURO           PIC X(01).
           03 WKR-PEDCLI            PIC X(20).
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
       77 ws-status11         pic x(02) value spaces.
       77 ws-status12         pic x(02) value spaces.
       77 ws-status13         pic x(02) value spaces.
       77 ws-status14         pic x(02) value spaces.
       77 ws-status15         pic x(02) value spaces.
       77 w-e                 pic x(80) value spaces.
       77 ws-eof              pic x(01) value 'N'.
       77 ws-eof-ord          pic x(01) value 'N'.
       77 ws-eof-nota         pic x(01) value 'N'.
       77 ws-eof-nfe          pic x(01) value 'N'.
       77 ws-portalog-aberto  pic x(01) value 'N'.
      *---------------------------------------------------------------*
       77 ws-param-linha       pic x(60) value spaces.
       77 ws-param-modo        pic x(01) value spaces.
       77 ws-param-valor       pic x(20) value spaces.
       77 ws-param-extra       pic x(08) value spaces.
       77 ws-tam-valor         pic 9(02) value zero.
       77 ws-tam-extra         pic 9(02) value zero.
       77 ws-parametro-ok      pic x(01) value 'S'.
       77 ws-arg-pedido        pic 9(05) value zero.
       77 ws-arg-pedsap        pic 9(10) value zero.
       77 ws-arg-data          pic 9(08) value zero.
       77 ws-horas-limite      pic 9(04) value 24.
       77 ws-dias-janela       pic 9(03) value 10.
       77 ws-data-ini          pic 9(08) value zero.
       77 ws-cont-dias         pic 9(03) value zero.
      *--> nota e pedido OL so casam ate 7 dias depois da data base -
      *    o numero do pedido (5 posicoes) e reutilizado.
       77 ws-dias-casamento    pic 9(03) value 7.
      *---------------------------------------------------------------*
       77 ws-hoje              pic 9(08) value zero.
       77 ws-hora-atual        pic 9(08) value zero.
       77 ws-hora-atual-hms    redefines ws-hora-atual pic 9(06).
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
       01 ws-calc-data         pic 9(08) value zero.
       01 ws-calc-data-r       redefines ws-calc-data.
          05 ws-calc-data-ano  pic 9(04).
          05 ws-calc-data-mes  pic 9(02).
          05 ws-calc-data-dia  pic 9(02).
      *--> diferenca em dias (8170) e em horas (8300) entre dois
      *    momentos: ws-ini-data/hora ate ws-fim-data/hora.
       77 ws-ini-data          pic 9(08) value zero.
       77 ws-fim-data          pic 9(08) value zero.
       01 ws-ini-hora          pic 9(06) value zero.
       01 ws-ini-hora-r        redefines ws-ini-hora.
          05 ws-ini-hh         pic 9(02).
          05 ws-ini-mn         pic 9(02).
          05 ws-ini-ss         pic 9(02).
       01 ws-fim-hora          pic 9(06) value zero.
       01 ws-fim-hora-r        redefines ws-fim-hora.
          05 ws-fim-hh         pic 9(02).
          05 ws-fim-mn         pic 9(02).
          05 ws-fim-ss         pic 9(02).
       77 ws-dias-ini-calc     pic 9(07) value zero.
       77 ws-dif-dias          pic s9(07) value zero.
       77 ws-dif-minutos       pic s9(09) value zero.
       77 ws-dif-horas         pic 9(05) value zero.
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
      * Dias de cada mes (fevereiro de ano bissexto e tratado a parte)*
      *---------------------------------------------------------------*
       01 WS-TAB-DIAS-MES.
          05 FILLER              PIC 9(02) VALUE 31.
          05 FILLER              PIC 9(02) VALUE 28.
          05 FILLER              PIC 9(02) VALUE 31.
          05 FILLER              PIC 9(02) VALUE 30.
          05 FILLER              PIC 9(02) VALUE 31.
          05 FILLER              PIC 9(02) VALUE 30.
          05 FILLER              PIC 9(02) VALUE 31.
          05 FILLER              PIC 9(02) VALUE 31.
          05 FILLER              PIC 9(02) VALUE 30.
          05 FILLER              PIC 9(02) VALUE 31.
          05 FILLER              PIC 9(02) VALUE 30.
          05 FILLER              PIC 9(02) VALUE 31.
       01 WS-DIAS-MES-RED REDEFINES WS-TAB-DIAS-MES.
          05 WS-DIAS-MES         PIC 9(02) OCCURS 12.
      *---------------------------------------------------------------*
      * Cadeia do pedido. A primeira parte (ate a nota) e o registro  *
      * dos arquivos de trabalho do lote - WK-CAD e WK-CAD-ORD.       *
      *---------------------------------------------------------------*
       01 WS-CADEIA.
          05 cad-pedwms          pic 9(05).
          05 cad-data-base       pic 9(08).
          05 cad-tem-ol          pic x(01).
          05 cad-data-ol         pic 9(08).
          05 cad-pedcli          pic x(20).
          05 cad-tem-wms         pic x(01).
          05 cad-data-wms        pic 9(08).
          05 cad-pedsap          pic 9(10).
          05 cad-tem-nota        pic x(01).
          05 cad-cliente         pic 9(06).
          05 cad-emissao         pic 9(08).
          05 cad-duplicata       pic 9(08).
       01 WS-CADEIA-SAIDA.
          05 cad-tem-idoc        pic x(01).
          05 cad-tem-chave       pic x(01).
          05 cad-acesso          pic x(44).
          05 cad-data-lei        pic 9(08).
          05 cad-hora-lei        pic 9(06).
          05 cad-tem-ret         pic x(01).
          05 cad-data-ret        pic 9(08).
          05 cad-hora-ret        pic 9(06).
          05 cad-cod-ret         pic 9(02).
          05 cad-placa           pic x(07).
          05 cad-tem-iti         pic x(01).
          05 cad-itinerario      pic 9(05).
          05 cad-data-iti        pic 9(08).
          05 cad-hora-iti        pic 9(06).
          05 cad-tem-sai         pic x(01).
          05 cad-data-sai        pic 9(08).
          05 cad-hora-sai        pic 9(06).
          05 cad-projeto         pic x(02).
          05 cad-prazo-horas     pic 9(04).
      *---------------------------------------------------------------*
      * Etapas da cadeia - feita 'S', falta 'N', rejeitada 'R', nao   *
      * se aplica '-' (pedido que nao e OL).                          *
      *---------------------------------------------------------------*
       01 WS-TAB-NOMES-ETAPA.
          05 FILLER PIC X(28) VALUE 'PEDIDO OL RECEBIDO          '.
          05 FILLER PIC X(28) VALUE 'PEDIDO SAP / IDOC           '.
          05 FILLER PIC X(28) VALUE 'PEDIDO NO WMS               '.
          05 FILLER PIC X(28) VALUE 'NOTA EMITIDA                '.
          05 FILLER PIC X(28) VALUE 'CHAVE NFE LIDA NA SAIDA     '.
          05 FILLER PIC X(28) VALUE 'RETORNO SAP AUTORIZADO      '.
          05 FILLER PIC X(28) VALUE 'ITINERARIO DA PLACA         '.
          05 FILLER PIC X(28) VALUE 'SAIDA LIBERADA NA PORTARIA  '.
       01 WS-NOMES-ETAPA-RED REDEFINES WS-TAB-NOMES-ETAPA.
          05 WS-NOME-ETAPA       PIC X(28) OCCURS 8.
       01 WS-TAB-ETAPAS.
          05 WS-ETAPA            OCCURS 8.
             10 WS-ETA-FEITA     PIC X(01).
             10 WS-ETA-DATA      PIC 9(08).
             10 WS-ETA-HORA      PIC 9(06).
       77 ws-idx-eta           pic 9(02) value zero.
       77 ws-etapa-quebra      pic 9(01) value zero.
       77 ws-etapa-parada      pic 9(01) value zero.
       77 ws-ult-data          pic 9(08) value zero.
       77 ws-ult-hora          pic 9(06) value zero.
       77 ws-horas-parado      pic 9(05) value zero.
       77 ws-horas-pedido      pic 9(05) value zero.
       77 ws-estouro-prazo     pic x(01) value 'N'.
       77 ws-situacao-eta      pic x(05) value spaces.
       01 ws-dh-data           pic 9(08) value zero.
       01 ws-dh-data-r         redefines ws-dh-data.
          05 ws-dh-ano         pic 9(04).
          05 ws-dh-mes         pic 9(02).
          05 ws-dh-dia         pic 9(02).
       01 ws-dh-hora           pic 9(06) value zero.
       01 ws-dh-hora-r         redefines ws-dh-hora.
          05 ws-dh-hh          pic 9(02).
          05 ws-dh-mn          pic 9(02).
          05 ws-dh-ss          pic 9(02).
       77 ws-dh-fmt            pic x(19) value spaces.
      *---------------------------------------------------------------*
      * Pedido OL pendente de casar com o pedido WMS (lote).          *
      *---------------------------------------------------------------*
       77 ws-pend-ol           pic x(01) value 'N'.
       77 ws-pend-pedwms       pic 9(05) value zero.
       77 ws-pend-data         pic 9(08) value zero.
       77 ws-pend-pedcli       pic x(20) value spaces.
       01 ws-nota-busca.
          05 ws-nota-busca-ped pic 9(05).
          05 ws-nota-busca-dt  pic 9(08).
      *---------------------------------------------------------------*
      * Projetos OL com prazo contratual e seus clientes - o teto e   *
      * pratico e o estouro e apontado no relatorio.                  *
      *---------------------------------------------------------------*
       77 ws-qtd-proj          pic 9(04) value zero.
       77 ws-estouro-proj      pic x(01) value 'N'.
       01 WS-TAB-PROJETO.
          05 WS-PROJ             OCCURS 300 TIMES.
             10 WS-PRJ-CHAVE     PIC X(06).
             10 WS-PRJ-PRAZO     PIC 9(04).
       77 ws-idx-proj          pic 9(04) value zero.
       77 ws-qtd-cli-proj      pic 9(05) value zero.
       77 ws-estouro-cli-proj  pic x(01) value 'N'.
       01 WS-TAB-CLI-PROJ.
          05 WS-CLI-PROJ         OCCURS 5000 TIMES.
             10 WS-CPJ-CLIENTE   PIC 9(06).
             10 WS-CPJ-PROJETO   PIC X(02).
             10 WS-CPJ-PRAZO     PIC 9(04).
       77 ws-idx-cli-proj      pic 9(05) value zero.
      *---------------------------------------------------------------*
       77 ws-etapa-anterior    pic 9(01) value zero.
       77 ws-total-pedidos     pic 9(07) value zero.
       77 ws-total-completos  pic 9(07) value zero.
       77 ws-total-parados     pic 9(07) value zero.
       77 ws-total-estouros    pic 9(07) value zero.
       77 ws-total-devolucoes  pic 9(05) value zero.
       01 WS-TAB-TOT-ETAPA.
          05 WS-TOT-ETAPA        PIC 9(07) OCCURS 8.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAINLINE.
           perform 1000-INICIALIZA.
           if ws-parametro-ok = 'S'
              perform 1500-CARREGA-PROJETOS
              if ws-param-modo = 'B'
                 perform 2000-LOTE-PARADOS
              else
                 perform 3000-CONSULTA-PEDIDO
              end-if
           end-if
           perform 6000-FINALIZA.
           stop run.
      *---------------------------------------------------------------*
       1000-INICIALIZA.
           accept ws-hoje from date yyyymmdd.
           accept ws-hora-atual from time.

           accept ws-param-linha from command-line.
           unstring ws-param-linha delimited by all space
              into ws-param-modo
                   ws-param-valor count in ws-tam-valor
                   ws-param-extra count in ws-tam-extra
           end-unstring

           open output txt.
           move '====================================================='
              to w-e.
           write txt-reg from w-e.
           move 'PEDRASRP - RASTREAMENTO DO PEDIDO ATE A PORTARIA'
              to w-e.
           write txt-reg from w-e.
           move '====================================================='
              to w-e.
           write txt-reg from w-e.

           perform 1100-VALIDA-PARAMETRO.
           if ws-parametro-ok = 'N'
              move 'PARAMETRO: C PEDIDO-CLIENTE / P PEDIDO [AAAAMMDD] /'
                 to w-e
              write txt-reg from w-e
              move '           S PEDIDO-SAP / B [HORAS] [DIAS]' to w-e
              write txt-reg from w-e
              move 8 to return-code
           else
              open input numpedol idocped pednfsap notapt chavenfe
                         placaiti protodev olprojeto olcodcli
      *--> o log da portaria nasce na primeira liberacao do PORTLIBE.
              open input portalog
              if ws-status7 = '00'
                 move 'S' to ws-portalog-aberto
              end-if
           end-if.
      *---------------------------------------------------------------*
       1100-VALIDA-PARAMETRO.
           evaluate ws-param-modo
              when 'C'
                 if ws-param-valor = spaces
                    move 'N' to ws-parametro-ok
                 end-if
              when 'P'
                 if ws-tam-valor = zero or ws-tam-valor > 5
                    move 'N' to ws-parametro-ok
                 else
                    if ws-param-valor(1:ws-tam-valor) not numeric
                       move 'N' to ws-parametro-ok
                    else
                       move ws-param-valor(1:ws-tam-valor)
                         to ws-arg-pedido
                    end-if
                 end-if
                 if ws-tam-extra > zero
                    if ws-tam-extra = 8 and ws-param-extra numeric
                       move ws-param-extra to ws-arg-data
                    else
                       move 'N' to ws-parametro-ok
                    end-if
                 end-if
              when 'S'
                 if ws-tam-valor = zero or ws-tam-valor > 10
                    move 'N' to ws-parametro-ok
                 else
                    if ws-param-valor(1:ws-tam-valor) not numeric
                       move 'N' to ws-parametro-ok
                    else
                       move ws-param-valor(1:ws-tam-valor)
                         to ws-arg-pedsap
                    end-if
                 end-if
              when 'B'
                 if ws-tam-valor > zero and ws-tam-valor < 5
                    if ws-param-valor(1:ws-tam-valor) numeric
                       move ws-param-valor(1:ws-tam-valor)
                         to ws-horas-limite
                    end-if
                 end-if
                 if ws-tam-extra > zero and ws-tam-extra < 4
                    if ws-param-extra(1:ws-tam-extra) numeric
                       move ws-param-extra(1:ws-tam-extra)
                         to ws-dias-janela
                    end-if
                 end-if
                 if ws-horas-limite = zero
                    move 24 to ws-horas-limite
                 end-if
                 if ws-dias-janela = zero
                    move 10 to ws-dias-janela
                 end-if
              when other
                 move 'N' to ws-parametro-ok
           end-evaluate.
      *---------------------------------------------------------------*
      * Projetos OL com prazo contratual (OLPROJ-PRAZO-HORAS) e os    *
      * clientes amarrados a eles no OLCODCLI.                        *
      *---------------------------------------------------------------*
       1500-CARREGA-PROJETOS.
           move 'N' to ws-eof.
           read olprojeto next record
              at end move 'S' to ws-eof
           end-read
           perform 1510-CARREGA-UM-PROJETO
              until ws-eof = 'S'.

           move 'N' to ws-eof.
           if ws-qtd-proj > zero
              read olcodcli next record
                 at end move 'S' to ws-eof
              end-read
              perform 1520-CARREGA-UM-CLIENTE
                 until ws-eof = 'S'
           end-if.
      *---------------------------------------------------------------*
       1510-CARREGA-UM-PROJETO.
           if olproj-prazo-horas numeric
              and olproj-prazo-horas > zero
              if ws-qtd-proj < 300
                 add 1 to ws-qtd-proj
                 move olproj-chave       to ws-prj-chave(ws-qtd-proj)
                 move olproj-prazo-horas to ws-prj-prazo(ws-qtd-proj)
              else
                 move 'S' to ws-estouro-proj
              end-if
           end-if

           read olprojeto next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       1520-CARREGA-UM-CLIENTE.
           if olcli-cliente > zero
              move 1 to ws-idx-proj
              perform 1530-COMPARA-UM-PROJETO
                 until ws-idx-proj > ws-qtd-proj
                    or ws-prj-chave(ws-idx-proj) = olcli-chave(1:6)
              if ws-idx-proj <= ws-qtd-proj
                 if ws-qtd-cli-proj < 5000
                    add 1 to ws-qtd-cli-proj
                    move olcli-cliente
                      to ws-cpj-cliente(ws-qtd-cli-proj)
                    move olcli-projeto
                      to ws-cpj-projeto(ws-qtd-cli-proj)
                    move ws-prj-prazo(ws-idx-proj)
                      to ws-cpj-prazo(ws-qtd-cli-proj)
                 else
                    move 'S' to ws-estouro-cli-proj
                 end-if
              end-if
           end-if

           read olcodcli next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       1530-COMPARA-UM-PROJETO.
           if ws-prj-chave(ws-idx-proj) not = olcli-chave(1:6)
              add 1 to ws-idx-proj
           end-if.
      *---------------------------------------------------------------*
      * Lote diario: pedidos dos ultimos dias parados entre duas      *
      * etapas ha mais horas que o limite. Casamentos por SORT:       *
      *   pedidos (NUMPEDOL + PEDNFSAP) x notas, por pedido e data;   *
      *   a cadeia resultante x chaves NFe, pelo numero da nota.      *
      *---------------------------------------------------------------*
       2000-LOTE-PARADOS.
           move ws-hoje to ws-calc-data.
           perform 8160-DIA-ANTERIOR
              varying ws-cont-dias from 1 by 1
              until ws-cont-dias > ws-dias-janela.
           move ws-calc-data to ws-data-ini.

           move spaces to w-e.
           string 'LOTE - PEDIDOS DESDE ' delimited by size
                  ws-data-ini              delimited by size
                  ' PARADOS HA MAIS DE '   delimited by size
                  ws-horas-limite          delimited by size
                  ' HORAS'                 delimited by size
             into w-e.
           write txt-reg from w-e.

           sort wk-nota on ascending key wkn-pedido wkn-emissao
              input procedure is 2100-SELECIONA-NOTAS
              giving wk-nota-ord.

           sort wk-nfe on ascending key wkc-nnf
                                        wkc-data-inc
                                        wkc-hora-inc
              input procedure is 2200-SELECIONA-CHAVES
              giving wk-nfe-ord.

           move 'N' to ws-eof-nota.
           open input wk-nota-ord.
           perform 2490-LE-NOTA.
           open output wk-cad.
           sort wk-ped on ascending key wkp-pedwms wkp-data wkp-origem
              input procedure is 2300-SELECIONA-PEDIDOS
              output procedure is 2400-CASA-PEDIDOS.
           close wk-cad wk-nota-ord.

           sort wk-cad-s on ascending key wks-duplicata
              using wk-cad
              giving wk-cad-ord.

           sort wk-par on ascending  key wkr-etapa
                          descending key wkr-horas
              input procedure is 2600-AVALIA-PEDIDOS
              output procedure is 2800-IMPRIME-PARADOS.

           perform 5000-IMPRIME-RESUMO.
      *---------------------------------------------------------------*
       2100-SELECIONA-NOTAS.
           move 'N' to ws-eof.
           read notapt next record
              at end move 'S' to ws-eof
           end-read
           perform 2110-LIBERA-UMA-NOTA
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2110-LIBERA-UMA-NOTA.
           if pt-emissao not < ws-data-ini
              move pt-pedido          to wkn-pedido
              move pt-emissao         to wkn-emissao
              move pt-cliente         to wkn-cliente
              move pt-duplicata-princ to wkn-duplicata
              release wk-nota-reg
           end-if

           read notapt next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       2200-SELECIONA-CHAVES.
           move 'N' to ws-eof.
           read chavenfe next record
              at end move 'S' to ws-eof
           end-read
           perform 2210-LIBERA-UMA-CHAVE
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2210-LIBERA-UMA-CHAVE.
           if chavenfe-data-inc not < ws-data-ini
              and chavenfe-nnf numeric
              move chavenfe-nnf       to wkc-nnf
              move chavenfe-data-inc  to wkc-data-inc
              move chavenfe-hora-inc  to wkc-hora-inc
              move chavenfe-acesso    to wkc-acesso
              move chavenfe-data-ret  to wkc-data-ret
              move chavenfe-hora-ret  to wkc-hora-ret
              move chavenfe-cod-ret   to wkc-cod-ret
              move chavenfe-placa     to wkc-placa
              release wk-nfe-reg
           end-if

           read chavenfe next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Pedido WMS (PEDNFSAP) e pedido OL (NUMPEDOL) da janela - 'O'  *
      * vem antes de 'W' na mesma data.                               *
      *---------------------------------------------------------------*
       2300-SELECIONA-PEDIDOS.
           move 'N' to ws-eof.
           read pednfsap next record
              at end move 'S' to ws-eof
           end-read
           perform 2310-LIBERA-UM-WMS
              until ws-eof = 'S'.

           move 'N' to ws-eof.
           move ws-data-ini to numpol-data.
           move low-values  to numpol-numpedcli.
           start numpedol key is not less than numpol-chave
              invalid key move 'S' to ws-eof
           end-start
           if ws-eof = 'N'
              read numpedol next record
                 at end move 'S' to ws-eof
              end-read
           end-if
           perform 2320-LIBERA-UM-OL
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2310-LIBERA-UM-WMS.
           if pednfsap-data-wms not < ws-data-ini
              move pednfsap-pedwms   to wkp-pedwms
              move pednfsap-data-wms to wkp-data
              move 'W'               to wkp-origem
              move pednfsap-pedsap   to wkp-pedsap
              move spaces            to wkp-pedcli
              release wk-ped-reg
           end-if

           read pednfsap next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       2320-LIBERA-UM-OL.
           move numpol-pedido to wkp-pedwms.
           move numpol-data   to wkp-data.
           move 'O'           to wkp-origem.
           move zero          to wkp-pedsap.
           if numpol-pedcli = spaces
              move numpol-numpedcli to wkp-pedcli
           else
              move numpol-pedcli    to wkp-pedcli
           end-if
           release wk-ped-reg.

           read numpedol next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Junta o pedido OL com o pedido WMS de mesmo numero ate 7 dias *
      * depois e grava a cadeia ja casada com a nota.                 *
      *---------------------------------------------------------------*
       2400-CASA-PEDIDOS.
           move 'N' to ws-eof-ord.
           move 'N' to ws-pend-ol.
           return wk-ped
              at end move 'S' to ws-eof-ord
           end-return
           perform 2410-CASA-UM-PEDIDO
              until ws-eof-ord = 'S'.
           if ws-pend-ol = 'S'
              perform 2450-GRAVA-SO-OL
           end-if.
      *---------------------------------------------------------------*
       2410-CASA-UM-PEDIDO.
           if wkp-origem = 'O'
              if ws-pend-ol = 'S'
                 perform 2450-GRAVA-SO-OL
              end-if
              move 'S'        to ws-pend-ol
              move wkp-pedwms to ws-pend-pedwms
              move wkp-data   to ws-pend-data
              move wkp-pedcli to ws-pend-pedcli
           else
              move 99999 to ws-dif-dias
              if ws-pend-ol = 'S' and ws-pend-pedwms = wkp-pedwms
                 move ws-pend-data to ws-ini-data
                 move wkp-data     to ws-fim-data
                 perform 8170-DIFERENCA-DIAS
              end-if
              initialize ws-cadeia
              if ws-dif-dias <= ws-dias-casamento
                 move 'S'            to cad-tem-ol
                 move ws-pend-data   to cad-data-ol
                 move ws-pend-pedcli to cad-pedcli
                 move ws-pend-data   to cad-data-base
                 move 'N'            to ws-pend-ol
              else
                 if ws-pend-ol = 'S'
                    perform 2450-GRAVA-SO-OL
                    initialize ws-cadeia
                 end-if
                 move 'N'            to cad-tem-ol
                 move wkp-data       to cad-data-base
              end-if
              move wkp-pedwms to cad-pedwms
              move 'S'        to cad-tem-wms
              move wkp-data   to cad-data-wms
              move wkp-pedsap to cad-pedsap
              perform 2480-GRAVA-CADEIA
           end-if

           return wk-ped
              at end move 'S' to ws-eof-ord
           end-return.
      *---------------------------------------------------------------*
      * Pedido OL que ainda nao virou pedido no WMS.                  *
      *---------------------------------------------------------------*
       2450-GRAVA-SO-OL.
           initialize ws-cadeia.
           move ws-pend-pedwms to cad-pedwms.
           move ws-pend-data   to cad-data-base.
           move 'S'            to cad-tem-ol.
           move ws-pend-data   to cad-data-ol.
           move ws-pend-pedcli to cad-pedcli.
           move 'N'            to cad-tem-wms.
           move 'N'            to ws-pend-ol.
           perform 2480-GRAVA-CADEIA.
      *---------------------------------------------------------------*
      * As cadeias saem em ordem de pedido e data base, a mesma das   *
      * notas - avanca as notas ate o pedido e casa a primeira nota   *
      * emitida na data base ou depois, dentro de 7 dias.             *
      *---------------------------------------------------------------*
       2480-GRAVA-CADEIA.
           move 'N'           to cad-tem-nota.
           move cad-pedwms    to ws-nota-busca-ped.
           move cad-data-base to ws-nota-busca-dt.
           perform 2490-LE-NOTA
              until ws-eof-nota = 'S'
                 or wkno-chave not < ws-nota-busca.

           if ws-eof-nota = 'N' and wkno-pedido = cad-pedwms
              move cad-data-base to ws-ini-data
              move wkno-emissao  to ws-fim-data
              perform 8170-DIFERENCA-DIAS
              if ws-dif-dias <= ws-dias-casamento
                 move 'S'            to cad-tem-nota
                 move wkno-cliente   to cad-cliente
                 move wkno-emissao   to cad-emissao
                 move wkno-duplicata to cad-duplicata
                 perform 2490-LE-NOTA
              end-if
           end-if

           write wkk-cad-reg from ws-cadeia.
      *---------------------------------------------------------------*
       2490-LE-NOTA.
           read wk-nota-ord
              at end move 'S' to ws-eof-nota
           end-read.
      *---------------------------------------------------------------*
      * Cadeias em ordem de nota x chaves NFe em ordem de numero da   *
      * nota; completa a cadeia e manda ao SORT o pedido parado.      *
      *---------------------------------------------------------------*
       2600-AVALIA-PEDIDOS.
           move 'N' to ws-eof-nfe.
           open input wk-nfe-ord.
           perform 2690-LE-CHAVE.

           move 'N' to ws-eof-ord.
           open input wk-cad-ord.
           read wk-cad-ord
              at end move 'S' to ws-eof-ord
           end-read
           perform 2610-AVALIA-UM-PEDIDO
              until ws-eof-ord = 'S'.
           close wk-cad-ord wk-nfe-ord.
      *---------------------------------------------------------------*
       2610-AVALIA-UM-PEDIDO.
           add 1 to ws-total-pedidos.
           move wkd-cad-reg to ws-cadeia.
           initialize ws-cadeia-saida.
           move 'N' to cad-tem-chave.

           if cad-tem-nota = 'S'
              perform 2690-LE-CHAVE
                 until ws-eof-nfe = 'S'
                    or wkco-nnf not < cad-duplicata
              perform 2620-CASA-UMA-CHAVE
                 until ws-eof-nfe = 'S'
                    or wkco-nnf not = cad-duplicata
           end-if

           perform 8500-COMPLETA-CADEIA.
           perform 7000-MONTA-ETAPAS.

           if ws-etapa-parada = zero
              add 1 to ws-total-completos
           else
              if ws-horas-parado > ws-horas-limite
                 add 1 to ws-total-parados
                 add 1 to ws-tot-etapa(ws-etapa-parada)
                 if ws-estouro-prazo = 'S'
                    add 1 to ws-total-estouros
                 end-if
                 move ws-etapa-parada  to wkr-etapa
                 move ws-horas-parado  to wkr-horas
                 move cad-pedwms       to wkr-pedwms
                 move cad-data-base    to wkr-data-base
                 move cad-pedsap       to wkr-pedsap
                 move cad-cliente      to wkr-cliente
                 move cad-duplicata    to wkr-duplicata
                 move ws-ult-data      to wkr-data-ult
                 move ws-ult-hora      to wkr-hora-ult
                 move cad-projeto      to wkr-projeto
                 move ws-estouro-prazo to wkr-estouro
                 move cad-pedcli       to wkr-pedcli
                 release wk-par-reg
              end-if
           end-if

           read wk-cad-ord
              at end move 'S' to ws-eof-ord
           end-read.
      *---------------------------------------------------------------*
      * Chave lida para a nota depois da emissao - fica a mais recente*
      * (a chave pode ser relida na saida).                           *
      *---------------------------------------------------------------*
       2620-CASA-UMA-CHAVE.
           if wkco-data-inc not < cad-emissao
              move 'S'           to cad-tem-chave
              move wkco-acesso   to cad-acesso
              move wkco-data-inc to cad-data-lei
              move wkco-hora-inc to cad-hora-lei
              move wkco-data-ret to cad-data-ret
              move wkco-hora-ret to cad-hora-ret
              move wkco-cod-ret  to cad-cod-ret
              move wkco-placa    to cad-placa
           end-if
           perform 2690-LE-CHAVE.
      *---------------------------------------------------------------*
       2690-LE-CHAVE.
           read wk-nfe-ord
              at end move 'S' to ws-eof-nfe
           end-read.
      *---------------------------------------------------------------*
      * Lista dos parados, agrupada pela etapa que falta, do pedido   *
      * parado ha mais tempo para o mais recente.                     *
      *---------------------------------------------------------------*
       2800-IMPRIME-PARADOS.
           move zero to ws-etapa-anterior.
           move 'N' to ws-eof-ord.
           return wk-par
              at end move 'S' to ws-eof-ord
           end-return
           perform 2810-IMPRIME-UM-PARADO
              until ws-eof-ord = 'S'.

           if ws-total-parados = zero
              move spaces to w-e
              write txt-reg from w-e
              move 'NENHUM PEDIDO PARADO ALEM DO LIMITE.' to w-e
              write txt-reg from w-e
           end-if.
      *---------------------------------------------------------------*
       2810-IMPRIME-UM-PARADO.
           if wkr-etapa not = ws-etapa-anterior
              move wkr-etapa to ws-etapa-anterior
              move spaces to w-e
              write txt-reg from w-e
              string 'PARADOS ANTES DE: '       delimited by size
                     wkr-etapa                  delimited by size
                     ' - '                      delimited by size
                     ws-nome-etapa(wkr-etapa)   delimited by size
                into w-e
              write txt-reg from w-e
              move spaces to w-e
              move all '-' to w-e(1:53)
              write txt-reg from w-e
              move 'PEDIDO DATA-BASE PEDIDO-SAP CLIENT NOTA' to w-e
              move 'ULT.ETAPA   HORA  HORAS PJ' to w-e(44:26)
              write txt-reg from w-e
           end-if

           move spaces to w-e.
           move wkr-pedwms        to w-e(1:5).
           move wkr-data-base     to w-e(8:8).
           move wkr-pedsap        to w-e(18:10).
           move wkr-cliente       to w-e(29:6).
           move wkr-duplicata     to w-e(36:8).
           move wkr-data-ult      to w-e(44:8).
           move wkr-hora-ult(1:4) to w-e(56:4).
           move wkr-horas         to w-e(62:5).
           move wkr-projeto       to w-e(68:2).
           if wkr-estouro = 'S'
              move 'PRAZO' to w-e(71:5)
           end-if
           write txt-reg from w-e.
           if wkr-pedcli not = spaces
              move spaces to w-e
              string '       PEDIDO DO CLIENTE: ' delimited by size
                     wkr-pedcli                   delimited by size
                into w-e
              write txt-reg from w-e
           end-if

           return wk-par
              at end move 'S' to ws-eof-ord
           end-return.
      *---------------------------------------------------------------*
      * Consulta de um pedido: resolve a entrada (pedido do cliente,  *
      * nosso pedido ou pedido SAP) e segue a cadeia ate a portaria.  *
      *---------------------------------------------------------------*
       3000-CONSULTA-PEDIDO.
           initialize ws-cadeia ws-cadeia-saida.
           move 'N' to cad-tem-ol cad-tem-wms cad-tem-nota
                       cad-tem-chave.

           move spaces to w-e.
           string 'CONSULTA: '    delimited by size
                  ws-param-modo   delimited by size
                  ' '             delimited by size
                  ws-param-valor  delimited by size
                  ' '             delimited by size
                  ws-param-extra  delimited by size
             into w-e.
           write txt-reg from w-e.

           evaluate ws-param-modo
              when 'C'
                 perform 8010-BUSCA-OL-PELO-CLIENTE
                 if cad-tem-ol = 'S'
                    move cad-data-ol to cad-data-base
                    perform 8030-BUSCA-WMS-PELO-PEDIDO
                 end-if
              when 'S'
                 perform 8020-BUSCA-WMS-PELO-SAP
                 if cad-tem-wms = 'S'
                    perform 8040-BUSCA-OL-PELO-PEDIDO
                 end-if
              when 'P'
                 move ws-arg-pedido to cad-pedwms
                 move ws-arg-data   to cad-data-base
                 perform 8030-BUSCA-WMS-PELO-PEDIDO
                 perform 8040-BUSCA-OL-PELO-PEDIDO
           end-evaluate

           if cad-tem-ol = 'N' and cad-tem-wms = 'N'
              move spaces to w-e
              write txt-reg from w-e
              move 'PEDIDO NAO LOCALIZADO NO NUMPEDOL NEM NO PEDNFSAP.'
                 to w-e
              write txt-reg from w-e
           else
              if cad-tem-ol = 'S'
                 move cad-data-ol  to cad-data-base
              else
                 move cad-data-wms to cad-data-base
              end-if
              perform 8050-BUSCA-NOTA
              if cad-tem-nota = 'S'
                 perform 8060-BUSCA-CHAVE
              end-if
              perform 8500-COMPLETA-CADEIA
              perform 7000-MONTA-ETAPAS
              perform 3100-IMPRIME-CADEIA
              if cad-tem-nota = 'S'
                 perform 3300-LISTA-DEVOLUCOES
              end-if
           end-if.
      *---------------------------------------------------------------*
       3100-IMPRIME-CADEIA.
           move spaces to w-e.
           write txt-reg from w-e.
           move 'ETAPA                            SIT.  DATA       HORA'
              to w-e.
           write txt-reg from w-e.
           move '-----------------------------------------------------'
              to w-e.
           write txt-reg from w-e.
           perform 3110-IMPRIME-UMA-ETAPA
              varying ws-idx-eta from 1 by 1
              until ws-idx-eta > 8.

           move spaces to w-e.
           write txt-reg from w-e.
           if ws-etapa-quebra = zero
              move 'CADEIA COMPLETA - PEDIDO SAIU PELA PORTARIA.' to w-e
           else
              string 'CADEIA QUEBRA EM: '            delimited by size
                     ws-etapa-quebra                 delimited by size
                     ' - '                           delimited by size
                     ws-nome-etapa(ws-etapa-quebra)  delimited by size
                into w-e
           end-if
           write txt-reg from w-e.
           if ws-etapa-parada not = zero
              move spaces to w-e
              string 'PARADO ANTES DE '              delimited by size
                     ws-etapa-parada                 delimited by size
                     ' HA '                          delimited by size
                     ws-horas-parado                 delimited by size
                     ' HORAS (ULTIMA ETAPA EM '      delimited by size
                     ws-ult-data                     delimited by size
                     ')'                             delimited by size
                into w-e
              write txt-reg from w-e
           end-if

           if cad-prazo-horas > zero
              move spaces to w-e
              string 'PROJETO OL '     delimited by size
                     cad-projeto       delimited by size
                     ' - PRAZO '       delimited by size
                     cad-prazo-horas   delimited by size
                     ' H - DECORRIDAS ' delimited by size
                     ws-horas-pedido   delimited by size
                     ' H'              delimited by size
                into w-e
              if ws-estouro-prazo = 'S'
                 move '- PRAZO ESTOURADO' to w-e(56:17)
              else
                 move '- DENTRO DO PRAZO' to w-e(56:17)
              end-if
              write txt-reg from w-e
           end-if
           if ws-estouro-cli-proj = 'S' or ws-estouro-proj = 'S'
              move 'TABELA DE PROJETOS OL CHEIA - CONFERIR OLCODCLI.'
                 to w-e
              write txt-reg from w-e
           end-if.
      *---------------------------------------------------------------*
       3110-IMPRIME-UMA-ETAPA.
           evaluate ws-eta-feita(ws-idx-eta)
              when 'S'    move 'OK'    to ws-situacao-eta
              when 'R'    move 'REJ.'  to ws-situacao-eta
              when '-'    move 'N/A'   to ws-situacao-eta
              when other  move 'FALTA' to ws-situacao-eta
           end-evaluate
           move ws-eta-data(ws-idx-eta) to ws-dh-data.
           move ws-eta-hora(ws-idx-eta) to ws-dh-hora.
           perform 7300-FORMATA-DATA-HORA.

           move spaces to w-e.
           move ws-idx-eta                to w-e(1:1).
           move ws-nome-etapa(ws-idx-eta) to w-e(3:28).
           move ws-situacao-eta           to w-e(34:5).
           move ws-dh-fmt                 to w-e(40:19).
           write txt-reg from w-e.

           move spaces to w-e.
           evaluate ws-idx-eta
              when 1
                 if cad-tem-ol = 'S'
                    string '    PEDIDO DO CLIENTE ' delimited by size
                           cad-pedcli               delimited by size
                      into w-e
                 end-if
              when 2
                 if cad-pedsap not = zero
                    string '    PEDIDO SAP '  delimited by size
                           cad-pedsap         delimited by size
                      into w-e
                 end-if
              when 3
                 string '    PEDIDO WMS '  delimited by size
                        cad-pedwms         delimited by size
                   into w-e
              when 4
                 if cad-tem-nota = 'S'
                    string '    CLIENTE '   delimited by size
                           cad-cliente      delimited by size
                           ' NOTA '         delimited by size
                           cad-duplicata    delimited by size
                      into w-e
                 end-if
              when 5
                 if cad-tem-chave = 'S'
                    string '    CHAVE '     delimited by size
                           cad-acesso       delimited by size
                      into w-e
                 end-if
              when 6
                 if cad-tem-ret = 'R'
                    string '    REJEITADA - COD RETORNO '
                                            delimited by size
                           cad-cod-ret      delimited by size
                      into w-e
                 end-if
              when 7
                 if cad-tem-chave = 'S'
                    string '    PLACA '     delimited by size
                           cad-placa        delimited by size
                      into w-e
                    if cad-tem-iti = 'S'
                       move ' ITINERARIO ' to w-e(18:12)
                       move cad-itinerario to w-e(30:5)
                    end-if
                 end-if
           end-evaluate
           if w-e not = spaces
              write txt-reg from w-e
           end-if.
      *---------------------------------------------------------------*
      * Protocolos de devolucao da nota (informativo).                *
      *---------------------------------------------------------------*
       3300-LISTA-DEVOLUCOES.
           move 'N' to ws-eof.
           read protodev next record
              at end move 'S' to ws-eof
           end-read
           perform 3310-AVALIA-UMA-DEVOLUCAO
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       3310-AVALIA-UMA-DEVOLUCAO.
           if protodev-nota = cad-duplicata
              and protodev-cliente = cad-cliente
              add 1 to ws-total-devolucoes
              if ws-total-devolucoes = 1
                 move spaces to w-e
                 write txt-reg from w-e
                 move 'DEVOLUCAO (PROTODEV):' to w-e
                 write txt-reg from w-e
              end-if
              move spaces to w-e
              string '    PROTOCOLO '        delimited by size
                     protodev-protocolo      delimited by size
                     ' AVISO '               delimited by size
                     protodev-data-aviso     delimited by size
                     ' CARRO '               delimited by size
                     protodev-carro          delimited by size
                     ' FLAG '                delimited by size
                     protodev-flag-emi       delimited by size
                into w-e
              write txt-reg from w-e
           end-if

           read protodev next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       5000-IMPRIME-RESUMO.
           move spaces to w-e.
           write txt-reg from w-e.
           move '-----------------------------------------------------'
              to w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'PEDIDOS NA JANELA...............: ' delimited by size
                  ws-total-pedidos                     delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'SAIRAM PELA PORTARIA............: ' delimited by size
                  ws-total-completos                   delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'PARADOS ALEM DO LIMITE..........: ' delimited by size
                  ws-total-parados                     delimited by size
             into w-e.
           write txt-reg from w-e.
           perform 5100-IMPRIME-TOTAL-ETAPA
              varying ws-idx-eta from 2 by 1
              until ws-idx-eta > 8.
           move spaces to w-e.
           string 'PARADOS COM PRAZO OL ESTOURADO..: ' delimited by size
                  ws-total-estouros                    delimited by size
             into w-e.
           write txt-reg from w-e.
           if ws-estouro-cli-proj = 'S' or ws-estouro-proj = 'S'
              move 'TABELA DE PROJETOS OL CHEIA - CONFERIR OLCODCLI.'
                 to w-e
              write txt-reg from w-e
           end-if.
      *---------------------------------------------------------------*
       5100-IMPRIME-TOTAL-ETAPA.
           move spaces to w-e.
           string '   ANTES DE '              delimited by size
                  ws-nome-etapa(ws-idx-eta)   delimited by size
                  ': '                        delimited by size
                  ws-tot-etapa(ws-idx-eta)    delimited by size
             into w-e.
           write txt-reg from w-e.
      *---------------------------------------------------------------*
       6000-FINALIZA.
           if ws-parametro-ok = 'S'
              close numpedol idocped pednfsap notapt chavenfe
                    placaiti protodev olprojeto olcodcli
              if ws-portalog-aberto = 'S'
                 close portalog
              end-if
           end-if
           close txt.
      *---------------------------------------------------------------*
      * Monta as 8 etapas a partir da cadeia: a quebra e a primeira   *
      * etapa que falta; a etapa parada e a seguinte a ultima feita,  *
      * e as horas paradas contam da data/hora mais recente entre as  *
      * etapas feitas ate agora.                                      *
      *---------------------------------------------------------------*
       7000-MONTA-ETAPAS.
           initialize ws-tab-etapas.
           if cad-tem-ol = 'S'
              move 'S'         to ws-eta-feita(1)
              move cad-data-ol to ws-eta-data(1)
           else
              move '-'         to ws-eta-feita(1)
           end-if
           move cad-tem-idoc to ws-eta-feita(2).
           move cad-tem-wms  to ws-eta-feita(3).
           if cad-tem-wms = 'S'
              move cad-data-wms to ws-eta-data(3)
           end-if
           move cad-tem-nota to ws-eta-feita(4).
           if cad-tem-nota = 'S'
              move cad-emissao  to ws-eta-data(4)
           end-if
           move cad-tem-chave to ws-eta-feita(5).
           if cad-tem-chave = 'S'
              move cad-data-lei to ws-eta-data(5)
              move cad-hora-lei to ws-eta-hora(5)
           end-if
           move cad-tem-ret  to ws-eta-feita(6).
           if cad-tem-ret not = 'N'
              move cad-data-ret to ws-eta-data(6)
              move cad-hora-ret to ws-eta-hora(6)
           end-if
           move cad-tem-iti  to ws-eta-feita(7).
           if cad-tem-iti = 'S'
              move cad-data-iti to ws-eta-data(7)
              move cad-hora-iti to ws-eta-hora(7)
           end-if
           move cad-tem-sai  to ws-eta-feita(8).
           if cad-tem-sai = 'S'
              move cad-data-sai to ws-eta-data(8)
              move cad-hora-sai to ws-eta-hora(8)
           end-if

           move zero to ws-etapa-quebra ws-etapa-parada
                        ws-ult-data ws-ult-hora ws-horas-parado.
           perform 7010-AVALIA-UMA-ETAPA
              varying ws-idx-eta from 1 by 1
              until ws-idx-eta > 8.

           if ws-etapa-parada > 8
              move zero to ws-etapa-parada
           end-if
           if ws-etapa-parada not = zero and ws-ult-data not = zero
              move ws-ult-data   to ws-ini-data
              move ws-ult-hora   to ws-ini-hora
              move ws-hoje       to ws-fim-data
              move ws-hora-atual-hms to ws-fim-hora
              perform 8300-DIFERENCA-HORAS
              move ws-dif-horas  to ws-horas-parado
           end-if

      *--> prazo do projeto: do dia do pedido OL ate a saida (ou ate
      *    agora, se ainda nao saiu).
           move 'N'  to ws-estouro-prazo.
           move zero to ws-horas-pedido.
           if cad-prazo-horas > zero
              move cad-data-ol to ws-ini-data
              move zero        to ws-ini-hora
              if cad-tem-sai = 'S'
                 move cad-data-sai to ws-fim-data
                 move cad-hora-sai to ws-fim-hora
              else
                 move ws-hoje           to ws-fim-data
                 move ws-hora-atual-hms to ws-fim-hora
              end-if
              perform 8300-DIFERENCA-HORAS
              move ws-dif-horas to ws-horas-pedido
              if ws-horas-pedido > cad-prazo-horas
                 move 'S' to ws-estouro-prazo
              end-if
           end-if.
      *---------------------------------------------------------------*
       7010-AVALIA-UMA-ETAPA.
           if ws-eta-feita(ws-idx-eta) = 'S'
              compute ws-etapa-parada = ws-idx-eta + 1
              if ws-eta-data(ws-idx-eta) > ws-ult-data
                 or (ws-eta-data(ws-idx-eta) = ws-ult-data
                     and ws-eta-hora(ws-idx-eta) > ws-ult-hora)
                 move ws-eta-data(ws-idx-eta) to ws-ult-data
                 move ws-eta-hora(ws-idx-eta) to ws-ult-hora
              end-if
           else
              if ws-eta-feita(ws-idx-eta) not = '-'
                 and ws-etapa-quebra = zero
                 move ws-idx-eta to ws-etapa-quebra
              end-if
              if ws-eta-feita(ws-idx-eta) not = '-'
                 and ws-etapa-parada = zero
                 move ws-idx-eta to ws-etapa-parada
              end-if
           end-if.
      *---------------------------------------------------------------*
       7300-FORMATA-DATA-HORA.
           move spaces to ws-dh-fmt.
           if ws-dh-data not = zero
              string ws-dh-dia delimited by size
                     '/'       delimited by size
                     ws-dh-mes delimited by size
                     '/'       delimited by size
                     ws-dh-ano delimited by size
                     ' '       delimited by size
                     ws-dh-hh  delimited by size
                     ':'       delimited by size
                     ws-dh-mn  delimited by size
                     ':'       delimited by size
                     ws-dh-ss  delimited by size
                into ws-dh-fmt
           end-if.
      *---------------------------------------------------------------*
      * Pedido OL pelo numero do cliente (NUMPEDOL-NUMPEDCLI ou       *
      * NUMPOL-PEDCLI) - fica o mais recente.                         *
      *---------------------------------------------------------------*
       8010-BUSCA-OL-PELO-CLIENTE.
           move 'N' to ws-eof.
           read numpedol next record
              at end move 'S' to ws-eof
           end-read
           perform 8011-AVALIA-UM-OL-CLIENTE
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       8011-AVALIA-UM-OL-CLIENTE.
           if numpol-numpedcli = ws-param-valor
              or numpol-pedcli = ws-param-valor
              move 'S'           to cad-tem-ol
              move numpol-data   to cad-data-ol
              move numpol-pedido to cad-pedwms
              if numpol-pedcli = spaces
                 move numpol-numpedcli to cad-pedcli
              else
                 move numpol-pedcli    to cad-pedcli
              end-if
           end-if

           read numpedol next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       8020-BUSCA-WMS-PELO-SAP.
           move ws-arg-pedsap to pednfsap-pedsap.
           move zero          to pednfsap-pedwms.
           start pednfsap key is not less than pednfsap-chave
              invalid key move 'S' to ws-eof
              not invalid key move 'N' to ws-eof
           end-start
           if ws-eof = 'N'
              read pednfsap next record
                 at end move 'S' to ws-eof
              end-read
           end-if
           if ws-eof = 'N' and pednfsap-pedsap = ws-arg-pedsap
              move 'S'               to cad-tem-wms
              move pednfsap-pedsap   to cad-pedsap
              move pednfsap-pedwms   to cad-pedwms
              move pednfsap-data-wms to cad-data-wms
           end-if.
      *---------------------------------------------------------------*
      * Pedido WMS pelo nosso pedido: com data base, o primeiro ate 7 *
      * dias depois dela; sem data base, o mais recente.              *
      *---------------------------------------------------------------*
       8030-BUSCA-WMS-PELO-PEDIDO.
           move 'N' to ws-eof.
           read pednfsap next record
              at end move 'S' to ws-eof
           end-read
           perform 8031-AVALIA-UM-WMS
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       8031-AVALIA-UM-WMS.
           if pednfsap-pedwms = cad-pedwms
              if cad-data-base = zero
                 if pednfsap-data-wms > cad-data-wms
                    move 'S'               to cad-tem-wms
                    move pednfsap-pedsap   to cad-pedsap
                    move pednfsap-data-wms to cad-data-wms
                 end-if
              else
                 move cad-data-base     to ws-ini-data
                 move pednfsap-data-wms to ws-fim-data
                 perform 8170-DIFERENCA-DIAS
                 if ws-dif-dias >= zero
                    and ws-dif-dias <= ws-dias-casamento
                    and (cad-tem-wms = 'N'
                         or pednfsap-data-wms < cad-data-wms)
                    move 'S'               to cad-tem-wms
                    move pednfsap-pedsap   to cad-pedsap
                    move pednfsap-data-wms to cad-data-wms
                 end-if
              end-if
           end-if

           read pednfsap next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Pedido OL pelo nosso pedido: com o pedido WMS, o mais recente *
      * ate 7 dias antes dele; sem ele, o da data informada ou o mais *
      * recente.                                                      *
      *---------------------------------------------------------------*
       8040-BUSCA-OL-PELO-PEDIDO.
           move 'N' to ws-eof.
           read numpedol next record
              at end move 'S' to ws-eof
           end-read
           perform 8041-AVALIA-UM-OL-PEDIDO
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       8041-AVALIA-UM-OL-PEDIDO.
           if numpol-pedido = cad-pedwms
              evaluate true
                 when cad-tem-wms = 'S'
                    move numpol-data  to ws-ini-data
                    move cad-data-wms to ws-fim-data
                    perform 8170-DIFERENCA-DIAS
                    if ws-dif-dias >= zero
                       and ws-dif-dias <= ws-dias-casamento
                       perform 8042-GUARDA-OL
                    end-if
                 when ws-arg-data not = zero
                    if numpol-data = ws-arg-data
                       perform 8042-GUARDA-OL
                    end-if
                 when other
                    perform 8042-GUARDA-OL
              end-evaluate
           end-if

           read numpedol next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       8042-GUARDA-OL.
           move 'S'         to cad-tem-ol.
           move numpol-data to cad-data-ol.
           if numpol-pedcli = spaces
              move numpol-numpedcli to cad-pedcli
           else
              move numpol-pedcli    to cad-pedcli
           end-if.
      *---------------------------------------------------------------*
      * Nota do pedido: a primeira emitida na data base ou ate 7 dias *
      * depois (NOTAPT e por cliente, entao e varredura com filtro).  *
      *---------------------------------------------------------------*
       8050-BUSCA-NOTA.
           move 'N' to ws-eof.
           read notapt next record
              at end move 'S' to ws-eof
           end-read
           perform 8051-AVALIA-UMA-NOTA
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       8051-AVALIA-UMA-NOTA.
           if pt-pedido = cad-pedwms
              and pt-emissao not < cad-data-base
              and (cad-tem-nota = 'N' or pt-emissao < cad-emissao)
              move cad-data-base to ws-ini-data
              move pt-emissao    to ws-fim-data
              perform 8170-DIFERENCA-DIAS
              if ws-dif-dias <= ws-dias-casamento
                 move 'S'                to cad-tem-nota
                 move pt-cliente         to cad-cliente
                 move pt-emissao         to cad-emissao
                 move pt-duplicata-princ to cad-duplicata
              end-if
           end-if

           read notapt next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Chave NFe da nota (numero da nota dentro da chave), lida      *
      * depois da emissao - fica a leitura mais recente.              *
      *---------------------------------------------------------------*
       8060-BUSCA-CHAVE.
           move 'N' to ws-eof.
           read chavenfe next record
              at end move 'S' to ws-eof
           end-read
           perform 8061-AVALIA-UMA-CHAVE
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       8061-AVALIA-UMA-CHAVE.
           if chavenfe-nnf numeric
              if chavenfe-nnf = cad-duplicata
                 and chavenfe-data-inc not < cad-emissao
                 if cad-tem-chave = 'N'
                    or chavenfe-data-inc > cad-data-lei
                    or (chavenfe-data-inc = cad-data-lei
                        and chavenfe-hora-inc > cad-hora-lei)
                    move 'S'               to cad-tem-chave
                    move chavenfe-acesso   to cad-acesso
                    move chavenfe-data-inc to cad-data-lei
                    move chavenfe-hora-inc to cad-hora-lei
                    move chavenfe-data-ret to cad-data-ret
                    move chavenfe-hora-ret to cad-hora-ret
                    move chavenfe-cod-ret  to cad-cod-ret
                    move chavenfe-placa    to cad-placa
                 end-if
              end-if
           end-if

           read chavenfe next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Etapas que saem por chave: IDoc, retorno, itinerario,         *
      * portaria e projeto OL - comum a consulta e ao lote.           *
      *---------------------------------------------------------------*
       8500-COMPLETA-CADEIA.
           move 'N' to cad-tem-idoc cad-tem-ret cad-tem-iti
                       cad-tem-sai.
           move spaces to cad-projeto.
           move zero   to cad-prazo-horas.

           if cad-pedsap not = zero
              perform 8510-BUSCA-IDOC
           end-if

           if cad-tem-chave = 'S'
              if cad-data-ret not = zero
                 if cad-cod-ret = zero
                    move 'S' to cad-tem-ret
                 else
                    move 'R' to cad-tem-ret
                 end-if
              end-if
              perform 8520-BUSCA-ITINERARIO
              if ws-portalog-aberto = 'S'
                 perform 8530-BUSCA-SAIDA
              end-if
           end-if

           if cad-tem-ol = 'S' and cad-cliente not = zero
              move 1 to ws-idx-cli-proj
              perform 8541-COMPARA-UM-CLIENTE
                 until ws-idx-cli-proj > ws-qtd-cli-proj
                    or ws-cpj-cliente(ws-idx-cli-proj) = cad-cliente
              if ws-idx-cli-proj <= ws-qtd-cli-proj
                 move ws-cpj-projeto(ws-idx-cli-proj) to cad-projeto
                 move ws-cpj-prazo(ws-idx-cli-proj)
                   to cad-prazo-horas
              end-if
           end-if.
      *---------------------------------------------------------------*
       8510-BUSCA-IDOC.
           move cad-pedsap to ipd-pedido.
           move low-values to ipd-mfrnr.
           start idocped key is not less than ipd-chave
              invalid key move 'S' to ws-eof
              not invalid key move 'N' to ws-eof
           end-start
           if ws-eof = 'N'
              read idocped next record
                 at end move 'S' to ws-eof
              end-read
              if ws-eof = 'N' and ipd-pedido = cad-pedsap
                 move 'S' to cad-tem-idoc
              end-if
           end-if.
      *---------------------------------------------------------------*
      * Itinerario da placa da leitura, emitido no dia da leitura ou  *
      * na vespera (PLI-CARRO comeca pela data de emissao).           *
      *---------------------------------------------------------------*
       8520-BUSCA-ITINERARIO.
           move cad-data-lei to ws-calc-data.
           perform 8160-DIA-ANTERIOR.
           move ws-calc-data to pli-data-emissao.
           move zero         to pli-num-itinerario.
           start placaiti key is not less than pli-carro
              invalid key move 'S' to ws-eof
              not invalid key move 'N' to ws-eof
           end-start
           if ws-eof = 'N'
              read placaiti next record
                 at end move 'S' to ws-eof
              end-read
           end-if
           perform 8521-AVALIA-UM-ITINERARIO
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       8521-AVALIA-UM-ITINERARIO.
           if pli-data-emissao > cad-data-lei
              move 'S' to ws-eof
           else
              if pli-placa = cad-placa
                 move 'S'                to cad-tem-iti
                 move pli-num-itinerario to cad-itinerario
                 move pli-data-inc       to cad-data-iti
                 move pli-hora-inc       to cad-hora-iti
              end-if
              read placaiti next record
                 at end move 'S' to ws-eof
              end-read
           end-if.
      *---------------------------------------------------------------*
      * Primeira saida liberada da placa depois da leitura da chave.  *
      *---------------------------------------------------------------*
       8530-BUSCA-SAIDA.
           move cad-placa    to ptl-placa.
           move cad-data-lei to ptl-data.
           move cad-hora-lei to ptl-hora.
           start portalog key is not less than ptl-chave
              invalid key move 'S' to ws-eof
              not invalid key move 'N' to ws-eof
           end-start
           if ws-eof = 'N'
              read portalog next record
                 at end move 'S' to ws-eof
              end-read
           end-if
           perform 8531-AVALIA-UMA-SAIDA
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       8531-AVALIA-UMA-SAIDA.
           if ptl-placa not = cad-placa
              move 'S' to ws-eof
           else
              if ptl-liberada
                 move 'S'      to cad-tem-sai
                 move ptl-data to cad-data-sai
                 move ptl-hora to cad-hora-sai
                 move 'S'      to ws-eof
              else
                 read portalog next record
                    at end move 'S' to ws-eof
                 end-read
              end-if
           end-if.
      *---------------------------------------------------------------*
       8541-COMPARA-UM-CLIENTE.
           if ws-cpj-cliente(ws-idx-cli-proj) not = cad-cliente
              add 1 to ws-idx-cli-proj
           end-if.
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
       8150-DIAS-DA-DATA.
           move ws-calc-data-ano to ws-calc-ano.
           move ws-calc-data-mes to ws-calc-mes.
           move ws-calc-data-dia to ws-calc-dia.
           perform 8100-CALCULA-DIAS.
      *---------------------------------------------------------------*
      * Volta ws-calc-data (aaaammdd) um dia.                         *
      *---------------------------------------------------------------*
       8160-DIA-ANTERIOR.
           if ws-calc-data-dia > 1
              subtract 1 from ws-calc-data-dia
           else
              if ws-calc-data-mes > 1
                 subtract 1 from ws-calc-data-mes
              else
                 subtract 1 from ws-calc-data-ano
                 move 12 to ws-calc-data-mes
              end-if
              move ws-dias-mes(ws-calc-data-mes) to ws-calc-data-dia
              if ws-calc-data-mes = 2
                 move ws-calc-data-ano to ws-calc-ano
                 move 2                to ws-calc-mes
                 move 1                to ws-calc-dia
                 perform 8100-CALCULA-DIAS
                 if ws-ano-bissexto = 'S'
                    move 29 to ws-calc-data-dia
                 end-if
              end-if
           end-if.
      *---------------------------------------------------------------*
      * Dias corridos de ws-ini-data ate ws-fim-data (com sinal).     *
      *---------------------------------------------------------------*
       8170-DIFERENCA-DIAS.
           move ws-ini-data to ws-calc-data.
           perform 8150-DIAS-DA-DATA.
           move ws-calc-dias to ws-dias-ini-calc.
           move ws-fim-data to ws-calc-data.
           perform 8150-DIAS-DA-DATA.
           compute ws-dif-dias = ws-calc-dias - ws-dias-ini-calc.
      *---------------------------------------------------------------*
      * Horas inteiras de ws-ini-data/hora ate ws-fim-data/hora -     *
      * zero se o fim vier antes do inicio.                           *
      *---------------------------------------------------------------*
       8300-DIFERENCA-HORAS.
           perform 8170-DIFERENCA-DIAS.
           compute ws-dif-minutos =
                      ws-dif-dias * 1440
                    + ws-fim-hh * 60 + ws-fim-mn
                    - ws-ini-hh * 60 - ws-ini-mn.
           if ws-dif-minutos > zero
              compute ws-dif-horas = ws-dif-minutos / 60
           else
              move zero to ws-dif-horas
           end-if.
      *---------------------------------------------------------------*
