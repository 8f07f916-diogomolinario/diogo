      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VNDQUERP.
      *---------------------------------------------------------------*
      * Objetivo ...: Relatorio comercial mensal de clientes inativos *
      *               e em queda de compra, agrupado por gerente,     *
      *               supervisor e vendedor. Marca I o cliente sem    *
      *               compra (C12DATA-ULT-COMPRA) alem do limite de   *
      *               dias e Q o cliente cuja media dos tres ultimos  *
      *               meses fechados do VENDAS ficou abaixo da media  *
      *               dos doze meses pelo percentual informado.       *
      *               Mostra o mes fechado de cada vendedor contra a  *
      *               C4COTA-MES e grava a lista de ligacao VNDLIG    *
      *               para o televendas (OPERADORA/VNDATIVO).         *
      * Parametro ..: [perc-queda] [dias-sem-compra] via linha de     *
      *               comando. Padrao: queda de 30% e dias do         *
      *               C5DIAS-ULTCOM (registro 7 do PFC5), ou 60 dias  *
      *               se o PFC5 estiver zerado.                       *
      * Observacao .: Vendedor = C3PARTE (codigo do PFC4), supervisor *
      *               = C3SUPERV-MEDI e o gerente vem do PFC4S (o     *
      *               primeiro gerente que tiver o supervisor).       *
      *               Ocorrencia do VENDAS = mes do ano e a 13 e o    *
      *               mes corrente; valor do mes = VD-VALOR-P +       *
      *               VD-VALOR-M. Cliente bloqueado (C3BLOQUEIO) fica *
      *               fora. Cliente sem venda nos doze meses so entra *
      *               na contagem de sem movimento - nao e cliente    *
      *               perdido no periodo. Inativo tem precedencia     *
      *               sobre queda.                                    *
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

           select vendas assign '/d/dados/vendas'
                  organization  is indexed
                  access mode   is dynamic
                  record key    is vd-chave
                  file status   is ws-status2.

           select pfc12c assign '/d/dados/pfc12c'
                  organization  is indexed
                  access mode   is dynamic
                  record key    is c12chave
                  file status   is ws-status3.

           select pfc4 assign  '/d/dados/pfc4'
                  organization is indexed
                  access mode  is dynamic
                  record key   is c4codigo
                  file status  is ws-status4.

           select pfc4s assign  '/d/dados/pfc4s'
                  organization  is indexed
                  access mode   is dynamic
                  record key    is c4scodigo
                  file status   is ws-status5.

           select pfc4g assign  '/d/dados/pfc4g'
                  organization  is indexed
                  access mode   is dynamic
                  record key    is c4gcodigo
                  file status   is ws-status6.

           select pfc5 assign    '/d/dados/pfc5'
                  organization   is indexed
                  access mode    is dynamic
                  record key     is c5chave
                  file status    is ws-status7.

           select operadora assign '/d/dados/operadora'
                  organization        is indexed
                  access mode         is dynamic
                  record key          is oper-codigo
                  file status         is ws-status8.

           select vndativo    assign '/d/dados/vndativo'
                  organization        is indexed
                  access mode         is dynamic
                  record key          is vnda-cliente
                  file status         is ws-status9.

           select vndlig assign '/d/dados/vndlig'
                  organization          is indexed
                  access mode           is dynamic
                  record key            is vlg-chave
                  file status           is ws-status10.

           select wk-cli assign to "vndquewk".

           select txt assign to "vndquerp-rl"
                  organization is line sequential
                  file status is ws-status11.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * Arquivo : Cadastro de Clientes (pfc3) - so os campos usados   *
      *           no relatorio de clientes inativos e em queda.       *
      *----------------------------------------------------------------*
       FD PFC3.
       01 C3REGISTRO.
          02 C3CODIGO.
             03 C3CODNUM            PIC 9(006).
          02 C3RAZAO                PIC X(032).
          02 FILLER                 PIC X(117).
          02 C3TELEFONE             PIC X(012).
          02 FILLER                 PIC X(086).
          02 C3BLOQUEIO             PIC X(004).
          02 FILLER                 PIC X(004).
          02 C3DIVISAO.
             03 C3REGIAO            PIC 9(001).
             03 C3PARTE             PIC 9(003).
             03 C3VENDEDOR          PIC 9(001).
          02 FILLER                 PIC X(067).
          02 C3CURVA                PIC X(002).
          02 FILLER                 PIC X(079).
          02 C3TEL-TELEVEND         PIC X(012).
          02 FILLER                 PIC X(033).
          02 C3SUPERV-MEDI          PIC 9(002).
          02 C3ROTA                 PIC 9(003).
          02 FILLER                 PIC X(005).
      *----------------------------------------------------------------*
      * Historico de vendas por cliente - ocorrencia = mes do ano e a *
      * ocorrencia 13 e o mes corrente.                               *
      *----------------------------------------------------------------*
       FD  VENDAS.
       01  VD-REGISTRO.
           03 VD-CHAVE.
              05 VD-CLIENTE         PIC 9(06).
           03 VD-VALOR-P            PIC 9(11)V99 OCCURS 13 TIMES.
           03 VD-VALOR-M            PIC 9(11)V99 OCCURS 13 TIMES.
      *----------------------------------------------------------------*
      * Arquivo : Posicao financeira do cliente (pfc12c) - so os      *
      *           campos usados no relatorio.                         *
      *----------------------------------------------------------------*
       FD PFC12C.
       01 C12REGISTRO.
          05 C12CHAVE.
             10 C12CLIENTE          PIC 9(06).
          05 C12ABERTO              PIC S9(12)V99.
          05 C12PEDIDO-DIA          PIC S9(11)V99.
          05 C12DATA-ULT-COMPRA.
             10 C12AA-ULT-CP        PIC 9(04).
             10 C12MM-ULT-CP        PIC 9(02).
             10 C12DD-ULT-CP        PIC 9(02).
          05 C12VALOR-ULT-COMPRA    PIC 9(10)V99.
          05 FILLER                 PIC X(147).
      *----------------------------------------------------------------*
      * Arquivo : Cadastro de Vendedores (pfc4) - so os campos usados *
      *----------------------------------------------------------------*
       FD PFC4.
       01 C4REGISTRO.
          03 C4CODIGO.
             05 C4VENDEDOR           PIC 9(003).
          03 C4NOME                  PIC X(013).
          03 C4NOME-COMPLETO         PIC X(030).
          03 FILLER                  PIC X(089).
          03 C4COTA-MES              PIC 9(013)V99.
          03 FILLER                  PIC X(022).
      *----------------------------------------------------------------*
      * Arquivo : Cadastro de Supervisor (pfc4s)                      *
      *----------------------------------------------------------------*
       FD PFC4S.
       01 C4SREGISTRO.
          03 C4SCODIGO.
             05 C4SGERENTE           PIC 9(002).
             05 C4SUPERVISOR         PIC 9(002).
          03 C4SNOMESUPERV           PIC X(030).
      *----------------------------------------------------------------*
      * Arquivo : Cadastro de Gerente (pfc4g)                         *
      *----------------------------------------------------------------*
       FD PFC4G.
       01 C4GREGISTRO.
          03 C4GCODIGO.
             05 C4GERENTE            PIC 9(002).
          03 C4GNOMEGERENTE          PIC X(030).
      *----------------------------------------------------------------*
      * Arquivo : Parametros de Faturamento (pfc5) - registro 7, so   *
      *           o limite de dias sem compra.                        *
      *----------------------------------------------------------------*
       FD PFC5.
       01 C5REGISTRO.
          03 C5CHAVE.
             05 C5FIXO        PIC 9(01).
          03 FILLER           PIC X(33).
       01 C5REGISTRO7.
          03 FILLER           PIC 9(01).
          03 FILLER           PIC X(20).
          03 C5DIAS-ULTCOM    PIC 9(03).
          03 FILLER           PIC X(10).
      *----------------------------------------------------------------*
      * Arquivo : Cadastro de Operadoras do televendas - so os campos *
      *           usados.                                             *
      *----------------------------------------------------------------*
        FD OPERADORA.
        01 OPER-REGISTRO.
           03  OPER-CHAVE.
               05  OPER-CODIGO         PIC X(02).
           03  OPER-NOME               PIC X(30).
           03  FILLER                  PIC X(71).
      *----------------------------------------------------------------*
      * Arquivo : Cadastro de Vendedor Ativo (operadora do cliente)   *
      *----------------------------------------------------------------*
        FD VNDATIVO.
        01 VNDA-REGISTRO.
           03  VNDA-CHAVE.
               05  VNDA-CLIENTE        PIC 9(06).
           03  VNDA-OPERADORA          PIC X(02).
           03  VNDA-HORARIO            PIC X(05).
           03  VNDA-FILLER             PIC 9(13).
      *----------------------------------------------------------------*
      * Arquivo : Lista de Ligacao do Televendas                       *
      * Chave   : VLG-CHAVE (operadora + codigo do cliente).           *
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
      * Carteira ordenada por gerente, supervisor, vendedor e maior   *
      * media de doze meses.                                          *
      *----------------------------------------------------------------*
       SD  WK-CLI.
       01  WK-CLI-REG.
           03 WKC-GERENTE           PIC 9(02).
           03 WKC-SUPERVISOR        PIC 9(02).
           03 WKC-VENDEDOR          PIC 9(03).
           03 WKC-MEDIA-12          PIC 9(11)V99.
           03 WKC-CLIENTE           PIC 9(06).
           03 WKC-RAZAO             PIC X(20).
           03 WKC-CURVA             PIC X(02).
           03 WKC-MOTIVO            PIC X(01).
           03 WKC-DIAS              PIC 9(04).
           03 WKC-DATA-ULT          PIC 9(08).
           03 WKC-MEDIA-3           PIC 9(11)V99.
           03 WKC-PERC-QUEDA        PIC 9(03).
           03 WKC-OPERADORA         PIC X(02).
           03 WKC-VENDA-MES         PIC 9(11)V99.
      *----------------------------------------------------------------*
       FD TXT.
       01 TXT-REG                  PIC X(080).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
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
       77 w-e                 pic x(80) value spaces.
       77 ws-eof               pic x(01) value 'N'.
       77 ws-eof-ord           pic x(01) value 'N'.
      *---------------------------------------------------------------*
       77 ws-param-linha       pic x(20) value spaces.
       77 ws-param-perc        pic x(03) value spaces.
       77 ws-param-dias        pic x(03) value spaces.
       77 ws-param-tam         pic 9(02) value zero.
       77 ws-param-tam2        pic 9(02) value zero.
       77 ws-perc-queda        pic 9(02) value 30.
       77 ws-dias-limite       pic 9(03) value zero.
       77 ws-origem-limite     pic x(10) value spaces.
      *---------------------------------------------------------------*
       77 ws-hoje              pic 9(08) value zero.
       77 ws-hora-atual        pic 9(08) value zero.
       77 ws-hora-atual-hms    redefines ws-hora-atual pic 9(06).
       77 ws-dias-hoje         pic 9(07) value zero.
       77 ws-dias-compra       pic 9(07) value zero.
      *---------------------------------------------------------------*
      * Meses do VENDAS: mes corrente (ocorrencia 13 tambem), mes     *
      * fechado e os tres ultimos meses fechados.                     *
      *---------------------------------------------------------------*
       77 ws-mes-atual         pic 9(02) value zero.
       77 ws-mes-fechado       pic 9(02) value zero.
       01 WS-MESES-TRI.
          05 WS-MES-TRI        OCCURS 3 TIMES PIC 9(02).
       77 ws-idx-mes           pic 9(02) value zero.
       77 ws-idx-tri           pic 9(01) value zero.
       77 ws-mes-calc          pic 9(02) value zero.
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
      * Dias acumulados antes de cada mes (ano nao bissexto).         *
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
      * Supervisor -> gerente, carregado do PFC4S. Indice =           *
      * supervisor + 1.                                               *
      *---------------------------------------------------------------*
       01 WS-TAB-SUP.
          05 WS-SUP OCCURS 100 TIMES.
             10 WS-SUP-ACHOU     PIC X(01).
             10 WS-SUP-GERENTE   PIC 9(02).
             10 WS-SUP-NOME      PIC X(30).
       77 ws-idx-sup           pic 9(03) value zero.
      *---------------------------------------------------------------*
      * Resultado por vendedor para o confronto com a cota. Indice =  *
      * vendedor + 1.                                                 *
      *---------------------------------------------------------------*
       01 WS-TAB-VEND.
          05 WS-VND OCCURS 1000 TIMES.
             10 WS-VND-CADASTRO  PIC X(01).
             10 WS-VND-CLIENTES  PIC 9(05).
             10 WS-VND-INATIVOS  PIC 9(05).
             10 WS-VND-QUEDA     PIC 9(05).
             10 WS-VND-MES       PIC 9(13)V99.
             10 WS-VND-ATUAL     PIC 9(13)V99.
       77 ws-idx-vend          pic 9(04) value zero.
      *---------------------------------------------------------------*
      * Totais por nivel: 1 = vendedor / 2 = supervisor / 3 = gerente *
      * / 4 = geral.                                                  *
      *---------------------------------------------------------------*
       01 WS-TAB-TOT.
          05 WS-TOT OCCURS 4 TIMES.
             10 WS-TOT-CLIENTES  PIC 9(07).
             10 WS-TOT-INATIVOS  PIC 9(07).
             10 WS-TOT-QUEDA     PIC 9(07).
             10 WS-TOT-MES       PIC 9(13)V99.
             10 WS-TOT-MEDIA12   PIC 9(13)V99.
             10 WS-TOT-MEDIA3    PIC 9(13)V99.
       01 WS-TAB-NOME-NIVEL.
          05 FILLER              PIC X(10) VALUE 'VENDEDOR'.
          05 FILLER              PIC X(10) VALUE 'SUPERVISOR'.
          05 FILLER              PIC X(10) VALUE 'GERENTE'.
          05 FILLER              PIC X(10) VALUE 'GERAL'.
       01 WS-NOME-NIVEL-RED REDEFINES WS-TAB-NOME-NIVEL.
          05 WS-NOME-NIVEL       PIC X(10) OCCURS 4.
       77 ws-nivel             pic 9(01) value zero.
      *---------------------------------------------------------------*
      * Quebras do relatorio.                                         *
      *---------------------------------------------------------------*
       77 ws-primeiro          pic x(01) value 'S'.
       77 ws-cab-vendedor      pic x(01) value 'N'.
       77 ws-ant-gerente       pic 9(02) value zero.
       77 ws-ant-supervisor    pic 9(02) value zero.
       77 ws-ant-vendedor      pic 9(03) value zero.
       77 ws-nome-aux          pic x(30) value spaces.
      *---------------------------------------------------------------*
      * Cliente em avaliacao.                                         *
      *---------------------------------------------------------------*
       77 ws-tem-vendas        pic x(01) value 'N'.
       77 ws-cli-soma12        pic 9(13)v99 value zero.
       77 ws-cli-soma3         pic 9(13)v99 value zero.
       77 ws-cli-media12       pic 9(11)v99 value zero.
       77 ws-cli-media3        pic 9(11)v99 value zero.
       77 ws-cli-mes           pic 9(11)v99 value zero.
       77 ws-cli-atual         pic 9(11)v99 value zero.
       77 ws-cli-data-ult      pic 9(08) value zero.
       77 ws-cli-valor-ult     pic 9(10)v99 value zero.
       77 ws-cli-dias          pic 9(04) value zero.
       77 ws-cli-motivo        pic x(01) value space.
       77 ws-cli-perc-queda    pic 9(03) value zero.
       77 ws-cli-operadora     pic x(02) value spaces.
       77 ws-cli-horario       pic x(05) value spaces.
       77 ws-cli-gerente       pic 9(02) value zero.
       77 ws-limite-queda      pic 9(15)v99 value zero.
       77 ws-media3-cem        pic 9(15)v99 value zero.
      *---------------------------------------------------------------*
      * Valores inteiros para o relatorio.                            *
      *---------------------------------------------------------------*
       77 ws-valor-int         pic 9(09) value zero.
       77 ws-valor-tot         pic 9(11) value zero.
       77 ws-perc-cota         pic 9(03) value zero.
      *---------------------------------------------------------------*
       77 ws-total-clientes    pic 9(07) value zero.
       77 ws-total-bloqueados  pic 9(07) value zero.
       77 ws-total-avaliados   pic 9(07) value zero.
       77 ws-total-sem-mov     pic 9(07) value zero.
       77 ws-total-inativos    pic 9(07) value zero.
       77 ws-total-queda       pic 9(07) value zero.
       77 ws-total-ligacoes    pic 9(07) value zero.
       77 ws-total-lig-dup     pic 9(07) value zero.
       77 ws-total-sem-oper    pic 9(07) value zero.
       77 ws-total-oper-inval  pic 9(07) value zero.
       77 ws-total-sup-dup     pic 9(07) value zero.
       77 ws-total-sem-sup     pic 9(07) value zero.
       77 ws-total-vnd-cota    pic 9(05) value zero.
       77 ws-total-vnd-abaixo  pic 9(05) value zero.
       77 ws-total-vnd-sem-cad pic 9(05) value zero.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAINLINE.
           perform 1000-INICIALIZA.
           perform 1500-CARREGA-SUPERVISORES.
           perform 2000-CARTEIRA-CLIENTES.
           perform 5000-IMPRIME-COTAS.
           perform 5500-IMPRIME-RESUMO.
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

           move ws-hoje(5:2) to ws-mes-atual.
           move ws-mes-atual to ws-mes-calc.
           perform 1100-MES-ANTERIOR.
           move ws-mes-calc to ws-mes-fechado.
           perform 1100-MES-ANTERIOR
              varying ws-idx-tri from 1 by 1
                until ws-idx-tri > 3.

           open input pfc3.
           open input vendas.
           open input pfc12c.
           open input pfc4.
           open input pfc4s.
           open input pfc4g.
           open input pfc5.
           open input operadora.
           open input vndativo.
      *--> a lista de ligacao e refeita a cada geracao.
           open output vndlig.
           open output txt.

      *--> limite de dias sem compra: parametro, PFC5 ou 60 dias.
           move 60 to ws-dias-limite.
           move 'PADRAO' to ws-origem-limite.
           move 7 to c5fixo.
           read pfc5
              not invalid key
                 if c5dias-ultcom > zero
                    move c5dias-ultcom to ws-dias-limite
                    move 'PFC5' to ws-origem-limite
                 end-if
           end-read

           accept ws-param-linha from command-line.
           unstring ws-param-linha delimited by all space
              into ws-param-perc count in ws-param-tam
                   ws-param-dias count in ws-param-tam2
           end-unstring
           if ws-param-tam > zero and ws-param-tam < 3
              if ws-param-perc(1:ws-param-tam) numeric
                 move ws-param-perc(1:ws-param-tam) to ws-perc-queda
              end-if
           end-if
           if ws-param-tam2 > zero and ws-param-tam2 < 4
              if ws-param-dias(1:ws-param-tam2) numeric
                 move ws-param-dias(1:ws-param-tam2) to ws-dias-limite
                 move 'PARAMETRO' to ws-origem-limite
              end-if
           end-if
           if ws-perc-queda = zero
              move 30 to ws-perc-queda
           end-if

           initialize WS-TAB-SUP WS-TAB-VEND WS-TAB-TOT.

           move '====================================================='
              to w-e.
           write txt-reg from w-e.
           move 'VNDQUERP - CLIENTES INATIVOS E EM QUEDA POR VENDEDOR'
              to w-e.
           write txt-reg from w-e.
           move '====================================================='
              to w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'DATA DE REFERENCIA.....: ' delimited by size
                  ws-hoje                    delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'MES FECHADO............: ' delimited by size
                  ws-mes-fechado             delimited by size
                  '   TRIMESTRE: '           delimited by size
                  ws-mes-tri(1)              delimited by size
                  ' '                        delimited by size
                  ws-mes-tri(2)              delimited by size
                  ' '                        delimited by size
                  ws-mes-tri(3)              delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'QUEDA MINIMA (%).......: ' delimited by size
                  ws-perc-queda              delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'DIAS SEM COMPRA........: ' delimited by size
                  ws-dias-limite             delimited by size
                  ' ('                       delimited by size
                  ws-origem-limite           delimited by space
                  ')'                        delimited by size
             into w-e.
           write txt-reg from w-e.
           move 'MOTIVO: I = SEM COMPRA ALEM DO LIMITE DE DIAS' to w-e.
           write txt-reg from w-e.
           move '        Q = MEDIA DO TRIMESTRE ABAIXO DA MEDIA DE 12'
              to w-e.
           move 'MESES' to w-e(54:5).
           write txt-reg from w-e.
      *---------------------------------------------------------------*
      * Volta um mes em ws-mes-calc (janeiro volta para dezembro). Na *
      * chamada com ws-idx-tri guarda o mes no trimestre.             *
      *---------------------------------------------------------------*
       1100-MES-ANTERIOR.
           if ws-idx-tri = zero
              if ws-mes-calc = 1
                 move 12 to ws-mes-calc
              else
                 subtract 1 from ws-mes-calc
              end-if
           else
              if ws-idx-tri > 1
                 if ws-mes-calc = 1
                    move 12 to ws-mes-calc
                 else
                    subtract 1 from ws-mes-calc
                 end-if
              end-if
              move ws-mes-calc to ws-mes-tri(ws-idx-tri)
           end-if.
      *---------------------------------------------------------------*
      * Supervisor -> gerente. O supervisor que aparece em mais de um *
      * gerente fica com o primeiro e sai contado no resumo.          *
      *---------------------------------------------------------------*
       1500-CARREGA-SUPERVISORES.
           move 'N' to ws-eof.
           read pfc4s next record
              at end move 'S' to ws-eof
           end-read
           perform 1510-CARREGA-UM-SUPERVISOR
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       1510-CARREGA-UM-SUPERVISOR.
           compute ws-idx-sup = c4supervisor + 1.
           if ws-sup-achou(ws-idx-sup) = 'S'
              add 1 to ws-total-sup-dup
           else
              move 'S'           to ws-sup-achou(ws-idx-sup)
              move c4sgerente    to ws-sup-gerente(ws-idx-sup)
              move c4snomesuperv to ws-sup-nome(ws-idx-sup)
           end-if

           read pfc4s next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       2000-CARTEIRA-CLIENTES.
           sort wk-cli on ascending  key wkc-gerente
                                         wkc-supervisor
                                         wkc-vendedor
                          descending key wkc-media-12
                          ascending  key wkc-cliente
              input procedure is 3000-AVALIA-CLIENTES
              output procedure is 4000-IMPRIME-CARTEIRA.
      *---------------------------------------------------------------*
       3000-AVALIA-CLIENTES.
           move 'N' to ws-eof.
           read pfc3 next record
              at end move 'S' to ws-eof
           end-read
           perform 3100-AVALIA-UM-CLIENTE
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       3100-AVALIA-UM-CLIENTE.
           add 1 to ws-total-clientes.

           if c3bloqueio not = spaces
              add 1 to ws-total-bloqueados
           else
              add 1 to ws-total-avaliados
              perform 3200-APURA-VENDAS
              perform 3300-APURA-ULTIMA-COMPRA
              perform 3400-APURA-MOTIVO
              perform 3500-APURA-OPERADORA
              perform 3600-LIBERA-CLIENTE
              if ws-cli-motivo not = space
                 perform 3700-GRAVA-LIGACAO
              end-if
           end-if

           read pfc3 next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Medias de doze meses e do trimestre, mes fechado e corrente.  *
      *---------------------------------------------------------------*
       3200-APURA-VENDAS.
           move zero to ws-cli-soma12 ws-cli-soma3 ws-cli-mes
                        ws-cli-atual ws-cli-media12 ws-cli-media3.
           move 'N' to ws-tem-vendas.
           move c3codnum to vd-cliente.
           read vendas
              not invalid key move 'S' to ws-tem-vendas
           end-read

           if ws-tem-vendas = 'S'
              perform 3210-SOMA-MES
                 varying ws-idx-mes from 1 by 1
                   until ws-idx-mes > 12
              perform 3220-SOMA-TRIMESTRE
                 varying ws-idx-tri from 1 by 1
                   until ws-idx-tri > 3
              compute ws-cli-mes = vd-valor-p(ws-mes-fechado)
                                 + vd-valor-m(ws-mes-fechado)
              compute ws-cli-atual = vd-valor-p(13) + vd-valor-m(13)
              compute ws-cli-media12 rounded = ws-cli-soma12 / 12
              compute ws-cli-media3 rounded = ws-cli-soma3 / 3
           end-if.
      *---------------------------------------------------------------*
       3210-SOMA-MES.
           add vd-valor-p(ws-idx-mes) vd-valor-m(ws-idx-mes)
              to ws-cli-soma12.
      *---------------------------------------------------------------*
       3220-SOMA-TRIMESTRE.
           move ws-mes-tri(ws-idx-tri) to ws-idx-mes.
           add vd-valor-p(ws-idx-mes) vd-valor-m(ws-idx-mes)
              to ws-cli-soma3.
      *---------------------------------------------------------------*
      * Dias desde a ultima compra. Sem PFC12C ou sem data valida =   *
      * 9999 dias.                                                    *
      *---------------------------------------------------------------*
       3300-APURA-ULTIMA-COMPRA.
           move zero to ws-cli-data-ult ws-cli-valor-ult.
           move 9999 to ws-cli-dias.
           move c3codnum to c12cliente.
           read pfc12c
              not invalid key
                 if c12data-ult-compra numeric
                    and c12mm-ult-cp > zero and c12mm-ult-cp < 13
                    and c12dd-ult-cp > zero and c12dd-ult-cp < 32
                    move c12data-ult-compra  to ws-cli-data-ult
                    move c12valor-ult-compra to ws-cli-valor-ult
                 end-if
           end-read

           if ws-cli-data-ult > zero
              move c12aa-ult-cp to ws-calc-ano
              move c12mm-ult-cp to ws-calc-mes
              move c12dd-ult-cp to ws-calc-dia
              perform 8100-CALCULA-DIAS
              move ws-calc-dias to ws-dias-compra
              if ws-dias-compra > ws-dias-hoje
                 move zero to ws-cli-dias
              else
                 if ws-dias-hoje - ws-dias-compra > 9999
                    move 9999 to ws-cli-dias
                 else
                    compute ws-cli-dias = ws-dias-hoje - ws-dias-compra
                 end-if
              end-if
           end-if.
      *---------------------------------------------------------------*
      * I = sem compra alem do limite / Q = trimestre abaixo da media *
      * de doze meses pelo percentual. Sem venda nos doze meses nao   *
      * e marcado (sem movimento).                                    *
      *---------------------------------------------------------------*
       3400-APURA-MOTIVO.
           move space to ws-cli-motivo.
           move zero to ws-cli-perc-queda.

           if ws-cli-media3 < ws-cli-media12
              compute ws-cli-perc-queda =
                 (ws-cli-media12 - ws-cli-media3) * 100
                 / ws-cli-media12
           end-if

           if ws-cli-soma12 = zero
              add 1 to ws-total-sem-mov
           else
              compute ws-limite-queda =
                 ws-cli-media12 * (100 - ws-perc-queda)
              compute ws-media3-cem = ws-cli-media3 * 100
              evaluate true
                 when ws-cli-dias > ws-dias-limite
                    move 'I' to ws-cli-motivo
                    add 1 to ws-total-inativos
                 when ws-media3-cem < ws-limite-queda
                    move 'Q' to ws-cli-motivo
                    add 1 to ws-total-queda
              end-evaluate
           end-if

           compute ws-idx-vend = c3parte + 1.
           add 1            to ws-vnd-clientes(ws-idx-vend).
           add ws-cli-mes   to ws-vnd-mes(ws-idx-vend).
           add ws-cli-atual to ws-vnd-atual(ws-idx-vend).
           if ws-cli-motivo = 'I'
              add 1 to ws-vnd-inativos(ws-idx-vend)
           end-if
           if ws-cli-motivo = 'Q'
              add 1 to ws-vnd-queda(ws-idx-vend)
           end-if.
      *---------------------------------------------------------------*
      * Operadora do televendas (VNDATIVO) conferida no OPERADORA e   *
      * gerente do supervisor.                                        *
      *---------------------------------------------------------------*
       3500-APURA-OPERADORA.
           move spaces to ws-cli-operadora ws-cli-horario.
           move c3codnum to vnda-cliente.
           read vndativo
              not invalid key
                 move vnda-operadora to ws-cli-operadora
                 move vnda-horario   to ws-cli-horario
           end-read

           if ws-cli-operadora not = spaces
              move ws-cli-operadora to oper-codigo
              read operadora
                 invalid key
                    move spaces to ws-cli-operadora
                    add 1 to ws-total-oper-inval
              end-read
           end-if

           compute ws-idx-sup = c3superv-medi + 1.
           if ws-sup-achou(ws-idx-sup) = 'S'
              move ws-sup-gerente(ws-idx-sup) to ws-cli-gerente
           else
              move zero to ws-cli-gerente
              add 1 to ws-total-sem-sup
           end-if.
      *---------------------------------------------------------------*
       3600-LIBERA-CLIENTE.
           move ws-cli-gerente    to wkc-gerente.
           move c3superv-medi     to wkc-supervisor.
           move c3parte           to wkc-vendedor.
           move ws-cli-media12    to wkc-media-12.
           move c3codnum          to wkc-cliente.
           move c3razao           to wkc-razao.
           move c3curva           to wkc-curva.
           move ws-cli-motivo     to wkc-motivo.
           move ws-cli-dias       to wkc-dias.
           move ws-cli-data-ult   to wkc-data-ult.
           move ws-cli-media3     to wkc-media-3.
           move ws-cli-perc-queda to wkc-perc-queda.
           move ws-cli-operadora  to wkc-operadora.
           move ws-cli-mes        to wkc-venda-mes.
           release wk-cli-reg.
      *---------------------------------------------------------------*
      * Lista de ligacao do televendas.                               *
      *---------------------------------------------------------------*
       3700-GRAVA-LIGACAO.
           move spaces            to vlg-registro.
           move ws-cli-operadora  to vlg-operadora.
           move c3codnum          to vlg-cliente.
           move ws-cli-horario    to vlg-horario.
           move ws-cli-motivo     to vlg-motivo.
           move c3razao           to vlg-razao.
           if c3tel-televend not = spaces
              move c3tel-televend to vlg-telefone
           else
              move c3telefone     to vlg-telefone
           end-if
           move c3curva           to vlg-curva.
           move ws-cli-gerente    to vlg-gerente.
           move c3superv-medi     to vlg-supervisor.
           move c3parte           to vlg-vendedor.
           move ws-cli-dias       to vlg-dias-sem-compra.
           move ws-cli-data-ult   to vlg-data-ult-compra.
           move ws-cli-valor-ult  to vlg-valor-ult-compra.
           move ws-cli-media12    to vlg-media-12m.
           move ws-cli-media3     to vlg-media-3m.
           move ws-cli-perc-queda to vlg-perc-queda.
           move 'P'               to vlg-situacao.
           move ws-hoje           to vlg-data-ger.
           move ws-hora-atual-hms to vlg-hora-ger.

           write vlg-registro
              invalid key
                 add 1 to ws-total-lig-dup
              not invalid key
                 add 1 to ws-total-ligacoes
                 if ws-cli-operadora = spaces
                    add 1 to ws-total-sem-oper
                 end-if
           end-write.
      *---------------------------------------------------------------*
      * Carteira ordenada: quebra por gerente, supervisor e vendedor; *
      * o detalhe sai so para o cliente marcado.                      *
      *---------------------------------------------------------------*
       4000-IMPRIME-CARTEIRA.
           move 'S' to ws-primeiro.
           move 'N' to ws-eof-ord.
           return wk-cli
              at end move 'S' to ws-eof-ord
           end-return
           perform 4100-IMPRIME-UM-CLIENTE
              until ws-eof-ord = 'S'.

           if ws-primeiro = 'N'
              perform 4800-FECHA-NIVEL
                 varying ws-nivel from 1 by 1
                   until ws-nivel > 3
           end-if

           move spaces to w-e.
           write txt-reg from w-e.
           move '====================================================='
              to w-e.
           write txt-reg from w-e.
           move 4 to ws-nivel.
           perform 4800-FECHA-NIVEL.
      *---------------------------------------------------------------*
       4100-IMPRIME-UM-CLIENTE.
           evaluate true
              when ws-primeiro = 'S'
                 move 'N' to ws-primeiro
                 perform 4200-ABRE-GERENTE
                 perform 4300-ABRE-SUPERVISOR
                 perform 4400-ABRE-VENDEDOR
              when wkc-gerente not = ws-ant-gerente
                 perform 4800-FECHA-NIVEL
                    varying ws-nivel from 1 by 1
                      until ws-nivel > 3
                 perform 4200-ABRE-GERENTE
                 perform 4300-ABRE-SUPERVISOR
                 perform 4400-ABRE-VENDEDOR
              when wkc-supervisor not = ws-ant-supervisor
                 perform 4800-FECHA-NIVEL
                    varying ws-nivel from 1 by 1
                      until ws-nivel > 2
                 perform 4300-ABRE-SUPERVISOR
                 perform 4400-ABRE-VENDEDOR
              when wkc-vendedor not = ws-ant-vendedor
                 move 1 to ws-nivel
                 perform 4800-FECHA-NIVEL
                 perform 4400-ABRE-VENDEDOR
           end-evaluate

           perform 4600-ACUMULA-NIVEL
              varying ws-nivel from 1 by 1
                until ws-nivel > 4.

           if wkc-motivo not = space
              perform 4500-IMPRIME-DETALHE
           end-if

           return wk-cli
              at end move 'S' to ws-eof-ord
           end-return.
      *---------------------------------------------------------------*
       4200-ABRE-GERENTE.
           move wkc-gerente to ws-ant-gerente.
           move wkc-gerente to c4gerente.
           read pfc4g
              invalid key
                 move 'NAO CADASTRADO NO PFC4G' to ws-nome-aux
              not invalid key
                 move c4gnomegerente to ws-nome-aux
           end-read

           move spaces to w-e.
           write txt-reg from w-e.
           move '====================================================='
              to w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'GERENTE '  delimited by size
                  wkc-gerente delimited by size
                  ' - '       delimited by size
                  ws-nome-aux delimited by size
             into w-e.
           write txt-reg from w-e.
      *---------------------------------------------------------------*
       4300-ABRE-SUPERVISOR.
           move wkc-supervisor to ws-ant-supervisor.
           compute ws-idx-sup = wkc-supervisor + 1.
           if ws-sup-achou(ws-idx-sup) = 'S'
              move ws-sup-nome(ws-idx-sup) to ws-nome-aux
           else
              move 'NAO CADASTRADO NO PFC4S' to ws-nome-aux
           end-if

           move spaces to w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string '  SUPERVISOR '  delimited by size
                  wkc-supervisor   delimited by size
                  ' - '            delimited by size
                  ws-nome-aux      delimited by size
             into w-e.
           write txt-reg from w-e.
      *---------------------------------------------------------------*
       4400-ABRE-VENDEDOR.
           move wkc-vendedor to ws-ant-vendedor.
           move 'N' to ws-cab-vendedor.
           move wkc-vendedor to c4vendedor.
           move zero to ws-valor-int.
           read pfc4
              invalid key
                 move 'NAO CADASTRADO NO PFC4' to ws-nome-aux
              not invalid key
                 move c4nome-completo to ws-nome-aux
                 move c4cota-mes      to ws-valor-int
           end-read

           move spaces to w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string '    VENDEDOR '  delimited by size
                  wkc-vendedor     delimited by size
                  ' - '            delimited by size
                  ws-nome-aux      delimited by size
                  '  COTA: '       delimited by size
                  ws-valor-int     delimited by size
             into w-e.
           write txt-reg from w-e.
      *---------------------------------------------------------------*
       4500-IMPRIME-DETALHE.
           if ws-cab-vendedor = 'N'
              move 'S' to ws-cab-vendedor
              move spaces to w-e
              move 'CLIENT RAZAO SOCIAL' to w-e(1:19)
              move 'CV'                  to w-e(29:2)
              move 'M'                   to w-e(32:1)
              move 'DIAS'                to w-e(34:4)
              move 'ULT.COMP'            to w-e(39:8)
              move 'MEDIA-12M'           to w-e(48:9)
              move ' MEDIA-3M'           to w-e(58:9)
              move 'QDA'                 to w-e(68:3)
              move 'OP'                  to w-e(72:2)
              write txt-reg from w-e
           end-if

           move spaces to w-e.
           move wkc-cliente     to w-e(1:6).
           move wkc-razao       to w-e(8:20).
           move wkc-curva       to w-e(29:2).
           move wkc-motivo      to w-e(32:1).
           move wkc-dias        to w-e(34:4).
           move wkc-data-ult    to w-e(39:8).
           move wkc-media-12    to ws-valor-int.
           move ws-valor-int    to w-e(48:9).
           move wkc-media-3     to ws-valor-int.
           move ws-valor-int    to w-e(58:9).
           move wkc-perc-queda  to w-e(68:3).
           move wkc-operadora   to w-e(72:2).
           write txt-reg from w-e.
      *---------------------------------------------------------------*
       4600-ACUMULA-NIVEL.
           add 1 to ws-tot-clientes(ws-nivel).
           if wkc-motivo = 'I'
              add 1 to ws-tot-inativos(ws-nivel)
           end-if
           if wkc-motivo = 'Q'
              add 1 to ws-tot-queda(ws-nivel)
           end-if
           add wkc-venda-mes to ws-tot-mes(ws-nivel).
           add wkc-media-12  to ws-tot-media12(ws-nivel).
           add wkc-media-3   to ws-tot-media3(ws-nivel).
      *---------------------------------------------------------------*
      * Total do nivel em ws-nivel; zera o nivel para a proxima quebra*
      *---------------------------------------------------------------*
       4800-FECHA-NIVEL.
           move spaces to w-e.
           string '  TOTAL '                  delimited by size
                  ws-nome-nivel(ws-nivel)     delimited by size
                  ': CLIENTES '               delimited by size
                  ws-tot-clientes(ws-nivel)   delimited by size
                  ' INATIVOS '                delimited by size
                  ws-tot-inativos(ws-nivel)   delimited by size
                  ' QUEDA '                   delimited by size
                  ws-tot-queda(ws-nivel)      delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           move 'MES FECHADO'          to w-e(9:11).
           move ws-tot-mes(ws-nivel)   to ws-valor-tot.
           move ws-valor-tot           to w-e(21:11).
           move 'MEDIA 12M'            to w-e(33:9).
           move ws-tot-media12(ws-nivel) to ws-valor-tot.
           move ws-valor-tot           to w-e(43:11).
           move 'MEDIA 3M'             to w-e(55:8).
           move ws-tot-media3(ws-nivel) to ws-valor-tot.
           move ws-valor-tot           to w-e(64:11).
           write txt-reg from w-e.

           move zeros to ws-tot(ws-nivel).
      *---------------------------------------------------------------*
      * Mes fechado de cada vendedor do PFC4 contra a C4COTA-MES, e   *
      * vendedor com carteira que nao esta no PFC4.                   *
      *---------------------------------------------------------------*
       5000-IMPRIME-COTAS.
           move spaces to w-e.
           write txt-reg from w-e.
           move '====================================================='
              to w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'VENDEDOR X COTA - MES FECHADO ' delimited by size
                  ws-mes-fechado                   delimited by size
                  ' E MES CORRENTE ATE HOJE'       delimited by size
             into w-e.
           write txt-reg from w-e.
           move '====================================================='
              to w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           move 'VND NOME'   to w-e(1:8).
           move ' COTA-MES'  to w-e(19:9).
           move 'VENDA-MES'  to w-e(29:9).
           move '%'          to w-e(41:1).
           move 'MES ATUAL'  to w-e(43:9).
           move 'CLIEN'      to w-e(53:5).
           move 'INATV'      to w-e(59:5).
           move 'QUEDA'      to w-e(65:5).
           write txt-reg from w-e.

      *--> a quebra por vendedor ja leu o PFC4 por chave: reposiciona.
           move zero to c4vendedor.
           start pfc4 key is not less than c4codigo
              invalid key move 'S' to ws-eof
              not invalid key move 'N' to ws-eof
           end-start
           if ws-eof = 'N'
              read pfc4 next record
                 at end move 'S' to ws-eof
              end-read
           end-if
           perform 5100-COTA-UM-VENDEDOR
              until ws-eof = 'S'.

           perform 5200-VENDEDOR-SEM-CADASTRO
              varying ws-idx-vend from 1 by 1
                until ws-idx-vend > 1000.
      *---------------------------------------------------------------*
       5100-COTA-UM-VENDEDOR.
           compute ws-idx-vend = c4vendedor + 1.
           move 'S' to ws-vnd-cadastro(ws-idx-vend).

           if c4cota-mes > zero or ws-vnd-clientes(ws-idx-vend) > zero
              move zero to ws-perc-cota
              if c4cota-mes > zero
                 add 1 to ws-total-vnd-cota
                 compute ws-perc-cota =
                    ws-vnd-mes(ws-idx-vend) * 100 / c4cota-mes
                    on size error move 999 to ws-perc-cota
                 end-compute
                 if ws-perc-cota < 100
                    add 1 to ws-total-vnd-abaixo
                 end-if
              end-if
              move spaces to w-e
              move c4vendedor to w-e(1:3)
              move c4nome     to w-e(5:13)
              move c4cota-mes to ws-valor-int
              move ws-valor-int to w-e(19:9)
              perform 5300-LINHA-VENDEDOR
           end-if

           read pfc4 next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       5200-VENDEDOR-SEM-CADASTRO.
           if ws-vnd-clientes(ws-idx-vend) > zero
              and ws-vnd-cadastro(ws-idx-vend) not = 'S'
              add 1 to ws-total-vnd-sem-cad
              move zero to ws-perc-cota
              move spaces to w-e
              compute ws-ant-vendedor = ws-idx-vend - 1
              move ws-ant-vendedor to w-e(1:3)
              move 'SEM PFC4'      to w-e(5:8)
              perform 5300-LINHA-VENDEDOR
           end-if.
      *---------------------------------------------------------------*
       5300-LINHA-VENDEDOR.
           move ws-vnd-mes(ws-idx-vend)      to ws-valor-int.
           move ws-valor-int                 to w-e(29:9).
           move ws-perc-cota                 to w-e(39:3).
           move ws-vnd-atual(ws-idx-vend)    to ws-valor-int.
           move ws-valor-int                 to w-e(43:9).
           move ws-vnd-clientes(ws-idx-vend) to w-e(53:5).
           move ws-vnd-inativos(ws-idx-vend) to w-e(59:5).
           move ws-vnd-queda(ws-idx-vend)    to w-e(65:5).
           write txt-reg from w-e.
      *---------------------------------------------------------------*
       5500-IMPRIME-RESUMO.
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
           string 'CLIENTES BLOQUEADOS - FORA......: ' delimited by size
                  ws-total-bloqueados                  delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CLIENTES AVALIADOS..............: ' delimited by size
                  ws-total-avaliados                   delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'SEM VENDA NOS DOZE MESES........: ' delimited by size
                  ws-total-sem-mov                     delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CLIENTES INATIVOS (I)...........: ' delimited by size
                  ws-total-inativos                    delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CLIENTES EM QUEDA (Q)...........: ' delimited by size
                  ws-total-queda                       delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'LIGACOES GRAVADAS NO VNDLIG.....: ' delimited by size
                  ws-total-ligacoes                    delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'LIGACOES SEM OPERADORA..........: ' delimited by size
                  ws-total-sem-oper                    delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'OPERADORA INEXISTENTE (VNDATIVO): ' delimited by size
                  ws-total-oper-inval                  delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'LIGACOES DUPLICADAS.............: ' delimited by size
                  ws-total-lig-dup                     delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CLIENTES SEM SUPERVISOR NO PFC4S: ' delimited by size
                  ws-total-sem-sup                     delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'SUPERVISOR EM MAIS DE UM GERENTE: ' delimited by size
                  ws-total-sup-dup                     delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'VENDEDORES COM COTA.............: ' delimited by size
                  ws-total-vnd-cota                    delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'VENDEDORES ABAIXO DA COTA.......: ' delimited by size
                  ws-total-vnd-abaixo                  delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'VENDEDORES SEM CADASTRO NO PFC4.: ' delimited by size
                  ws-total-vnd-sem-cad                 delimited by size
             into w-e.
           write txt-reg from w-e.
      *---------------------------------------------------------------*
       6000-FINALIZA.
           close pfc3 vendas pfc12c pfc4 pfc4s pfc4g pfc5
                 operadora vndativo vndlig txt.
      *---------------------------------------------------------------*
      * Converte ws-calc-ano/mes/dia em dias corridos (ws-calc-dias). *
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
