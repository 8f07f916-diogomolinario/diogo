      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ALVMONRP.
      *---------------------------------------------------------------*
      * Objetivo ...: Monitor diario de licencas sanitarias e de      *
      *               controlado - confronta com a data do dia a      *
      *               validade de cada licenca de cliente e da        *
      *               propria empresa:                                *
      *               - alvara especial (familia ROACUTAN): cliente   *
      *                 com C3ALVARA-ESP = 'S', validade em           *
      *                 ALVARA-ESP (ALV-VALIDADE);                    *
      *               - alvara sanitario: C3DATA-ALVARA do PFC3;      *
      *               - alvara local/VISA: CLIECLF-VAL-LOCAL do       *
      *                 CLIENTECLF (carregado pelo SAP) ou, sem ele,  *
      *                 C3DATA-ALV-LOCAL do PFC3;                     *
      *               - licenca de funcionamento e autorizacao        *
      *                 especial da empresa (EMP-LICENCA-FUNCION e    *
      *                 EMP-AUTORIZ-ESPECIAL), validade em EMPLICEN.  *
      *               Lista por zona (C3ZONA) as licencas vencidas e  *
      *               as que vencem em ate 7, 15 e 30 dias, para      *
      *               vendas cobrar a renovacao a tempo, e recria o   *
      *               arquivo de bloqueio BLQLICEN com os clientes de *
      *               licenca ja vencida, que a digitacao de pedido e *
      *               o faturamento consultam antes de liberar        *
      *               produto controlado. Multa de fiscalizacao ou    *
      *               carga apreendida custa muito mais que um pedido *
      *               segurado.                                       *
      * Observacao .: cliente com C3ALVARA-ESP = 'S' sem registro em  *
      *               ALVARA-ESP (ou com validade zerada) entra como  *
      *               vencido. CLIECLF-CRM e CLIECLF-ASSENT nao tem   *
      *               data de validade e ficam fora do confronto.     *
      *               Licenca da empresa vencida, a vencer em ate 30  *
      *               dias ou sem validade/com data invalida vira     *
      *               tambem alerta (ALERTAW) para o setor            *
      *               REGULATORIO - severidade A para vencida, sem    *
      *               validade ou data invalida e M para a vencer.    *
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

           select alvara-esp assign '/d/dados/alvara-esp'
                  organization  is indexed
                  access mode   is dynamic
                  record key    is alv-chave
                  file status   is ws-status2.

           select clienteclf assign '/d/dados/clienteclf'
                  organization  is indexed
                  access mode   is dynamic
                  record key    is clieclf-chave
                  file status   is ws-status3.

           select empresa  assign '/d/dados/empresas'
                  organization    is indexed
                  access mode     is dynamic
                  record key      is emp-chave
                  file status     is ws-status4.

           select emplicen assign '/d/dados/emplicen'
                  organization          is indexed
                  access mode           is dynamic
                  record key            is elc-chave
                  file status           is ws-status5.

           select blqlicen assign '/d/dados/blqlicen'
                  organization          is indexed
                  access mode           is dynamic
                  record key            is blql-chave
                  file status           is ws-status6.

           select wk-alv assign to "alvmonwk".

           select wk-alv-ord assign to "alvmonwko"
                  organization is line sequential
                  file status is ws-status7.

           select txt assign to "alvmonrp-rl"
                  organization is line sequential
                  file status is ws-status8.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * Arquivo : Cadastro de Clientes (pfc3) - so os campos usados   *
      *           no monitor de licencas.                             *
      *----------------------------------------------------------------*
       FD PFC3.
       01 C3REGISTRO.
          02 C3CODIGO.
             03 C3CODNUM            PIC 9(006).
          02 C3RAZAO                PIC X(032).
          02 FILLER                 PIC X(179).
          02 C3BERLIM.
             03 C3TIPOCLI           PIC X(002).
             03 C3ZONAEST.
                05 C3ZONA           PIC X(002).
                05 C3SETO           PIC X(002).
          02 FILLER                 PIC X(038).
          02 C3DIVISAO              PIC 9(005).
          02 FILLER                 PIC X(078).
          02 C3DATA-ALVARA          PIC 9(008).
          02 FILLER                 PIC X(020).
          02 C3DATA-ALV-LOCAL       PIC 9(008).
          02 FILLER                 PIC X(053).
          02 C3ALVARA-ESP           PIC X(001).
          02 FILLER                 PIC X(035).
      *----------------------------------------------------------------*
      * Arquivo : Alvara especial de clientes para compra de produtos *
      *           da familia ROACUTAN (alvara-esp)                    *
      *----------------------------------------------------------------*
       FD  ALVARA-ESP.
       01  ALVARA-REG.
           05 ALV-CHAVE.
              07 ALV-CODIGO          PIC 9(06).
           05 ALV-DT-INCLUSAO.
              07 ALV-INCL-AA         PIC 9(04).
              07 ALV-INCL-MM         PIC 9(02).
              07 ALV-INCL-DD         PIC 9(02).
           05 ALV-ALVARA-ESP         PIC X(20).
           05 ALV-VALIDADE           PIC 9(08).
           05 ALV-ALTERADO           PIC 9(01).
           05 ALV-FILLER             PIC 9(09).
      *----------------------------------------------------------------*
      * Arquivo : Caracteristica do cliente carregado pelo SAP        *
      *           (clienteclf)                                        *
      *----------------------------------------------------------------*
       FD  CLIENTECLF.
       01  REG-CLIECLF.
           03  CLIECLF-CHAVE.
               07 CLIECLF-CLIENTE      PIC 9(06).
           03  CLIECLF-CRM             PIC X(15).
           03  CLIECLF-ASSENT          PIC X(15).
           03  CLIECLF-ALV-LOCAL       PIC X(15).
           03  CLIECLF-EMI-LOCAL       PIC 9(08).
           03  CLIECLF-VAL-LOCAL       PIC 9(08).
           03  FILLER                  PIC X(33).
      *----------------------------------------------------------------*
      * Arquivo : Cadastro das empresas (empresa) - so os campos      *
      *           usados no monitor de licencas.                      *
      *----------------------------------------------------------------*
       FD EMPRESA.
       01 EMP-REG.
          03 EMP-CHAVE            PIC 9(02).
          03 FILLER               PIC X(06).
          03 EMP-RAZAO            PIC X(35).
          03 FILLER               PIC X(214).
          03 EMP-AUTORIZ-FUNCION  PIC X(020).
          03 EMP-LICENCA-FUNCION  PIC X(020).
          03 EMP-AUTORIZ-ESPECIAL PIC X(020).
          03 FILLER               PIC X(174).
      *----------------------------------------------------------------*
      * Arquivo : Validade das Licencas da Empresa (emplicen.cpy)     *
      *----------------------------------------------------------------*
       FD  EMPLICEN.
       01  ELC-REGISTRO.
           03  ELC-CHAVE.
               05  ELC-EMPRESA            PIC 9(02).
               05  ELC-TIPO               PIC X(01).
                   88  ELC-LICENCA-FUNC   VALUE 'F'.
                   88  ELC-AUTORIZ-ESPEC  VALUE 'E'.
           03  ELC-NUMERO                 PIC X(20).
           03  ELC-VALIDADE               PIC 9(08).
           03  ELC-VALIDADE-R REDEFINES ELC-VALIDADE.
               05  ELC-VAL-ANO            PIC 9(04).
               05  ELC-VAL-MES            PIC 9(02).
               05  ELC-VAL-DIA            PIC 9(02).
           03  ELC-DATA-ALT               PIC 9(08).
           03  ELC-HORA-ALT               PIC 9(06).
           03  ELC-USUARIO-ALT            PIC X(10).
           03  ELC-FILLER                 PIC X(20).
      *----------------------------------------------------------------*
      * Arquivo : Bloqueio de Cliente por Licenca Vencida             *
      *           (blqlicen.cpy)                                      *
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
       SD  WK-ALV.
       01  WK-ALV-REG.
           03 WK-ZONA               PIC X(02).
           03 WK-FAIXA              PIC 9(01).
           03 WK-DIAS               PIC 9(05).
           03 WK-CLIENTE            PIC 9(06).
           03 WK-TIPO               PIC X(01).
           03 WK-RAZAO              PIC X(20).
           03 WK-NUMERO             PIC X(15).
           03 WK-VALIDADE           PIC 9(08).
      *----------------------------------------------------------------*
       FD  WK-ALV-ORD.
       01  WKO-ALV-REG.
           03 WKO-ZONA              PIC X(02).
           03 WKO-FAIXA             PIC 9(01).
           03 WKO-DIAS              PIC 9(05).
           03 WKO-CLIENTE           PIC 9(06).
           03 WKO-TIPO              PIC X(01).
           03 WKO-RAZAO             PIC X(20).
           03 WKO-NUMERO            PIC X(15).
           03 WKO-VALIDADE          PIC 9(08).
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
       77 ws-eof-ord           pic x(01) value 'N'.
       77 ws-emplicen-aberto   pic x(01) value 'N'.
      *---------------------------------------------------------------*
       77 ws-hoje              pic 9(08) value zero.
       77 ws-hora-atual        pic 9(08) value zero.
       77 ws-hora-atual-hms    redefines ws-hora-atual pic 9(06).
       77 ws-dias-hoje         pic 9(07) value zero.
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
      * Faixas de vencimento: 0 = vencida, 1 = ate 7 dias, 2 = ate 15,*
      * 3 = ate 30, 8 = data de validade invalida, 9 = em dia.        *
      *---------------------------------------------------------------*
       01 WS-TAB-FAIXA-NOME.
          05 FILLER              PIC X(08) VALUE 'VENCIDA'.
          05 FILLER              PIC X(08) VALUE 'ATE 07D'.
          05 FILLER              PIC X(08) VALUE 'ATE 15D'.
          05 FILLER              PIC X(08) VALUE 'ATE 30D'.
       01 WS-FAIXA-NOME-RED REDEFINES WS-TAB-FAIXA-NOME.
          05 WS-FAIXA-NOME       PIC X(08) OCCURS 4.
       01 WS-CONT-FAIXA.
          05 WS-CONT-FAIXA-N OCCURS 4 PIC 9(06) VALUE ZERO.
       77 ws-faixa-nome-lin     pic x(08) value spaces.
      *---------------------------------------------------------------*
      * Licenca em avaliacao (entrada de 7000-CLASSIFICA-VALIDADE).   *
      *---------------------------------------------------------------*
       01 ws-validade          pic 9(08) value zero.
       01 ws-validade-r        redefines ws-validade.
          05 ws-val-ano        pic 9(04).
          05 ws-val-mes        pic 9(02).
          05 ws-val-dia        pic 9(02).
       77 ws-faixa             pic 9(01) value zero.
       77 ws-dias-dif          pic 9(05) value zero.
       77 ws-dias-validade     pic 9(07) value zero.
       77 ws-lic-tipo          pic x(01) value space.
       77 ws-lic-numero        pic x(20) value spaces.
       77 ws-nome-tipo         pic x(12) value spaces.
      *---------------------------------------------------------------*
      * Quebra por zona.                                              *
      *---------------------------------------------------------------*
       77 ws-primeira-quebra   pic x(01) value 'S'.
       77 ws-zona-atual        pic x(02) value spaces.
       77 ws-zona-qtde         pic 9(05) value zero.
      *---------------------------------------------------------------*
       77 ws-total-clientes    pic 9(07) value zero.
       77 ws-total-bloqueios   pic 9(07) value zero.
       77 ws-total-invalidas   pic 9(07) value zero.
       77 ws-total-lic-emp     pic 9(05) value zero.
       77 ws-total-emp-alerta  pic 9(05) value zero.
      *---------------------------------------------------------------*
      * Campos da gravacao de alerta no arquivo de avisos (ALERTAW).  *
      *---------------------------------------------------------------*
       77 ws-alerta-operacao   pic x(01) value 'G'.
       77 ws-alerta-sequencia  pic 9(08) value zero.
       77 ws-alerta-setor      pic x(20) value 'REGULATORIO'.
       77 ws-alerta-severidade pic x(01) value 'M'.
       77 ws-alerta-origem     pic x(10) value 'ALVMONRP'.
       77 ws-alerta-texto      pic x(70) value spaces.
       77 ws-alerta-motivo     pic x(13) value spaces.
       77 ws-alerta-item       pic x(20) value spaces.
       77 ws-alerta-usuario    pic x(10) value spaces.
       77 ws-alerta-retorno    pic x(02) value spaces.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAINLINE.
           perform 1000-INICIALIZA.
           perform 2000-LICENCAS-EMPRESA.
           perform 3000-LICENCAS-CLIENTES.
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

           open input pfc3.
           open input alvara-esp.
           open input clienteclf.
           open input empresa.
      *--> sem EMPLICEN (nenhuma validade cadastrada ainda) as
      *    licencas da empresa saem como sem validade.
           open input emplicen.
           if ws-status5 = '35'
              move 'N' to ws-emplicen-aberto
           else
              move 'S' to ws-emplicen-aberto
           end-if
      *--> o bloqueio e refeito por inteiro a cada dia.
           open output blqlicen.
           close blqlicen.
           open i-o blqlicen.
           open output txt.

           move '====================================================='
              to w-e.
           write txt-reg from w-e.
           move 'ALVMONRP - MONITOR DE LICENCAS SANITARIAS/CONTROLADO'
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
      * Licencas da propria empresa - todas saem no relatorio, com a  *
      * situacao de cada uma.                                         *
      *---------------------------------------------------------------*
       2000-LICENCAS-EMPRESA.
           move spaces to w-e.
           write txt-reg from w-e.
           move 'LICENCAS DA EMPRESA' to w-e.
           write txt-reg from w-e.
           move 'EMP RAZAO                TIPO         NUMERO' to w-e.
           move 'VALIDADE SITUACAO' to w-e(55:17).
           write txt-reg from w-e.
           move '-----------------------------------------------------'
              to w-e.
           move '------------------' to w-e(54:18).
           write txt-reg from w-e.

           move 'N' to ws-eof.
           read empresa next record
              at end move 'S' to ws-eof
           end-read
           perform 2100-AVALIA-UMA-EMPRESA
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2100-AVALIA-UMA-EMPRESA.
           if emp-licenca-funcion not = spaces
              move 'F'                 to ws-lic-tipo
              move emp-licenca-funcion to ws-lic-numero
              move 'LIC.FUNCION.'      to ws-nome-tipo
              perform 2200-AVALIA-LICENCA-EMPRESA
           end-if
           if emp-autoriz-especial not = spaces
              move 'E'                  to ws-lic-tipo
              move emp-autoriz-especial to ws-lic-numero
              move 'AUTORIZ.ESP.'       to ws-nome-tipo
              perform 2200-AVALIA-LICENCA-EMPRESA
           end-if

           read empresa next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       2200-AVALIA-LICENCA-EMPRESA.
           add 1 to ws-total-lic-emp.
           move zero to ws-validade.
           if ws-emplicen-aberto = 'S'
              move emp-chave   to elc-empresa
              move ws-lic-tipo to elc-tipo
              read emplicen
                 invalid key move zero to elc-validade
              end-read
              move elc-validade to ws-validade
           end-if

           move spaces to w-e.
           string emp-chave          delimited by size
                  '  '               delimited by size
                  emp-razao(1:20)    delimited by size
                  ' '                delimited by size
                  ws-nome-tipo       delimited by size
                  ' '                delimited by size
                  ws-lic-numero(1:15) delimited by size
             into w-e.

           if ws-validade = zero
              move 'SEM VALIDADE' to w-e(64:12)
              move 'SEM VALIDADE' to ws-alerta-motivo
              move 'A' to ws-alerta-severidade
              perform 2300-ALERTA-EMPRESA
           else
              perform 7000-CLASSIFICA-VALIDADE
              move ws-validade to w-e(55:8)
              evaluate ws-faixa
                 when 8
                    move 'DATA INVALIDA' to w-e(64:13)
                    move 'DATA INVALIDA' to ws-alerta-motivo
                    move 'A' to ws-alerta-severidade
                    perform 2300-ALERTA-EMPRESA
                 when 9
                    move 'EM DIA' to w-e(64:6)
                 when other
                    move ws-faixa-nome(ws-faixa + 1) to w-e(64:8)
                    move ws-faixa-nome(ws-faixa + 1)
                      to ws-alerta-motivo
                    if ws-faixa = zero
                       move 'A' to ws-alerta-severidade
                    else
                       move 'M' to ws-alerta-severidade
                    end-if
                    perform 2300-ALERTA-EMPRESA
              end-evaluate
           end-if
           write txt-reg from w-e.
      *---------------------------------------------------------------*
      * Licenca da empresa vencida, a vencer em 30 dias ou sem        *
      * validade cadastrada vira alerta para o setor regulatorio. O   *
      * texto (70 posicoes) abre com o motivo, para nao ser cortado.  *
      *---------------------------------------------------------------*
       2300-ALERTA-EMPRESA.
           add 1 to ws-total-emp-alerta.
           move spaces to ws-alerta-texto.
           string ws-alerta-motivo    delimited by size
                  ' EMP '             delimited by size
                  emp-chave           delimited by size
                  ' '                 delimited by size
                  ws-nome-tipo        delimited by size
                  ' '                 delimited by size
                  ws-lic-numero(1:15) delimited by size
                  ' VAL '             delimited by size
                  ws-validade         delimited by size
             into ws-alerta-texto.
           move spaces to ws-alerta-item.
           string 'EMP'        delimited by size
                  emp-chave    delimited by size
                  ws-lic-tipo  delimited by size
                  ws-validade  delimited by size
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
      * Licencas de cliente: ordena por zona/faixa/dias e lista com   *
      * quebra por zona.                                              *
      *---------------------------------------------------------------*
       3000-LICENCAS-CLIENTES.
           sort wk-alv on ascending key wk-zona
                                         wk-faixa
                                         wk-dias
                                         wk-cliente
              input procedure is 3100-SELECIONA-CLIENTES
              giving wk-alv-ord.

           move spaces to w-e.
           write txt-reg from w-e.
           move 'LICENCAS DE CLIENTES VENCIDAS OU A VENCER EM 30 DIAS'
              to w-e.
           write txt-reg from w-e.

           open input wk-alv-ord.
           perform 3500-LE-PROXIMO-ORDENADO.
           perform 3600-IMPRIME-LINHA
              until ws-eof-ord = 'S'.
           if ws-primeira-quebra = 'N'
              perform 3700-FECHA-ZONA
           end-if
           close wk-alv-ord.
      *---------------------------------------------------------------*
       3100-SELECIONA-CLIENTES.
           move 'N' to ws-eof.
           read pfc3 next record
              at end move 'S' to ws-eof
           end-read
           perform 3200-AVALIA-UM-CLIENTE
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       3200-AVALIA-UM-CLIENTE.
           add 1 to ws-total-clientes.

      *--> alvara especial (familia ROACUTAN).
           if c3alvara-esp = 'S'
              move 'E' to ws-lic-tipo
              move c3codnum to alv-codigo
              read alvara-esp
                 invalid key
                    move zero           to ws-validade
                    move 'SEM CADASTRO' to ws-lic-numero
                 not invalid key
                    move alv-validade   to ws-validade
                    move alv-alvara-esp to ws-lic-numero
              end-read
              perform 3300-AVALIA-LICENCA-CLIENTE
           end-if

      *--> alvara sanitario.
           if c3data-alvara > zero
              move 'S'           to ws-lic-tipo
              move c3data-alvara to ws-validade
              move spaces        to ws-lic-numero
              perform 3300-AVALIA-LICENCA-CLIENTE
           end-if

      *--> alvara local/VISA - o do SAP (CLIENTECLF) prevalece.
           move 'L'    to ws-lic-tipo.
           move zero   to ws-validade.
           move spaces to ws-lic-numero.
           move c3codnum to clieclf-cliente.
           read clienteclf
              not invalid key
                 move clieclf-val-local to ws-validade
                 move clieclf-alv-local to ws-lic-numero
           end-read
           if ws-validade = zero
              move c3data-alv-local to ws-validade
           end-if
           if ws-validade > zero
              perform 3300-AVALIA-LICENCA-CLIENTE
           end-if

           read pfc3 next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Classifica a licenca; vencida ou a vencer em 30 dias vai para *
      * o relatorio, vencida grava tambem o bloqueio.                 *
      *---------------------------------------------------------------*
       3300-AVALIA-LICENCA-CLIENTE.
           if ws-validade = zero
              move zero to ws-faixa
              move zero to ws-dias-dif
           else
              perform 7000-CLASSIFICA-VALIDADE
           end-if

           if ws-faixa = 8
              add 1 to ws-total-invalidas
           end-if

           if ws-faixa < 4 or ws-faixa = 8
              move c3zona           to wk-zona
              move ws-faixa         to wk-faixa
              move ws-dias-dif      to wk-dias
              move c3codnum         to wk-cliente
              move ws-lic-tipo      to wk-tipo
              move c3razao(1:20)    to wk-razao
              move ws-lic-numero    to wk-numero
              move ws-validade      to wk-validade
              release wk-alv-reg
           end-if

           if ws-faixa = zero
              perform 3400-GRAVA-BLOQUEIO
           end-if.
      *---------------------------------------------------------------*
       3400-GRAVA-BLOQUEIO.
           move c3codnum          to blql-cliente.
           move ws-lic-tipo       to blql-tipo.
           move ws-lic-numero     to blql-numero.
           move ws-validade       to blql-validade.
           move ws-dias-dif       to blql-dias-vencido.
           move c3zona            to blql-zona.
           move ws-hoje           to blql-data-ger.
           move ws-hora-atual-hms to blql-hora-ger.
           move spaces            to blql-filler.
           write blql-registro
              invalid key continue
              not invalid key add 1 to ws-total-bloqueios
           end-write.
      *---------------------------------------------------------------*
       3500-LE-PROXIMO-ORDENADO.
           read wk-alv-ord
              at end move 'S' to ws-eof-ord
           end-read.
      *---------------------------------------------------------------*
       3600-IMPRIME-LINHA.
           if ws-primeira-quebra = 'S'
              move 'N' to ws-primeira-quebra
              perform 3650-ABRE-ZONA
           else
              if wko-zona not = ws-zona-atual
                 perform 3700-FECHA-ZONA
                 perform 3650-ABRE-ZONA
              end-if
           end-if

           add 1 to ws-zona-qtde.
           evaluate wko-tipo
              when 'E' move 'ALV.ESPEC.' to ws-nome-tipo
              when 'S' move 'ALV.SANIT.' to ws-nome-tipo
              when other move 'ALV.LOCAL'  to ws-nome-tipo
           end-evaluate
           if wko-faixa = 8
              move 'DT.INVAL' to ws-faixa-nome-lin
           else
              move ws-faixa-nome(wko-faixa + 1) to ws-faixa-nome-lin
              add 1 to ws-cont-faixa-n(wko-faixa + 1)
           end-if

           move spaces to w-e.
           string wko-cliente        delimited by size
                  ' '                delimited by size
                  wko-razao          delimited by size
                  ' '                delimited by size
                  ws-nome-tipo(1:10) delimited by size
                  ' '                delimited by size
                  wko-numero         delimited by size
                  ' '                delimited by size
                  wko-validade       delimited by size
                  ' '                delimited by size
                  ws-faixa-nome-lin  delimited by size
                  ' '                delimited by size
                  wko-dias           delimited by size
             into w-e.
           write txt-reg from w-e.

           perform 3500-LE-PROXIMO-ORDENADO.
      *---------------------------------------------------------------*
       3650-ABRE-ZONA.
           move wko-zona to ws-zona-atual.
           move zero     to ws-zona-qtde.
           move spaces to w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'ZONA ' delimited by size
                  ws-zona-atual delimited by size
             into w-e.
           write txt-reg from w-e.
           move 'CLIENT RAZAO                TIPO       NUMERO' to w-e.
           move 'VALIDADE FAIXA     DIAS' to w-e(56:23).
           write txt-reg from w-e.
           move '-----------------------------------------------------'
              to w-e.
           move '-------------------------' to w-e(54:25).
           write txt-reg from w-e.
      *---------------------------------------------------------------*
       3700-FECHA-ZONA.
           move spaces to w-e.
           string 'LICENCAS NA ZONA ' delimited by size
                  ws-zona-atual       delimited by size
                  '....: '            delimited by size
                  ws-zona-qtde        delimited by size
             into w-e.
           write txt-reg from w-e.
      *---------------------------------------------------------------*
      * Situacao de ws-validade (aaaammdd) em relacao a data do dia:  *
      * devolve ws-faixa e, em ws-dias-dif, os dias que faltam para   *
      * vencer (ou ha quantos dias venceu, na faixa 0).               *
      *---------------------------------------------------------------*
       7000-CLASSIFICA-VALIDADE.
           move zero to ws-dias-dif.
           if ws-val-mes < 1 or ws-val-mes > 12
              or ws-val-dia < 1 or ws-val-dia > 31
              or ws-val-ano = zero
              move 8 to ws-faixa
           else
              move ws-val-ano to ws-calc-ano
              move ws-val-mes to ws-calc-mes
              move ws-val-dia to ws-calc-dia
              perform 8100-CALCULA-DIAS
              move ws-calc-dias to ws-dias-validade
              if ws-dias-validade < ws-dias-hoje
                 move zero to ws-faixa
                 compute ws-dias-dif = ws-dias-hoje - ws-dias-validade
              else
                 compute ws-dias-dif = ws-dias-validade - ws-dias-hoje
                 evaluate true
                    when ws-dias-dif <= 7  move 1 to ws-faixa
                    when ws-dias-dif <= 15 move 2 to ws-faixa
                    when ws-dias-dif <= 30 move 3 to ws-faixa
                    when other             move 9 to ws-faixa
                 end-evaluate
              end-if
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
           string 'LICENCAS VENCIDAS...............: ' delimited by size
                  ws-cont-faixa-n(1)                   delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'VENCEM EM ATE 7 DIAS............: ' delimited by size
                  ws-cont-faixa-n(2)                   delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'VENCEM DE 8 A 15 DIAS...........: ' delimited by size
                  ws-cont-faixa-n(3)                   delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'VENCEM DE 16 A 30 DIAS..........: ' delimited by size
                  ws-cont-faixa-n(4)                   delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'DATAS DE VALIDADE INVALIDAS.....: ' delimited by size
                  ws-total-invalidas                   delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'BLOQUEIOS GRAVADOS EM BLQLICEN..: ' delimited by size
                  ws-total-bloqueios                   delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'LICENCAS DA EMPRESA / EM ALERTA.: ' delimited by size
                  ws-total-lic-emp                     delimited by size
                  ' / '                                delimited by size
                  ws-total-emp-alerta                  delimited by size
             into w-e.
           write txt-reg from w-e.
      *---------------------------------------------------------------*
       6000-FINALIZA.
           close pfc3 alvara-esp clienteclf empresa blqlicen txt.
           if ws-emplicen-aberto = 'S'
              close emplicen
           end-if.
      *---------------------------------------------------------------*
