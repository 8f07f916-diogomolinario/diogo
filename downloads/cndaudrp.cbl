      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CNDAUDRP.
      *---------------------------------------------------------------*
      * Objetivo ...: Auditoria de consistencia das tabelas de        *
      *               condicao de venda, para rodar depois de cada    *
      *               alteracao da tabela comercial e antes de ela    *
      *               ser exportada para as filiais:                  *
      *               - CONDVDPAR: percentuais das parcelas que nao   *
      *                 somam 100%, parcela sem percentual, prazos    *
      *                 fora de ordem e parcela depois de posicao     *
      *                 vazia;                                        *
      *               - CONDFAIXA: faixa de desconto com inicio maior *
      *                 que o fim, faixas sobrepostas, buraco entre   *
      *                 faixas e faixa depois de posicao vazia;       *
      *               - CONDGRADE: grade parcelada (GRADE-PARCELA)    *
      *                 sem CONDVDPAR e o contrario, ultima parcela   *
      *                 alem de GRADE-PRAZO, grade de OL (GRADE-OL)   *
      *                 sem uso no OLCODCLI e condicao sem uso;       *
      *               - condicao citada em TIPOCLI (TC-CONDICOES),    *
      *                 OLCODCLI (OLCLI-CONDICAO), BLQZONA, CONDVDPAR *
      *                 ou CONDFAIXA que nao existe no CONDGRADE, e   *
      *                 tipo do CONDTPCLI que nao existe no TIPOCLI.  *
      *               Gera o relatorio de excecoes e devolve o        *
      *               RETURN-CODE 8 quando ha erro (tabela reprovada) *
      *               ou zero quando so ha avisos ou nada.            *
      * Observacao .: o CONDGRADE e o cadastro mestre das condicoes   *
      *               (chave de 3 digitos, as demais tabelas usam 2). *
      *               GRADE-PARCELA e GRADE-OL ligados = 'S'.         *
      *               Parcela/faixa em uso = prazo ou percentual (ini *
      *               ou fim) diferente de zero; a primeira parcela   *
      *               pode ter prazo zero (entrada).                  *
      * Data .......: 15/10/2026                          Otavio      *
      *---------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           select condgrade assign '/d/dados/condgrade'
                  organization     is indexed
                  access mode      is dynamic
                  record key       is grade-chave
                  file status      is ws-status.

           select condvdpar     assign '/d/dados/condvdpar'
                  organization         is indexed
                  access mode          is dynamic
                  record key           is vdpar-chave
                  file status          is ws-status2.

           select condfaixa assign '/d/dados/condfaixa'
                  organization    is indexed
                  access mode     is dynamic
                  record key      is faixa-chave
                  file status     is ws-status3.

           select tipocli assign '/d/dados/tipocli'
                  organization   is indexed
                  access mode    is dynamic
                  record key     is tc-tipocli
                  file status    is ws-status4.

           select condtpcli assign '/d/dados/condtpcli'
                  organization     is indexed
                  access mode      is dynamic
                  record key       is cndtc-chave
                  file status      is ws-status5.

           select olcodcli assign '/d/dados/olcodcli'
                  organization    is indexed
                  access mode     is dynamic
                  record key      is olcli-chave
                  file status     is ws-status6.

           select blqzona assign '/d/dados/blqzona'
                  organization   is indexed
                  access mode    is dynamic
                  record key     is bz-chave
                  file status    is ws-status7.

           select txt assign to "cndaudrp-rl"
                  organization is line sequential
                  file status is ws-status8.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * Arquivo : Cadastro de grade de condicoes                 *
      *----------------------------------------------------------*
       FD CONDGRADE.
       01 GRADE-REGISTRO.
          03 GRADE-CHAVE.
             05 GRADE-COND    PIC 9(03).
          03 GRADE-DADOS.
             05 GRADE-USUARIO  PIC X(01).
             05 GRADE-PRAZO    PIC 9(03).
             05 GRADE-TIPOPZ   PIC 9(01).
             05 GRADE-PARCELA  PIC X(01).
             05 GRADE-OL       PIC X(01).
             05 GRADE-D-PONTO  PIC X(01).
             05 GRADE-QUEBRAPZ PIC X(01).
             05 GRADE-LIVRE    PIC X(01).
             05 GRADE-DESCMAX  PIC X(01).
             05 GRADE-ALTERA   PIC 9(01).
             05 GRADE-VEND-LAB PIC X(01).
             05 GRADE-DCLIVRE  PIC X(01).
             05 GRADE-OL-BIS   PIC X(01).
             05 GRADE-CND-PROM PIC X(01).
      *------------------------------------------------------------*
      * Arquivo : Cadastro de condicoes de venda parcelada         *
      *------------------------------------------------------------*
       FD CONDVDPAR.
       01 VDPAR-REGISTRO.
          03 VDPAR-CHAVE.
             05 VDPAR-COND         PIC 9(02).
          03 VDPAR-PARCELA OCCURS  6 TIMES.
             05 VDPAR-PRAZO        PIC 9(03).
             05 VDPAR-PERCENT      PIC 9(02)V99.
      *----------------------------------------------------------*
      * Arquivo : Cadastro de intervalo de faixas                *
      *----------------------------------------------------------*
       FD CONDFAIXA.
       01 FAIXA-REGISTRO.
          03 FAIXA-CHAVE.
             05 FAIXA-COND         PIC 9(02).
          03 FAIXA-INTERVALO       OCCURS  10 TIMES.
             05 FAIXA-INI          PIC 9(05).
             05 FAIXA-FIN          PIC 9(05).
      *----------------------------------------------------------------*
      *                 Arquivo de Tipo de Cliente                     *
      *----------------------------------------------------------------*
       FD TIPOCLI.
       01 TC-REGISTRO.
          03 TC-CHAVE.
             05 TC-TIPOCLI    PIC 9(02).
          03 TC-DESCRICAO     PIC X(30).
          03 TC-CONDICOES     OCCURS 4 TIMES.
             05 TC-VISTAM     PIC 9(02).
             05 TC-VISTAP     PIC 9(02).
             05 TC-PRAZOM     PIC 9(02).
             05 TC-PRAZOP     PIC 9(02).
      *----------------------------------------------------------*
      * Arquivo : Cadastro de grade de CNDTC                     *
      *----------------------------------------------------------*
       FD CONDTPCLI.
       01 CNDTC-REGISTRO.
          03 CNDTC-CHAVE.
             05 CNDTC-TPCLI      PIC 9(02).
          03 CNDTC-DADOS.
             05 CNDTC-USUARIOS   PIC X(01).
             05 CNDTC-FILLER     PIC X(10).
      *----------------------------------------------------------------*
      * Arquivo : Cadastro de Projetos OL EDI por cliente              *
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
      *       Arquivo de zonas bloqueadas por condicao de venda        *
      *----------------------------------------------------------------*
       FD BLQZONA.
       01 BZ-REGISTRO.
          03 BZ-CHAVE.
             05 BZ-CONDICAO   PIC 9(02).
             05 BZ-ZONA       PIC 9(03).
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
       77 ws-eof              pic x(01) value 'N'.
       77 ws-hoje             pic 9(08) value zero.
      *---------------------------------------------------------------*
      * Condicoes do CONDGRADE, posicao = codigo + 1.                 *
      *---------------------------------------------------------------*
       01 WS-TAB-GRADE.
          05 WS-GRD OCCURS 1000 TIMES.
             07 WS-GRD-EXISTE      PIC X(01).
             07 WS-GRD-PARCELA     PIC X(01).
             07 WS-GRD-OL          PIC X(01).
             07 WS-GRD-PRAZO       PIC 9(03).
             07 WS-GRD-TEM-VDPAR   PIC X(01).
             07 WS-GRD-USO-TC      PIC X(01).
             07 WS-GRD-USO-OL      PIC X(01).
       77 ws-idx-grd           pic 9(04) value zero.
      *---------------------------------------------------------------*
      * Tipos de cliente do TIPOCLI, posicao = tipo + 1.              *
      *---------------------------------------------------------------*
       01 WS-TAB-TIPO.
          05 WS-TIPO-EXISTE OCCURS 100 TIMES PIC X(01).
      *---------------------------------------------------------------*
       77 ws-idx               pic 9(02) value zero.
       77 ws-idx-ant           pic 9(02) value zero.
       77 ws-cond-ref          pic 9(03) value zero.
       01 ws-soma-percent      pic 9(03)v99 value zero.
       01 ws-soma-percent-r    redefines ws-soma-percent.
          05 ws-soma-perc-int  pic 9(03).
          05 ws-soma-perc-dec  pic 9(02).
       77 ws-maior-prazo       pic 9(03) value zero.
       77 ws-posicao-vazia     pic x(01) value 'N'.
       77 ws-qtd-usadas        pic 9(02) value zero.
       77 ws-ref-origem        pic x(10) value spaces.
       77 ws-ref-chave         pic x(12) value spaces.
       77 ws-ref-campo         pic x(08) value spaces.
      *---------------------------------------------------------------*
      * Ocorrencia a registrar (entrada de 7000-REGISTRA-OCORRENCIA). *
      * Severidade E = erro (reprova a tabela), A = aviso.            *
      *---------------------------------------------------------------*
       77 ws-oc-arquivo        pic x(10) value spaces.
       77 ws-oc-chave          pic x(12) value spaces.
       77 ws-oc-sev            pic x(01) value space.
       77 ws-oc-msg            pic x(52) value spaces.
      *---------------------------------------------------------------*
       77 ws-lidos-grade       pic 9(05) value zero.
       77 ws-lidos-vdpar       pic 9(05) value zero.
       77 ws-lidos-faixa       pic 9(05) value zero.
       77 ws-lidos-tipocli     pic 9(05) value zero.
       77 ws-lidos-condtpcli   pic 9(05) value zero.
       77 ws-lidos-olcodcli    pic 9(07) value zero.
       77 ws-lidos-blqzona     pic 9(05) value zero.
       77 ws-total-erros       pic 9(05) value zero.
       77 ws-total-avisos      pic 9(05) value zero.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAINLINE.
           perform 1000-INICIALIZA.
           perform 2000-CARREGA-GRADE.
           perform 2100-AUDITA-VDPAR.
           perform 2200-AUDITA-FAIXA.
           perform 2300-AUDITA-TIPOCLI.
           perform 2400-AUDITA-CONDTPCLI.
           perform 2500-AUDITA-OLCODCLI.
           perform 2600-AUDITA-BLQZONA.
           perform 2700-AUDITA-GRADE.
           perform 5000-IMPRIME-RESUMO.
           perform 6000-FINALIZA.
           stop run.
      *---------------------------------------------------------------*
       1000-INICIALIZA.
           accept ws-hoje from date yyyymmdd.
           move spaces to ws-tab-grade.
           move spaces to ws-tab-tipo.

           open input condgrade condvdpar condfaixa tipocli
                      condtpcli olcodcli blqzona.
           open output txt.

           move '====================================================='
              to w-e.
           write txt-reg from w-e.
           move 'CNDAUDRP - CONSISTENCIA DAS TABELAS DE CONDICAO VENDA'
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
           write txt-reg from w-e.
           move 'ARQUIVO    CHAVE        S MENSAGEM' to w-e.
           write txt-reg from w-e.
           move '-----------------------------------------------------'
              to w-e.
           move '--------------------------' to w-e(54:26).
           write txt-reg from w-e.
      *---------------------------------------------------------------*
      * Grade de condicoes - cadastro mestre, vai para a tabela.      *
      *---------------------------------------------------------------*
       2000-CARREGA-GRADE.
           move 'N' to ws-eof.
           read condgrade next record
              at end move 'S' to ws-eof
           end-read
           perform 2010-CARREGA-UMA-GRADE
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2010-CARREGA-UMA-GRADE.
           add 1 to ws-lidos-grade.
           compute ws-idx-grd = grade-cond + 1.
           move 'S'           to ws-grd-existe(ws-idx-grd).
           move grade-parcela to ws-grd-parcela(ws-idx-grd).
           move grade-ol      to ws-grd-ol(ws-idx-grd).
           move grade-prazo   to ws-grd-prazo(ws-idx-grd).

           read condgrade next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Condicao parcelada - percentuais, ordem dos prazos e casamento *
      * com a grade.                                                  *
      *---------------------------------------------------------------*
       2100-AUDITA-VDPAR.
           move 'N' to ws-eof.
           read condvdpar next record
              at end move 'S' to ws-eof
           end-read
           perform 2110-AUDITA-UMA-VDPAR
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2110-AUDITA-UMA-VDPAR.
           add 1 to ws-lidos-vdpar.
           move 'CONDVDPAR'  to ws-oc-arquivo.
           move spaces       to ws-oc-chave.
           move vdpar-cond   to ws-oc-chave.

           move zero to ws-soma-percent ws-maior-prazo
                        ws-idx-ant ws-qtd-usadas.
           move 'N'  to ws-posicao-vazia.
           perform 2120-AUDITA-UMA-PARCELA
              varying ws-idx from 1 by 1
              until ws-idx > 6.

           if ws-qtd-usadas = zero
              move 'E' to ws-oc-sev
              move 'CONDICAO PARCELADA SEM NENHUMA PARCELA' to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           else
              if ws-soma-percent not = 100
                 move 'E' to ws-oc-sev
                 move spaces to ws-oc-msg
                 string 'PERCENTUAIS DAS PARCELAS SOMAM '
                                              delimited by size
                        ws-soma-perc-int      delimited by size
                        ','                   delimited by size
                        ws-soma-perc-dec      delimited by size
                        ' E NAO 100,00'       delimited by size
                   into ws-oc-msg
                 perform 7000-REGISTRA-OCORRENCIA
              end-if
           end-if

           compute ws-idx-grd = vdpar-cond + 1.
           if ws-grd-existe(ws-idx-grd) not = 'S'
              move 'E' to ws-oc-sev
              move 'CONDICAO NAO EXISTE NO CONDGRADE' to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           else
              move 'S' to ws-grd-tem-vdpar(ws-idx-grd)
              if ws-grd-parcela(ws-idx-grd) not = 'S'
                 move 'A' to ws-oc-sev
                 move 'TEM PARCELAS MAS A GRADE NAO E PARCELADA'
                    to ws-oc-msg
                 perform 7000-REGISTRA-OCORRENCIA
              end-if
              if ws-grd-prazo(ws-idx-grd) > zero
                 and ws-maior-prazo > ws-grd-prazo(ws-idx-grd)
                 move 'A' to ws-oc-sev
                 move spaces to ws-oc-msg
                 string 'ULTIMA PARCELA '          delimited by size
                        ws-maior-prazo             delimited by size
                        ' DIAS ALEM DO GRADE-PRAZO ' delimited by size
                        ws-grd-prazo(ws-idx-grd)   delimited by size
                   into ws-oc-msg
                 perform 7000-REGISTRA-OCORRENCIA
              end-if
           end-if

           read condvdpar next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       2120-AUDITA-UMA-PARCELA.
           if vdpar-prazo(ws-idx) = zero
              and vdpar-percent(ws-idx) = zero
              move 'S' to ws-posicao-vazia
           else
              add 1 to ws-qtd-usadas
              add vdpar-percent(ws-idx) to ws-soma-percent
              if ws-posicao-vazia = 'S'
                 move 'E' to ws-oc-sev
                 move spaces to ws-oc-msg
                 string 'PARCELA '              delimited by size
                        ws-idx                  delimited by size
                        ' DEPOIS DE POSICAO VAZIA' delimited by size
                   into ws-oc-msg
                 perform 7000-REGISTRA-OCORRENCIA
              end-if
              if vdpar-percent(ws-idx) = zero
                 move 'E' to ws-oc-sev
                 move spaces to ws-oc-msg
                 string 'PARCELA '              delimited by size
                        ws-idx                  delimited by size
                        ' SEM PERCENTUAL'       delimited by size
                   into ws-oc-msg
                 perform 7000-REGISTRA-OCORRENCIA
              end-if
              if ws-idx-ant > zero
                 if vdpar-prazo(ws-idx) not > vdpar-prazo(ws-idx-ant)
                    move 'E' to ws-oc-sev
                    move spaces to ws-oc-msg
                    string 'PRAZO DA PARCELA '       delimited by size
                           ws-idx                    delimited by size
                           ' ('                      delimited by size
                           vdpar-prazo(ws-idx)       delimited by size
                           ') NAO E MAIOR QUE O DA ' delimited by size
                           ws-idx-ant                delimited by size
                      into ws-oc-msg
                    perform 7000-REGISTRA-OCORRENCIA
                 end-if
              end-if
              if vdpar-prazo(ws-idx) > ws-maior-prazo
                 move vdpar-prazo(ws-idx) to ws-maior-prazo
              end-if
              move ws-idx to ws-idx-ant
           end-if.
      *---------------------------------------------------------------*
      * Faixas de desconto progressivo - cada faixa comeca no fim da  *
      * anterior mais um, sem sobrepor nem deixar buraco.             *
      *---------------------------------------------------------------*
       2200-AUDITA-FAIXA.
           move 'N' to ws-eof.
           read condfaixa next record
              at end move 'S' to ws-eof
           end-read
           perform 2210-AUDITA-UMA-FAIXA
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2210-AUDITA-UMA-FAIXA.
           add 1 to ws-lidos-faixa.
           move 'CONDFAIXA'  to ws-oc-arquivo.
           move spaces       to ws-oc-chave.
           move faixa-cond   to ws-oc-chave.

           compute ws-idx-grd = faixa-cond + 1.
           if ws-grd-existe(ws-idx-grd) not = 'S'
              move 'E' to ws-oc-sev
              move 'CONDICAO NAO EXISTE NO CONDGRADE' to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           end-if

           move zero to ws-idx-ant ws-qtd-usadas.
           move 'N'  to ws-posicao-vazia.
           perform 2220-AUDITA-UM-INTERVALO
              varying ws-idx from 1 by 1
              until ws-idx > 10.

           if ws-qtd-usadas = zero
              move 'A' to ws-oc-sev
              move 'NENHUMA FAIXA PREENCHIDA' to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           end-if

           read condfaixa next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       2220-AUDITA-UM-INTERVALO.
           if faixa-ini(ws-idx) = zero and faixa-fin(ws-idx) = zero
              move 'S' to ws-posicao-vazia
           else
              add 1 to ws-qtd-usadas
              if ws-posicao-vazia = 'S'
                 move 'E' to ws-oc-sev
                 move spaces to ws-oc-msg
                 string 'FAIXA '                 delimited by size
                        ws-idx                   delimited by size
                        ' DEPOIS DE POSICAO VAZIA' delimited by size
                   into ws-oc-msg
                 perform 7000-REGISTRA-OCORRENCIA
              end-if
              if faixa-ini(ws-idx) > faixa-fin(ws-idx)
                 move 'E' to ws-oc-sev
                 move spaces to ws-oc-msg
                 string 'FAIXA '                 delimited by size
                        ws-idx                   delimited by size
                        ' COM INICIO '           delimited by size
                        faixa-ini(ws-idx)        delimited by size
                        ' MAIOR QUE O FIM '      delimited by size
                        faixa-fin(ws-idx)        delimited by size
                   into ws-oc-msg
                 perform 7000-REGISTRA-OCORRENCIA
              end-if
              if ws-idx-ant > zero
                 evaluate true
                    when faixa-ini(ws-idx) not > faixa-fin(ws-idx-ant)
                       move 'E' to ws-oc-sev
                       move spaces to ws-oc-msg
                       string 'FAIXA '           delimited by size
                              ws-idx             delimited by size
                              ' SOBREPOE A '     delimited by size
                              ws-idx-ant         delimited by size
                              ' (INI '           delimited by size
                              faixa-ini(ws-idx)  delimited by size
                              ' FIM ANT. '       delimited by size
                              faixa-fin(ws-idx-ant) delimited by size
                              ')'                delimited by size
                         into ws-oc-msg
                       perform 7000-REGISTRA-OCORRENCIA
                    when faixa-ini(ws-idx) > faixa-fin(ws-idx-ant) + 1
                       move 'E' to ws-oc-sev
                       move spaces to ws-oc-msg
                       string 'BURACO ENTRE FAIXAS '
                                                 delimited by size
                              ws-idx-ant         delimited by size
                              ' E '              delimited by size
                              ws-idx             delimited by size
                              ' (FIM '           delimited by size
                              faixa-fin(ws-idx-ant) delimited by size
                              ' INI '            delimited by size
                              faixa-ini(ws-idx)  delimited by size
                              ')'                delimited by size
                         into ws-oc-msg
                       perform 7000-REGISTRA-OCORRENCIA
                 end-evaluate
              end-if
              move ws-idx to ws-idx-ant
           end-if.
      *---------------------------------------------------------------*
      * Condicoes iniciais por tipo de cliente (vista/prazo para      *
      * medicamento e perfumaria, 4 ocorrencias).                     *
      *---------------------------------------------------------------*
       2300-AUDITA-TIPOCLI.
           move 'N' to ws-eof.
           read tipocli next record
              at end move 'S' to ws-eof
           end-read
           perform 2310-AUDITA-UM-TIPOCLI
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2310-AUDITA-UM-TIPOCLI.
           add 1 to ws-lidos-tipocli.
           compute ws-idx-grd = tc-tipocli + 1.
           move 'S' to ws-tipo-existe(ws-idx-grd).

           move 'TIPOCLI'  to ws-ref-origem.
           move spaces     to ws-ref-chave.
           move tc-tipocli to ws-ref-chave.
           perform 2320-AUDITA-CONDICOES-TIPO
              varying ws-idx from 1 by 1
              until ws-idx > 4.

           read tipocli next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       2320-AUDITA-CONDICOES-TIPO.
           move tc-vistam(ws-idx) to ws-cond-ref.
           move 'VISTAM'          to ws-ref-campo.
           perform 2330-CONFERE-REFERENCIA-TC.
           move tc-vistap(ws-idx) to ws-cond-ref.
           move 'VISTAP'          to ws-ref-campo.
           perform 2330-CONFERE-REFERENCIA-TC.
           move tc-prazom(ws-idx) to ws-cond-ref.
           move 'PRAZOM'          to ws-ref-campo.
           perform 2330-CONFERE-REFERENCIA-TC.
           move tc-prazop(ws-idx) to ws-cond-ref.
           move 'PRAZOP'          to ws-ref-campo.
           perform 2330-CONFERE-REFERENCIA-TC.
      *---------------------------------------------------------------*
      * Condicao zero e posicao nao preenchida.                       *
      *---------------------------------------------------------------*
       2330-CONFERE-REFERENCIA-TC.
           if ws-cond-ref > zero
              compute ws-idx-grd = ws-cond-ref + 1
              if ws-grd-existe(ws-idx-grd) = 'S'
                 move 'S' to ws-grd-uso-tc(ws-idx-grd)
              else
                 move ws-ref-origem to ws-oc-arquivo
                 move ws-ref-chave  to ws-oc-chave
                 move 'E'           to ws-oc-sev
                 move spaces        to ws-oc-msg
                 string 'CONDICAO '       delimited by size
                        ws-cond-ref       delimited by size
                        ' ('              delimited by size
                        ws-ref-campo      delimited by space
                        ' '               delimited by size
                        ws-idx            delimited by size
                        ') NAO EXISTE NO CONDGRADE' delimited by size
                   into ws-oc-msg
                 perform 7000-REGISTRA-OCORRENCIA
              end-if
           end-if.
      *---------------------------------------------------------------*
      * Restricao por tipo de cliente para tipo que nao existe.       *
      *---------------------------------------------------------------*
       2400-AUDITA-CONDTPCLI.
           move 'N' to ws-eof.
           read condtpcli next record
              at end move 'S' to ws-eof
           end-read
           perform 2410-AUDITA-UM-CONDTPCLI
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2410-AUDITA-UM-CONDTPCLI.
           add 1 to ws-lidos-condtpcli.
           compute ws-idx-grd = cndtc-tpcli + 1.
           if ws-tipo-existe(ws-idx-grd) not = 'S'
              move 'CONDTPCLI' to ws-oc-arquivo
              move spaces      to ws-oc-chave
              move cndtc-tpcli to ws-oc-chave
              move 'E'         to ws-oc-sev
              move 'TIPO DE CLIENTE NAO EXISTE NO TIPOCLI' to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           end-if

           read condtpcli next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Condicao por projeto OL / fornecedor / cliente.               *
      *---------------------------------------------------------------*
       2500-AUDITA-OLCODCLI.
           move 'N' to ws-eof.
           read olcodcli next record
              at end move 'S' to ws-eof
           end-read
           perform 2510-AUDITA-UM-OLCODCLI
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2510-AUDITA-UM-OLCODCLI.
           add 1 to ws-lidos-olcodcli.
           move 'OLCODCLI'  to ws-oc-arquivo.
           move olcli-chave to ws-oc-chave.

           if olcli-condicao = zero
              move 'E' to ws-oc-sev
              move 'PROJETO/CLIENTE OL SEM CONDICAO' to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           else
              compute ws-idx-grd = olcli-condicao + 1
              if ws-grd-existe(ws-idx-grd) not = 'S'
                 move 'E' to ws-oc-sev
                 move spaces to ws-oc-msg
                 string 'CONDICAO '      delimited by size
                        olcli-condicao   delimited by size
                        ' NAO EXISTE NO CONDGRADE' delimited by size
                   into ws-oc-msg
                 perform 7000-REGISTRA-OCORRENCIA
              else
                 move 'S' to ws-grd-uso-ol(ws-idx-grd)
                 if ws-grd-ol(ws-idx-grd) not = 'S'
                    move 'A' to ws-oc-sev
                    move spaces to ws-oc-msg
                    string 'CONDICAO '      delimited by size
                           olcli-condicao   delimited by size
                           ' NAO E DE OL NA GRADE (GRADE-OL)'
                                            delimited by size
                      into ws-oc-msg
                    perform 7000-REGISTRA-OCORRENCIA
                 end-if
              end-if
           end-if

           read olcodcli next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Zona bloqueada para condicao que nao existe.                  *
      *---------------------------------------------------------------*
       2600-AUDITA-BLQZONA.
           move 'N' to ws-eof.
           read blqzona next record
              at end move 'S' to ws-eof
           end-read
           perform 2610-AUDITA-UM-BLQZONA
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2610-AUDITA-UM-BLQZONA.
           add 1 to ws-lidos-blqzona.
           compute ws-idx-grd = bz-condicao + 1.
           if ws-grd-existe(ws-idx-grd) not = 'S'
              move 'BLQZONA' to ws-oc-arquivo
              move bz-chave  to ws-oc-chave
              move 'E'       to ws-oc-sev
              move 'CONDICAO NAO EXISTE NO CONDGRADE' to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           end-if

           read blqzona next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Caminho inverso - cada condicao da grade contra o que as      *
      * outras tabelas disseram dela.                                 *
      *---------------------------------------------------------------*
       2700-AUDITA-GRADE.
           perform 2710-AUDITA-UMA-GRADE
              varying ws-idx-grd from 1 by 1
              until ws-idx-grd > 1000.
      *---------------------------------------------------------------*
       2710-AUDITA-UMA-GRADE.
           if ws-grd-existe(ws-idx-grd) = 'S'
              move 'CONDGRADE' to ws-oc-arquivo
              move spaces      to ws-oc-chave
              compute ws-cond-ref = ws-idx-grd - 1
              move ws-cond-ref to ws-oc-chave

              if ws-grd-parcela(ws-idx-grd) = 'S'
                 and ws-grd-tem-vdpar(ws-idx-grd) not = 'S'
                 move 'E' to ws-oc-sev
                 move 'GRADE PARCELADA SEM PARCELAS NO CONDVDPAR'
                    to ws-oc-msg
                 perform 7000-REGISTRA-OCORRENCIA
              end-if

              if ws-grd-ol(ws-idx-grd) = 'S'
                 and ws-grd-uso-ol(ws-idx-grd) not = 'S'
                 move 'A' to ws-oc-sev
                 move 'GRADE DE OL SEM USO NO OLCODCLI' to ws-oc-msg
                 perform 7000-REGISTRA-OCORRENCIA
              end-if

              if ws-grd-uso-tc(ws-idx-grd) not = 'S'
                 and ws-grd-uso-ol(ws-idx-grd) not = 'S'
                 move 'A' to ws-oc-sev
                 move 'CONDICAO SEM USO NO TIPOCLI NEM NO OLCODCLI'
                    to ws-oc-msg
                 perform 7000-REGISTRA-OCORRENCIA
              end-if
           end-if.
      *---------------------------------------------------------------*
      * Imprime a ocorrencia e conta por severidade.                  *
      *---------------------------------------------------------------*
       7000-REGISTRA-OCORRENCIA.
           if ws-oc-sev = 'E'
              add 1 to ws-total-erros
           else
              add 1 to ws-total-avisos
           end-if
           move spaces to w-e.
           move ws-oc-arquivo to w-e(1:10).
           move ws-oc-chave   to w-e(12:12).
           move ws-oc-sev     to w-e(25:1).
           move ws-oc-msg     to w-e(27:52).
           write txt-reg from w-e.
      *---------------------------------------------------------------*
       5000-IMPRIME-RESUMO.
           move spaces to w-e.
           write txt-reg from w-e.
           move '-----------------------------------------------------'
              to w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CONDGRADE LIDOS.................: ' delimited by size
                  ws-lidos-grade                       delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CONDVDPAR LIDOS.................: ' delimited by size
                  ws-lidos-vdpar                       delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CONDFAIXA LIDOS.................: ' delimited by size
                  ws-lidos-faixa                       delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'TIPOCLI LIDOS...................: ' delimited by size
                  ws-lidos-tipocli                     delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CONDTPCLI LIDOS.................: ' delimited by size
                  ws-lidos-condtpcli                   delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'OLCODCLI LIDOS..................: ' delimited by size
                  ws-lidos-olcodcli                    delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'BLQZONA LIDOS...................: ' delimited by size
                  ws-lidos-blqzona                     delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'ERROS (E).......................: ' delimited by size
                  ws-total-erros                       delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'AVISOS (A)......................: ' delimited by size
                  ws-total-avisos                      delimited by size
             into w-e.
           write txt-reg from w-e.
      *--> RETURN-CODE diferente de zero segura a exportacao da tabela
      *    para as filiais.
           move spaces to w-e.
           if ws-total-erros > zero
              move 'RESULTADO.......................: REPROVADA' to w-e
              move 8 to return-code
           else
              move 'RESULTADO.......................: APROVADA' to w-e
              move zero to return-code
           end-if
           write txt-reg from w-e.
      *---------------------------------------------------------------*
       6000-FINALIZA.
           close condgrade condvdpar condfaixa tipocli
                 condtpcli olcodcli blqzona txt.
      *---------------------------------------------------------------*
