      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CNFMATRP.
      *---------------------------------------------------------------*
      * Objetivo ...: Matriz das regras de conferencia do espelho     *
      *               (tarja preta = conferencia obrigatoria), que    *
      *               estao espalhadas em oito arquivos: CONFCLIE,    *
      *               CONFCLIRED, CONFROTA, CONFPROD, CONFENDE,       *
      *               CONFENDS, CONFINTELI e CONFZERO, mais os        *
      *               parametros gerais do SCSCONFG. Dois modos:      *
      *               A - auditoria: regra orfa (rota fora do         *
      *                   cadastro de rotas ou bloqueada, cliente     *
      *                   fora do PFC3 ou bloqueado, rede sem cliente *
      *                   ativo, produto fora do PRODCLAS, estacao/   *
      *                   setor sem endereco no CHENDLIN) e           *
      *                   contradicao (CONFZERO reduzindo a           *
      *                   conferencia de cliente, rede, rota ou       *
      *                   prioridade que esta num arquivo de          *
      *                   conferencia obrigatoria);                   *
      *               S - simulacao: para cliente + rota + produto +  *
      *                   estacao mostra cada regra que dispara, quem *
      *                   incluiu, e a decisao final do espelho.      *
      * Parametro ..: via linha de comando:                           *
      *               A [FILIAL]                                      *
      *               S CLIENTE ROTA PRODUTO ESTACAO [SETOR] [FILIAL] *
      *               Filial omitida assume a do cliente no PFC3 (ou  *
      *               01); rota zero assume C3ROTA; sem setor, o      *
      *               CONFENDS fica condicional ao setor do item.     *
      * Observacao .: Precedencia da decisao: regra obrigatoria       *
      *               (CONFCLIE, CONFCLIRED, CONFROTA, CONFPROD,      *
      *               CONFENDS com setor) da tarja preta e o CONFZERO *
      *               nao derruba; sem obrigatoria, CONFENDE (perc.), *
      *               CONFINTELI ativa, CONFENDS sem setor e o limite *
      *               do SCSCONFG sao condicionais ao conteudo do     *
      *               espelho; sem nenhuma, vale o CONFZERO mais      *
      *               especifico (cliente, rede, rota, prioridade).   *
      *               Cliente ativo = no PFC3 com C3BLOQUEIO em       *
      *               branco; rede ativa = ao menos um cliente ativo  *
      *               com o C3REDE-NOVO; rota ativa = algum turno com *
      *               ROT-BLOQUEADO diferente de 'S'. CONFZERO por    *
      *               usuario depende do conferente e so e contado.   *
      * Data .......: 15/10/2026                          Otavio      *
      *---------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           select confclie   assign         '/d/dados/confclie'
                  organization              is indexed
                  access mode               is dynamic
                  record key                is ccl1-chave
                  file status               is ws-status.

           select confclired assign         '/d/dados/confclired'
                  organization              is indexed
                  access mode               is dynamic
                  record key                is ccl-chave
                  file status               is ws-status2.

           select confrota   assign         '/d/dados/confrota'
                  organization              is indexed
                  access mode               is dynamic
                  record key                is crt-chave
                  file status               is ws-status3.

           select confprod   assign         '/d/dados/confprod'
                  organization              is indexed
                  access mode               is dynamic
                  record key                is ccp-chave
                  file status               is ws-status4.

           select confende   assign         '/d/dados/confende'
                  organization              is indexed
                  access mode               is dynamic
                  record key                is cee-chave
                  file status               is ws-status5.

           select confends   assign         '/d/dados/confends'
                  organization              is indexed
                  access mode               is dynamic
                  record key                is ces-chave
                  file status               is ws-status6.

           select confinteli assign         '/d/dados/confinteli'
                  organization              is indexed
                  access mode               is dynamic
                  record key                is cci-chave
                  file status               is ws-status7.

           select confzero    assign        '/d/dados/confZero'
                  organization              is indexed
                  access mode               is dynamic
                  record key                is czr-chave
                  file status               is ws-status8.

           select scsconfg    assign        '/d/dados/scsconfg'
                  organization              is indexed
                  access mode               is dynamic
                  record key                is scsg-chave
                  file status               is ws-status9.

           select rota assign      '/d/dados/rotas'
                  organization     is indexed
                  access mode      is dynamic
                  record key       is rot-chave
                  file status      is ws-status10.

           select pfc3 assign   '/d/dados/pfc3'
                  organization  is indexed
                  access mode   is dynamic
                  record key    is c3codigo
                  file status   is ws-status11.

           select prodclas assign      '/d/dados/prodclas'
                  organization         is indexed
                  access mode          is dynamic
                  record key           is pc-chave
                  file status          is ws-status12.

           select chendlin    assign        '/d/dados/chendlin'
                  organization              is indexed
                  access mode               is dynamic
                  record key                is celn-endlinha
                  alternate record key      is celn-codproduto
                                               with duplicates
                  file status               is ws-status13.

           select txt assign to "cnfmatrp-rl"
                  organization is line sequential
                  file status is ws-status14.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * Arquivo : Cliente com conferencia obrigatoria (tarja preta)    *
      *----------------------------------------------------------------*
       FD CONFCLIE.
       01 ccl-REG.
          03 ccl1-CHAVE.
             05 ccl-FILIAL           PIC 9(02).
             05 ccl-cliente          pic 9(06).

          03 ccl-Conf-lote           pic x(01).

          03 ccl-LOG.
             05 ccl-INCLUSAO.
                07 ccl-DATA-INC      PIC 9(08).
                07 ccl-HORA-INC      PIC 9(06).
                07 ccl-USR-INC       PIC X(08).
             05 ccl-ALTERACAO.
                07 ccl-DATA-ALT      PIC 9(08).
                07 ccl-HORA-ALT      PIC 9(06).
                07 ccl-USR-ALT       PIC X(08).
          03 ccl-FILLER.
             05 ccl-FILLER1          PIC 9(18).
      *----------------------------------------------------------------*
      * Arquivo : Rede (R) ou cliente (C) com conferencia obrigatoria  *
      *----------------------------------------------------------------*
       FD CONFCLIRED.
       01 ccl-reg.
          03 ccl-chave.
             05 ccl-filial           PIC 9(02).
             05 ccl-tipo             pic x(01).
             05 ccl-cliente          pic 9(06).
             05 filler redefines ccl-cliente.
                07 ccl-rede-fixo     pic 9(01).
                07 ccl-codred        pic 9(05).

          03 ccl-Conf-lote           pic x(01).

          03 ccl-LOG.
             05 ccl-INCLUSAO.
                07 ccl-DATA-INC      PIC 9(08).
                07 ccl-HORA-INC      PIC 9(06).
                07 ccl-USR-INC       PIC X(08).
             05 ccl-ALTERACAO.
                07 ccl-DATA-ALT      PIC 9(08).
                07 ccl-HORA-ALT      PIC 9(06).
                07 ccl-USR-ALT       PIC X(08).
          03 ccl-FILLER.
             05 ccl-FILLER1          PIC 9(18).
      *----------------------------------------------------------------*
      * Arquivo : Rota com conferencia obrigatoria                     *
      *----------------------------------------------------------------*
       FD CONFROTA.
       01 crt-REG.
          03 crt-CHAVE.
             05 crt-FILIAL           PIC 9(02).
             05 crt-rota             pic 9(04).

          03 crt-Conf-lote           pic x(01).

          03 crt-LOG.
             05 crt-INCLUSAO.
                07 crt-DATA-INC      PIC 9(08).
                07 crt-HORA-INC      PIC 9(06).
                07 crt-USR-INC       PIC X(08).
             05 crt-ALTERACAO.
                07 crt-DATA-ALT      PIC 9(08).
                07 crt-HORA-ALT      PIC 9(06).
                07 crt-USR-ALT       PIC X(08).
          03 crt-FILLER.
             05 crt-FILLER1          PIC 9(18).
      *----------------------------------------------------------------*
      * Arquivo : Produto com conferencia obrigatoria                  *
      *----------------------------------------------------------------*
       FD CONFPROD.
       01 ccp-REG.
          03 ccp-CHAVE.
             05 ccp-FILIAL           PIC 9(02).
             05 ccp-produto          pic 9(06).

          03 ccp-Conf-lote           pic x(01).

          03 ccp-LOG.
             05 ccp-INCLUSAO.
                07 ccp-DATA-INC      PIC 9(08).
                07 ccp-HORA-INC      PIC 9(06).
                07 ccp-USR-INC       PIC X(08).
             05 ccp-ALTERACAO.
                07 ccp-DATA-ALT      PIC 9(08).
                07 ccp-HORA-ALT      PIC 9(06).
                07 ccp-USR-ALT       PIC X(08).
          03 ccp-FILLER.
             05 ccp-FILLER1          PIC 9(18).
      *----------------------------------------------------------------*
      * Arquivo : Estacao - tarja preta se o espelho passar do         *
      *           percentual da estacao                                *
      *----------------------------------------------------------------*
       FD CONFENDE.
       01 cee-REG.
          03 cee-CHAVE.
             05 cee-FILIAL           PIC 9(02).
             05 cee-endereco.
                07 cee-estacao       pic 9(02).

          03 cee-conf-lote           pic x(01).
          03 cee-perc-conf           pic 9(02)v99.

          03 cee-LOG.
             05 cee-INCLUSAO.
                07 cee-DATA-INC      PIC 9(08).
                07 cee-HORA-INC      PIC 9(06).
                07 cee-USR-INC       PIC X(08).
             05 cee-ALTERACAO.
                07 cee-DATA-ALT      PIC 9(08).
                07 cee-HORA-ALT      PIC 9(06).
                07 cee-USR-ALT       PIC X(08).
          03 cee-FILLER.
             05 cee-FILLER1          PIC 9(18).
      *----------------------------------------------------------------*
      * Arquivo : Estacao/setor com conferencia obrigatoria            *
      *----------------------------------------------------------------*
       FD CONFENDS.
       01 ces-REG.
          03 ces-CHAVE.
             05 ces-FILIAL           PIC 9(02).
             05 ces-endereco.
                07 ces-estacao       pic 9(02).
                07 ces-setor         pic 9(03).

          03 ces-conf-lote           pic x(01).

          03 ces-LOG.
             05 ces-INCLUSAO.
                07 ces-DATA-INC      PIC 9(08).
                07 ces-HORA-INC      PIC 9(06).
                07 ces-USR-INC       PIC X(08).
             05 ces-ALTERACAO.
                07 ces-DATA-ALT      PIC 9(08).
                07 ces-HORA-ALT      PIC 9(06).
                07 ces-USR-ALT       PIC X(08).
          03 ces-FILLER.
             05 ces-FILLER1          PIC 9(18).
      *----------------------------------------------------------------*
      * Arquivo : Parametros da conferencia inteligente por estacao    *
      *----------------------------------------------------------------*
       FD CONFINTELI.
       01 cci-reg.
          03 cci-chave.
             05 cci-estacao          PIC 9(02).

          03 cci-perm-conf-er        pic x(01).
          03 cci-percent             pic 9(03)v99.
          03 cci-num-acesso          pic 9(03).
          03 cci-num-unid            pic 9(04).
          03 cci-ativo               pic x(01).

          03 cci-log.
             05 cci-inclusao.
                07 cci-data-inc      PIC 9(08).
                07 cci-hora-inc      PIC 9(06).
                07 cci-usr-inc       PIC X(08).
             05 cci-alteracao.
                07 cci-data-alt      PIC 9(08).
                07 cci-hora-alt      PIC 9(06).
                07 cci-usr-alt       PIC X(08).
          03 cci-filler.
             05 cci-filler1          PIC 9(18).
      *----------------------------------------------------------------*
      * Arquivo : Conferencia zero - reducao da conferencia por rota,  *
      *           cliente, usuario, rede ou prioridade                 *
      *----------------------------------------------------------------*
       FD CONFZERO.
       01 czr-reg.
          03 czr-chave.
             05 czr-tpCampo           pic x(01).
             05 czr-campo             pic x(10).
             05 filler redefines czr-campo.
                07 czr-rotaZeros      pic 9(07).
                07 czr-rota           pic 9(03).
             05 filler redefines czr-campo.
                07 czr-clienteZero    pic 9(04).
                07 czr-cliente        pic 9(06).
             05 filler redefines czr-campo.
                07 czr-usuario        pic x(10).
             05 filler redefines czr-campo.
                07 czr-redeZero       pic 9(05).
                07 czr-rede           pic 9(05).
             05 filler redefines czr-campo.
                07 czr-prioridadeZero pic 9(08).
                07 czr-prioridade     pic 9(02).
          03 czr-qtdeEspAconf         pic 9(04).
          03 czr-logInclusao.
             05 czr-AnoInc            pic 9(04).
             05 czr-MesInc            pic 9(02).
             05 czr-lgcz-sequenciaInc pic 9(06).
          03 czr-logAlteracao.
             05 czr-AnoAlt            pic 9(04).
             05 czr-MesAlt            pic 9(02).
             05 czr-lgcz-sequenciaAlt pic 9(06).
      *----------------------------------------------------------------*
      * Arquivo : Parametros gerais da separacao/conferencia           *
      *----------------------------------------------------------------*
       FD SCSCONFG.
       01 scsg-REG.
          03 scsg-CHAVE.
             05 scsg-FILIAL          PIC 9(02).
             05 scsg-CODIGO          PIC 9(06).

          03 scsg-acerta-fifo        pic x(01).
          03 scsg-bloq-sep-conf      pic x(01).
          03 scsg-acerta-falta-nf    pic x(01).

          03 scsg-estouro-coletor    pic 9(03).
          03 scsg-tarja-pr-espelho   pic 9(03).

          03 scsg-qtde-lote-nf       pic 9(02).
          03 scsg-corrige-lote       pic x(01).

          03 scsg-FILLER.
             05 scsg-FILLER1         PIC 9(09).
             05 scsg-FILLER2         PIC 9(18).

          03 scsg-LOG.
             05 scsg-INCLUSAO.
                07 scsg-DATA-INC     PIC 9(08).
                07 scsg-HORA-INC     PIC 9(06).
                07 scsg-USR-INC      PIC X(10).
             05 scsg-ALTERACAO.
                07 scsg-DATA-ALT     PIC 9(08).
                07 scsg-HORA-ALT     PIC 9(06).
                07 scsg-USR-ALT      PIC X(10).
      *----------------------------------------------------------------*
      * Arquivo : Cadastro de Rotas (rota.cpy) - so os campos usados   *
      *----------------------------------------------------------------*
       FD ROTA.
       01 ROT-REGISTRO.
          03 ROT-CHAVE.
             05 ROT-ROTA          PIC 9(03).
             05 ROT-TURNO         PIC 9(01).
          03 ROT-RECONF           PIC X(01).
          03 ROT-TAMPCUB          PIC X(01).
          03 ROT-BLOQUEADO        PIC X(01).
          03 ROT-VIAGEM           PIC X(01).
          03 ROT-DESCRICAO        PIC X(32).
          03 ROT-DADOS            PIC X(64).
          03 ROT-DADOSROTA REDEFINES ROT-DADOS.
             05 ROT-PRIORIDADE    PIC 9(02).
             05 ROT-FILLER1       PIC X(62).
      *----------------------------------------------------------------*
      * Arquivo : Cadastro de Clientes (pfc3) - so os campos usados    *
      *           na matriz de conferencia.                            *
      *----------------------------------------------------------------*
       FD PFC3.
       01 C3REGISTRO.
          02 C3CODIGO.
             03 C3CODNUM            PIC 9(006).
          02 C3RAZAO                PIC X(032).
          02 FILLER                 PIC X(135).
          02 C3RECONFERE            PIC X(001).
          02 FILLER                 PIC X(079).
          02 C3BLOQUEIO             PIC X(004).
          02 FILLER                 PIC X(103).
          02 C3FILIAL               PIC 9(002).
          02 FILLER                 PIC X(044).
          02 C3REDE-NOVO            PIC 9(005).
          02 FILLER                 PIC X(050).
          02 C3ROTA                 PIC 9(003).
          02 FILLER                 PIC X(005).
      *----------------------------------------------------------------*
      * Arquivo : Cadastro de Classificacao de Produtos                *
      *----------------------------------------------------------------*
       FD PRODCLAS.
       01 PC-REGISTRO.
          02 PC-CHAVE.
             03 PC-PRODUTO        PIC 9(006).
             03 PC-EST-ORIGEM     PIC X(002).
             03 PC-EST-DESTINO    PIC X(002).
          02 PC-ICM-INT           PIC 9(002)V99.
          02 PC-COD-SUBST         PIC 9(002).
          02 PC-DIVISAO           PIC 9(001).
          02 PC-CLASSIF           PIC X(001).
          02 PC-ALTERA            PIC 9(001).
          02 PC-BLOQUEIO          PIC 9(001).
          02 PC-PRECOVENDA        PIC 9(011)V99.
          02 PC-PRECOMAXIMO       PIC 9(005)V99.
      *----------------------------------------------------------------*
      * Arquivo : Endereco de linha x produto (chendlin)               *
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
       77 w-e                 pic x(80) value spaces.
       77 ws-eof              pic x(01) value 'N'.
       77 ws-eof2             pic x(01) value 'N'.
       77 ws-hoje             pic 9(08) value zero.
       77 ws-confinteli-aberto pic x(01) value 'N'.
       77 ws-confzero-aberto  pic x(01) value 'N'.
      *---------------------------------------------------------------*
      * Parametros da linha de comando.                               *
      *---------------------------------------------------------------*
       77 ws-param-linha       pic x(60) value spaces.
       77 ws-param-modo        pic x(01) value spaces.
       01 WS-TAB-PARAM.
          05 WS-PARAM-ARG      PIC X(08) OCCURS 6.
       01 WS-TAB-PARAM-TAM.
          05 WS-PARAM-TAM      PIC 9(02) OCCURS 6.
       77 ws-parametro-ok      pic x(01) value 'S'.
       77 ws-idx-arg           pic 9(01) value zero.
       77 ws-arg-max           pic 9(02) value zero.
       77 ws-arg-numero        pic 9(08) value zero.
       77 ws-arg-ok            pic x(01) value 'S'.
       77 ws-filial            pic 9(02) value zero.
       77 ws-sim-cliente       pic 9(06) value zero.
       77 ws-sim-rota          pic 9(03) value zero.
       77 ws-sim-produto       pic 9(06) value zero.
       77 ws-sim-estacao       pic 9(02) value zero.
       77 ws-sim-setor         pic 9(03) value zero.
      *---------------------------------------------------------------*
      * Rotas do cadastro, posicao = rota + 1. Ativa = algum turno    *
      * nao bloqueado; prioridade e reconferencia vem do turno zero.  *
      *---------------------------------------------------------------*
       01 WS-TAB-ROTA.
          05 WS-RT OCCURS 1000 TIMES.
             07 WS-RT-EXISTE       PIC X(01).
             07 WS-RT-ATIVA        PIC X(01).
             07 WS-RT-RECONF       PIC X(01).
             07 WS-RT-PRIOR        PIC 9(02).
       77 ws-idx-rota          pic 9(04) value zero.
      *---------------------------------------------------------------*
      * Redes do PFC3 (C3REDE-NOVO), posicao = rede. A = tem cliente  *
      * ativo, I = so clientes bloqueados, branco = nenhum cliente.   *
      *---------------------------------------------------------------*
       01 WS-TAB-REDE.
          05 WS-REDE-SIT OCCURS 99999 TIMES PIC X(01).
       77 ws-idx-rede          pic 9(05) value zero.
      *---------------------------------------------------------------*
      * Retorno das consultas (7100 a 7580).                          *
      *---------------------------------------------------------------*
       77 ws-cli-codigo        pic 9(06) value zero.
       77 ws-cli-achou         pic x(01) value 'N'.
       77 ws-cli-ativo         pic x(01) value 'N'.
       77 ws-cli-filial        pic 9(02) value zero.
       77 ws-cli-rede          pic 9(05) value zero.
       77 ws-cli-rota          pic 9(03) value zero.
       77 ws-cli-bloqueio      pic x(04) value spaces.
       77 ws-cli-reconfere     pic x(01) value space.
       77 ws-cli-razao         pic x(32) value spaces.
       77 ws-rota-ref          pic 9(04) value zero.
       77 ws-rota-existe       pic x(01) value 'N'.
       77 ws-rota-ativa        pic x(01) value 'N'.
       77 ws-rota-prior        pic 9(02) value zero.
       77 ws-rota-reconf       pic x(01) value space.
       77 ws-prod-ref          pic 9(06) value zero.
       77 ws-prod-existe       pic x(01) value 'N'.
       77 ws-est-ref           pic 9(02) value zero.
       77 ws-set-ref           pic 9(03) value zero.
       77 ws-est-existe        pic x(01) value 'N'.
       77 ws-busca-filial      pic 9(02) value zero.
       77 ws-busca-codigo      pic 9(06) value zero.
       77 ws-busca-tipo        pic x(01) value space.
       77 ws-busca-rede        pic 9(05) value zero.
       77 ws-czr-valor         pic 9(10) value zero.
       77 ws-regra-achou       pic x(01) value 'N'.
       77 ws-regra-data        pic 9(08) value zero.
       77 ws-regra-usr         pic x(10) value spaces.
       77 ws-regra-qtde        pic 9(04) value zero.
      *---------------------------------------------------------------*
      * Ocorrencia da auditoria (entrada de 7000-REGISTRA-OCORRENCIA).*
      * Tipo O = regra orfa, C = contradicao, A = aviso.              *
      *---------------------------------------------------------------*
       77 ws-oc-arquivo        pic x(10) value spaces.
       77 ws-oc-chave          pic x(12) value spaces.
       77 ws-oc-tipo           pic x(01) value space.
       77 ws-oc-msg            pic x(52) value spaces.
      *---------------------------------------------------------------*
      * Linha de regra da simulacao (entrada de 7600-IMPRIME-REGRA).  *
      *---------------------------------------------------------------*
       77 ws-rg-arquivo        pic x(10) value spaces.
       77 ws-rg-chave          pic x(14) value spaces.
       77 ws-rg-result         pic x(08) value spaces.
       77 ws-rg-efeito         pic x(45) value spaces.
      *---------------------------------------------------------------*
       77 ws-qtd-obrig         pic 9(02) value zero.
       77 ws-qtd-condic        pic 9(02) value zero.
       77 ws-qtd-reduz         pic 9(02) value zero.
       77 ws-reduz-origem      pic x(10) value spaces.
       77 ws-reduz-qtde        pic 9(04) value zero.
       77 ws-qtd-setores       pic 9(03) value zero.
       77 ws-qtd-rotas-prior   pic 9(04) value zero.
       77 ws-perc-edit         pic zz9,99.
      *---------------------------------------------------------------*
       77 ws-lidos-confclie    pic 9(06) value zero.
       77 ws-lidos-confclired  pic 9(06) value zero.
       77 ws-lidos-confrota    pic 9(06) value zero.
       77 ws-lidos-confprod    pic 9(06) value zero.
       77 ws-lidos-confende    pic 9(06) value zero.
       77 ws-lidos-confends    pic 9(06) value zero.
       77 ws-lidos-confinteli  pic 9(06) value zero.
       77 ws-lidos-confzero    pic 9(06) value zero.
       77 ws-lidos-czr-usuario pic 9(06) value zero.
       77 ws-lidos-pfc3        pic 9(07) value zero.
       77 ws-total-orfas       pic 9(06) value zero.
       77 ws-total-contrad     pic 9(06) value zero.
       77 ws-total-avisos      pic 9(06) value zero.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAINLINE.
           perform 1000-INICIALIZA.
           if ws-parametro-ok = 'S'
              perform 2000-CARREGA-ROTAS
              if ws-param-modo = 'A'
                 perform 2100-CARREGA-REDES
                 perform 2200-IMPRIME-PARAMETROS
                 perform 3000-AUDITA-CONFCLIE
                 perform 3100-AUDITA-CONFCLIRED
                 perform 3200-AUDITA-CONFROTA
                 perform 3300-AUDITA-CONFPROD
                 perform 3400-AUDITA-CONFENDE
                 perform 3500-AUDITA-CONFENDS
                 perform 3600-AUDITA-CONFINTELI
                 perform 3700-AUDITA-CONFZERO
                 perform 5000-IMPRIME-RESUMO
              else
                 perform 4000-SIMULA-ESPELHO
              end-if
           end-if
           perform 6000-FINALIZA.
           stop run.
      *---------------------------------------------------------------*
       1000-INICIALIZA.
           accept ws-hoje from date yyyymmdd.
           move spaces to ws-tab-rota.
           move spaces to ws-tab-rede.
           move spaces to ws-tab-param.
           move zero   to ws-tab-param-tam.

           accept ws-param-linha from command-line.
           unstring ws-param-linha delimited by all space
              into ws-param-modo
                   ws-param-arg(1) count in ws-param-tam(1)
                   ws-param-arg(2) count in ws-param-tam(2)
                   ws-param-arg(3) count in ws-param-tam(3)
                   ws-param-arg(4) count in ws-param-tam(4)
                   ws-param-arg(5) count in ws-param-tam(5)
                   ws-param-arg(6) count in ws-param-tam(6)
           end-unstring

           open output txt.
           move '====================================================='
              to w-e.
           write txt-reg from w-e.
           move 'CNFMATRP - MATRIZ DAS REGRAS DE CONFERENCIA DO ESPELHO'
              to w-e.
           write txt-reg from w-e.
           move '====================================================='
              to w-e.
           write txt-reg from w-e.

           perform 1100-VALIDA-PARAMETRO.
           if ws-parametro-ok = 'N'
              move 'PARAMETRO: A [FILIAL] /' to w-e
              write txt-reg from w-e
              move '           S CLIENTE ROTA PRODUTO ESTACAO' to w-e
              move ' [SETOR] [FILIAL]' to w-e(42:17)
              write txt-reg from w-e
              move 8 to return-code
           else
              open input confclie confclired confrota confprod
                         confende confends scsconfg rota pfc3
                         prodclas chendlin
      *--> CONFINTELI e CONFZERO sao mais novos e podem nao ter sido
      *    criados ainda na filial.
              open input confinteli
              if ws-status7 = '00'
                 move 'S' to ws-confinteli-aberto
              end-if
              open input confzero
              if ws-status8 = '00'
                 move 'S' to ws-confzero-aberto
              end-if
              move spaces to w-e
              string 'DATA DE REFERENCIA..: ' delimited by size
                     ws-hoje                  delimited by size
                into w-e
              write txt-reg from w-e
           end-if.
      *---------------------------------------------------------------*
       1100-VALIDA-PARAMETRO.
           evaluate ws-param-modo
              when 'A'
                 if ws-param-tam(1) > zero
                    move 1 to ws-idx-arg
                    move 2 to ws-arg-max
                    perform 1150-CONVERTE-ARGUMENTO
                    move ws-arg-numero to ws-filial
                 end-if
                 if ws-filial = zero
                    move 1 to ws-filial
                 end-if
              when 'S'
                 if ws-param-tam(4) = zero
                    move 'N' to ws-parametro-ok
                 else
                    move 1 to ws-idx-arg
                    move 6 to ws-arg-max
                    perform 1150-CONVERTE-ARGUMENTO
                    move ws-arg-numero to ws-sim-cliente
                    move 2 to ws-idx-arg
                    move 3 to ws-arg-max
                    perform 1150-CONVERTE-ARGUMENTO
                    move ws-arg-numero to ws-sim-rota
                    move 3 to ws-idx-arg
                    move 6 to ws-arg-max
                    perform 1150-CONVERTE-ARGUMENTO
                    move ws-arg-numero to ws-sim-produto
                    move 4 to ws-idx-arg
                    move 2 to ws-arg-max
                    perform 1150-CONVERTE-ARGUMENTO
                    move ws-arg-numero to ws-sim-estacao
                    if ws-param-tam(5) > zero
                       move 5 to ws-idx-arg
                       move 3 to ws-arg-max
                       perform 1150-CONVERTE-ARGUMENTO
                       move ws-arg-numero to ws-sim-setor
                    end-if
                    if ws-param-tam(6) > zero
                       move 6 to ws-idx-arg
                       move 2 to ws-arg-max
                       perform 1150-CONVERTE-ARGUMENTO
                       move ws-arg-numero to ws-filial
                    end-if
                    if ws-sim-cliente = zero
                       move 'N' to ws-parametro-ok
                    end-if
                 end-if
              when other
                 move 'N' to ws-parametro-ok
           end-evaluate.
      *---------------------------------------------------------------*
      * Argumento ws-idx-arg numerico com ate ws-arg-max digitos.     *
      *---------------------------------------------------------------*
       1150-CONVERTE-ARGUMENTO.
           move zero to ws-arg-numero.
           if ws-param-tam(ws-idx-arg) = zero
              or ws-param-tam(ws-idx-arg) > ws-arg-max
              move 'N' to ws-parametro-ok
           else
              if ws-param-arg(ws-idx-arg)(1:ws-param-tam(ws-idx-arg))
                 not numeric
                 move 'N' to ws-parametro-ok
              else
                 move ws-param-arg(ws-idx-arg)
                      (1:ws-param-tam(ws-idx-arg)) to ws-arg-numero
              end-if
           end-if.
      *---------------------------------------------------------------*
      * Cadastro de rotas inteiro para a tabela (todos os turnos).    *
      *---------------------------------------------------------------*
       2000-CARREGA-ROTAS.
           move 'N' to ws-eof.
           read rota next record
              at end move 'S' to ws-eof
           end-read
           perform 2010-CARREGA-UMA-ROTA
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2010-CARREGA-UMA-ROTA.
           compute ws-idx-rota = rot-rota + 1.
           move 'S' to ws-rt-existe(ws-idx-rota).
           if rot-bloqueado not = 'S'
              move 'S' to ws-rt-ativa(ws-idx-rota)
           end-if
           if rot-turno = zero
              move rot-reconf to ws-rt-reconf(ws-idx-rota)
              if rot-prioridade numeric
                 move rot-prioridade to ws-rt-prior(ws-idx-rota)
              else
                 move zero to ws-rt-prior(ws-idx-rota)
              end-if
           end-if

           read rota next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Redes pelo C3REDE-NOVO dos clientes - nao ha cadastro proprio *
      * de rede, ela vive enquanto tiver cliente ativo.               *
      *---------------------------------------------------------------*
       2100-CARREGA-REDES.
           move 'N' to ws-eof.
           read pfc3 next record
              at end move 'S' to ws-eof
           end-read
           perform 2110-CARREGA-UM-CLIENTE
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2110-CARREGA-UM-CLIENTE.
           add 1 to ws-lidos-pfc3.
           if c3rede-novo numeric and c3rede-novo > zero
              move c3rede-novo to ws-idx-rede
              if c3bloqueio = spaces
                 move 'A' to ws-rede-sit(ws-idx-rede)
              else
                 if ws-rede-sit(ws-idx-rede) = space
                    move 'I' to ws-rede-sit(ws-idx-rede)
                 end-if
              end-if
           end-if

           read pfc3 next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Parametros gerais do SCSCONFG que tambem pesam na tarja.      *
      *---------------------------------------------------------------*
       2200-IMPRIME-PARAMETROS.
           move spaces to w-e.
           string 'FILIAL DOS CRUZAMENTOS DO CONFZERO: '
                                                 delimited by size
                  ws-filial                      delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           write txt-reg from w-e.
           move 'PARAMETROS DO SCSCONFG' to w-e.
           write txt-reg from w-e.
           move 'FL CODIGO TARJA-PRETA-ESPELHO ESTOURO-COLETOR' to w-e.
           write txt-reg from w-e.

           move 'N' to ws-eof.
           read scsconfg next record
              at end move 'S' to ws-eof
           end-read
           perform 2210-IMPRIME-UM-PARAMETRO
              until ws-eof = 'S'.

           move spaces to w-e.
           write txt-reg from w-e.
           move 'ARQUIVO    CHAVE        T MENSAGEM' to w-e.
           write txt-reg from w-e.
           move '-----------------------------------------------------'
              to w-e.
           move '--------------------------' to w-e(54:26).
           write txt-reg from w-e.
      *---------------------------------------------------------------*
       2210-IMPRIME-UM-PARAMETRO.
           move spaces to w-e.
           move scsg-filial           to w-e(1:2).
           move scsg-codigo           to w-e(4:6).
           move scsg-tarja-pr-espelho to w-e(11:3).
           move scsg-estouro-coletor  to w-e(31:3).
           write txt-reg from w-e.

           read scsconfg next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Cliente com tarja preta - cliente tem que existir e estar     *
      * ativo no PFC3.                                                *
      *---------------------------------------------------------------*
       3000-AUDITA-CONFCLIE.
           move 'N' to ws-eof.
           read confclie next record
              at end move 'S' to ws-eof
           end-read
           perform 3010-AUDITA-UM-CONFCLIE
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       3010-AUDITA-UM-CONFCLIE.
           add 1 to ws-lidos-confclie.
           move 'CONFCLIE' to ws-oc-arquivo.
           move spaces     to ws-oc-chave.
           string ccl-filial of ccl1-chave  delimited by size
                  '/'                       delimited by size
                  ccl-cliente of ccl1-chave delimited by size
             into ws-oc-chave.

           move ccl-cliente of ccl1-chave to ws-cli-codigo.
           perform 3900-CRITICA-CLIENTE.

           read confclie next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Rede (R) ou cliente (C) com tarja preta.                      *
      *---------------------------------------------------------------*
       3100-AUDITA-CONFCLIRED.
           move 'N' to ws-eof.
           read confclired next record
              at end move 'S' to ws-eof
           end-read
           perform 3110-AUDITA-UM-CONFCLIRED
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       3110-AUDITA-UM-CONFCLIRED.
           add 1 to ws-lidos-confclired.
           move 'CONFCLIRED' to ws-oc-arquivo.
           move spaces       to ws-oc-chave.
           string ccl-filial of ccl-chave  delimited by size
                  '/'                      delimited by size
                  ccl-tipo                 delimited by size
                  '/'                      delimited by size
                  ccl-cliente of ccl-chave delimited by size
             into ws-oc-chave.

           evaluate ccl-tipo
              when 'C'
                 move ccl-cliente of ccl-chave to ws-cli-codigo
                 perform 3900-CRITICA-CLIENTE
                 move ccl-filial of ccl-chave  to ws-busca-filial
                 move ccl-cliente of ccl-chave to ws-busca-codigo
                 perform 7500-LE-CONFCLIE
                 if ws-regra-achou = 'S'
                    move 'A' to ws-oc-tipo
                    move 'CLIENTE TAMBEM NO CONFCLIE - REGRA REPETIDA'
                       to ws-oc-msg
                    perform 7000-REGISTRA-OCORRENCIA
                 end-if
              when 'R'
                 move ccl-codred to ws-busca-rede
                 perform 3950-CRITICA-REDE
              when other
                 move 'A' to ws-oc-tipo
                 move 'TIPO DIFERENTE DE R (REDE) E C (CLIENTE)'
                    to ws-oc-msg
                 perform 7000-REGISTRA-OCORRENCIA
           end-evaluate

           read confclired next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Rota com tarja preta - tem que existir no cadastro de rotas.  *
      *---------------------------------------------------------------*
       3200-AUDITA-CONFROTA.
           move 'N' to ws-eof.
           read confrota next record
              at end move 'S' to ws-eof
           end-read
           perform 3210-AUDITA-UM-CONFROTA
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       3210-AUDITA-UM-CONFROTA.
           add 1 to ws-lidos-confrota.
           move 'CONFROTA' to ws-oc-arquivo.
           move spaces     to ws-oc-chave.
           string crt-filial delimited by size
                  '/'        delimited by size
                  crt-rota   delimited by size
             into ws-oc-chave.

           move crt-rota to ws-rota-ref.
           perform 3960-CRITICA-ROTA.

           read confrota next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Produto com tarja preta - tem que existir no PRODCLAS.        *
      *---------------------------------------------------------------*
       3300-AUDITA-CONFPROD.
           move 'N' to ws-eof.
           read confprod next record
              at end move 'S' to ws-eof
           end-read
           perform 3310-AUDITA-UM-CONFPROD
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       3310-AUDITA-UM-CONFPROD.
           add 1 to ws-lidos-confprod.
           move 'CONFPROD' to ws-oc-arquivo.
           move spaces     to ws-oc-chave.
           string ccp-filial  delimited by size
                  '/'         delimited by size
                  ccp-produto delimited by size
             into ws-oc-chave.

           move ccp-produto to ws-prod-ref.
           perform 7300-VERIFICA-PRODUTO.
           if ws-prod-existe = 'N'
              move 'O' to ws-oc-tipo
              move 'PRODUTO NAO EXISTE NO PRODCLAS' to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           end-if

           read confprod next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Percentual por estacao - estacao tem que ter endereco.        *
      *---------------------------------------------------------------*
       3400-AUDITA-CONFENDE.
           move 'N' to ws-eof.
           read confende next record
              at end move 'S' to ws-eof
           end-read
           perform 3410-AUDITA-UM-CONFENDE
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       3410-AUDITA-UM-CONFENDE.
           add 1 to ws-lidos-confende.
           move 'CONFENDE' to ws-oc-arquivo.
           move spaces     to ws-oc-chave.
           string cee-filial  delimited by size
                  '/'         delimited by size
                  cee-estacao delimited by size
             into ws-oc-chave.

           move cee-estacao to ws-est-ref.
           move zero        to ws-set-ref.
           perform 7400-VERIFICA-ESTACAO.
           if ws-est-existe = 'N'
              move 'O' to ws-oc-tipo
              move 'ESTACAO SEM NENHUM ENDERECO NO CHENDLIN'
                 to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           end-if
           if cee-perc-conf = zero
              move 'A' to ws-oc-tipo
              move 'PERCENTUAL ZERO - TARJA EM TODO ESPELHO DA ESTACAO'
                 to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           end-if

           read confende next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Estacao/setor com tarja preta - setor tem que ter endereco.   *
      *---------------------------------------------------------------*
       3500-AUDITA-CONFENDS.
           move 'N' to ws-eof.
           read confends next record
              at end move 'S' to ws-eof
           end-read
           perform 3510-AUDITA-UM-CONFENDS
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       3510-AUDITA-UM-CONFENDS.
           add 1 to ws-lidos-confends.
           move 'CONFENDS' to ws-oc-arquivo.
           move spaces     to ws-oc-chave.
           string ces-filial  delimited by size
                  '/'         delimited by size
                  ces-estacao delimited by size
                  '/'         delimited by size
                  ces-setor   delimited by size
             into ws-oc-chave.

           move ces-estacao to ws-est-ref.
           move ces-setor   to ws-set-ref.
           perform 7400-VERIFICA-ESTACAO.
           if ws-est-existe = 'N'
              move 'O' to ws-oc-tipo
              move 'ESTACAO/SETOR SEM NENHUM ENDERECO NO CHENDLIN'
                 to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           end-if

           read confends next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Conferencia inteligente por estacao.                          *
      *---------------------------------------------------------------*
       3600-AUDITA-CONFINTELI.
           move 'N' to ws-eof.
           if ws-confinteli-aberto = 'S'
              read confinteli next record
                 at end move 'S' to ws-eof
              end-read
           else
              move 'S' to ws-eof
           end-if
           perform 3610-AUDITA-UM-CONFINTELI
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       3610-AUDITA-UM-CONFINTELI.
           add 1 to ws-lidos-confinteli.
           move 'CONFINTELI' to ws-oc-arquivo.
           move spaces       to ws-oc-chave.
           move cci-estacao  to ws-oc-chave.

           move cci-estacao to ws-est-ref.
           move zero        to ws-set-ref.
           perform 7400-VERIFICA-ESTACAO.
           if ws-est-existe = 'N'
              move 'O' to ws-oc-tipo
              move 'ESTACAO SEM NENHUM ENDERECO NO CHENDLIN'
                 to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           end-if
           if cci-ativo not = 'S'
              move 'A' to ws-oc-tipo
              move 'REGRA DESLIGADA (CCI-ATIVO) - NAO DISPARA'
                 to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           else
              if cci-percent = zero and cci-num-acesso = zero
                 and cci-num-unid = zero
                 move 'A' to ws-oc-tipo
                 move 'ATIVA SEM PERCENTUAL, ACESSOS NEM UNIDADES'
                    to ws-oc-msg
                 perform 7000-REGISTRA-OCORRENCIA
              end-if
           end-if

           read confinteli next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Conferencia zero - orfas e choque com as regras obrigatorias  *
      * (na filial do parametro, o CONFZERO nao tem filial).          *
      *---------------------------------------------------------------*
       3700-AUDITA-CONFZERO.
           move 'N' to ws-eof.
           if ws-confzero-aberto = 'S'
              read confzero next record
                 at end move 'S' to ws-eof
              end-read
           else
              move 'S' to ws-eof
           end-if
           perform 3710-AUDITA-UM-CONFZERO
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       3710-AUDITA-UM-CONFZERO.
           add 1 to ws-lidos-confzero.
           move 'CONFZERO' to ws-oc-arquivo.
           move spaces     to ws-oc-chave.
           string czr-tpcampo delimited by size
                  '/'         delimited by size
                  czr-campo   delimited by size
             into ws-oc-chave.
           move ws-filial to ws-busca-filial.

           if czr-tpcampo not = 'U' and czr-campo not numeric
              move 'O' to ws-oc-tipo
              move 'CAMPO NAO NUMERICO PARA O TIPO' to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           else
              evaluate czr-tpcampo
                 when 'C'
                    perform 3720-CONFZERO-CLIENTE
                 when 'D'
                    perform 3730-CONFZERO-REDE
                 when 'R'
                    perform 3740-CONFZERO-ROTA
                 when 'P'
                    perform 3750-CONFZERO-PRIORIDADE
                 when 'U'
                    add 1 to ws-lidos-czr-usuario
                 when other
                    move 'A' to ws-oc-tipo
                    move 'TIPO DE CAMPO DIFERENTE DE R/C/U/D/P'
                       to ws-oc-msg
                    perform 7000-REGISTRA-OCORRENCIA
              end-evaluate
           end-if

           read confzero next record
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
       3720-CONFZERO-CLIENTE.
           move czr-cliente to ws-cli-codigo.
           perform 3900-CRITICA-CLIENTE.

           move czr-cliente to ws-busca-codigo.
           perform 7500-LE-CONFCLIE.
           if ws-regra-achou = 'S'
              move 'C' to ws-oc-tipo
              move 'REDUZ CLIENTE QUE ESTA NO CONFCLIE (OBRIGATORIA)'
                 to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           end-if
           move 'C' to ws-busca-tipo.
           perform 7510-LE-CONFCLIRED.
           if ws-regra-achou = 'S'
              move 'C' to ws-oc-tipo
              move 'REDUZ CLIENTE QUE ESTA NO CONFCLIRED C' to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           end-if

           if ws-cli-achou = 'S'
              if ws-cli-rede > zero
                 move ws-cli-rede to ws-busca-rede
                 perform 7520-BUSCA-REDE-CONFCLIRED
                 if ws-regra-achou = 'S'
                    move 'C' to ws-oc-tipo
                    move spaces to ws-oc-msg
                    string 'REDE '          delimited by size
                           ws-cli-rede      delimited by size
                           ' DO CLIENTE ESTA NO CONFCLIRED R'
                                            delimited by size
                      into ws-oc-msg
                    perform 7000-REGISTRA-OCORRENCIA
                 end-if
              end-if
              move ws-cli-rota to ws-busca-codigo
              perform 7530-LE-CONFROTA
              if ws-regra-achou = 'S'
                 move 'C' to ws-oc-tipo
                 move spaces to ws-oc-msg
                 string 'ROTA '              delimited by size
                        ws-cli-rota          delimited by size
                        ' DO CLIENTE ESTA NO CONFROTA'
                                             delimited by size
                   into ws-oc-msg
                 perform 7000-REGISTRA-OCORRENCIA
              end-if
           end-if.
      *---------------------------------------------------------------*
       3730-CONFZERO-REDE.
           move czr-rede to ws-busca-rede.
           perform 3950-CRITICA-REDE.

           if czr-rede > zero
              perform 7520-BUSCA-REDE-CONFCLIRED
              if ws-regra-achou = 'S'
                 move 'C' to ws-oc-tipo
                 move 'REDUZ REDE QUE ESTA NO CONFCLIRED R' to ws-oc-msg
                 perform 7000-REGISTRA-OCORRENCIA
              end-if
           end-if.
      *---------------------------------------------------------------*
       3740-CONFZERO-ROTA.
           move czr-rota to ws-rota-ref.
           perform 3960-CRITICA-ROTA.

           move czr-rota to ws-busca-codigo.
           perform 7530-LE-CONFROTA.
           if ws-regra-achou = 'S'
              move 'C' to ws-oc-tipo
              move 'REDUZ ROTA QUE ESTA NO CONFROTA (OBRIGATORIA)'
                 to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           end-if.
      *---------------------------------------------------------------*
       3750-CONFZERO-PRIORIDADE.
           move zero to ws-qtd-rotas-prior.
           perform 3760-CONFERE-ROTA-PRIORIDADE
              varying ws-idx-rota from 1 by 1
              until ws-idx-rota > 1000.
           if ws-qtd-rotas-prior = zero
              move 'O' to ws-oc-tipo
              move 'NENHUMA ROTA ATIVA COM ESTA PRIORIDADE' to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           end-if.
      *---------------------------------------------------------------*
       3760-CONFERE-ROTA-PRIORIDADE.
           if ws-rt-ativa(ws-idx-rota) = 'S'
              and ws-rt-prior(ws-idx-rota) = czr-prioridade
              add 1 to ws-qtd-rotas-prior
              compute ws-busca-codigo = ws-idx-rota - 1
              perform 7530-LE-CONFROTA
              if ws-regra-achou = 'S'
                 move 'C' to ws-oc-tipo
                 move spaces to ws-oc-msg
                 string 'ROTA '              delimited by size
                        ws-busca-codigo(4:3) delimited by size
                        ' DA PRIORIDADE ESTA NO CONFROTA'
                                             delimited by size
                   into ws-oc-msg
                 perform 7000-REGISTRA-OCORRENCIA
              end-if
           end-if.
      *---------------------------------------------------------------*
      * Cliente citado em regra: existe e esta ativo no PFC3?         *
      *---------------------------------------------------------------*
       3900-CRITICA-CLIENTE.
           perform 7100-LE-CLIENTE.
           if ws-cli-achou = 'N'
              move 'O' to ws-oc-tipo
              move 'CLIENTE NAO EXISTE NO PFC3' to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           else
              if ws-cli-ativo = 'N'
                 move 'O' to ws-oc-tipo
                 move spaces to ws-oc-msg
                 string 'CLIENTE BLOQUEADO NO PFC3 (C3BLOQUEIO '
                                          delimited by size
                        ws-cli-bloqueio   delimited by size
                        ')'               delimited by size
                   into ws-oc-msg
                 perform 7000-REGISTRA-OCORRENCIA
              end-if
           end-if.
      *---------------------------------------------------------------*
      * Rede citada em regra: tem cliente ativo no PFC3?              *
      *---------------------------------------------------------------*
       3950-CRITICA-REDE.
           if ws-busca-rede = zero
              move 'O' to ws-oc-tipo
              move 'REDE ZERADA' to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           else
              move ws-busca-rede to ws-idx-rede
              evaluate ws-rede-sit(ws-idx-rede)
                 when space
                    move 'O' to ws-oc-tipo
                    move 'REDE SEM NENHUM CLIENTE NO PFC3' to ws-oc-msg
                    perform 7000-REGISTRA-OCORRENCIA
                 when 'I'
                    move 'O' to ws-oc-tipo
                    move 'REDE SO COM CLIENTES BLOQUEADOS NO PFC3'
                       to ws-oc-msg
                    perform 7000-REGISTRA-OCORRENCIA
              end-evaluate
           end-if.
      *---------------------------------------------------------------*
      * Rota citada em regra: existe e esta ativa no cadastro?        *
      *---------------------------------------------------------------*
       3960-CRITICA-ROTA.
           perform 7200-VERIFICA-ROTA.
           if ws-rota-existe = 'N'
              move 'O' to ws-oc-tipo
              move 'ROTA NAO EXISTE NO CADASTRO DE ROTAS' to ws-oc-msg
              perform 7000-REGISTRA-OCORRENCIA
           else
              if ws-rota-ativa = 'N'
                 move 'O' to ws-oc-tipo
                 move 'ROTA BLOQUEADA EM TODOS OS TURNOS' to ws-oc-msg
                 perform 7000-REGISTRA-OCORRENCIA
              end-if
           end-if.
      *---------------------------------------------------------------*
      * Simulacao - cada regra para o cliente/rota/produto/estacao    *
      * informados e a decisao final do espelho.                      *
      *---------------------------------------------------------------*
       4000-SIMULA-ESPELHO.
           perform 4100-DADOS-ESPELHO.
           move spaces to w-e.
           write txt-reg from w-e.
           move 'ARQUIVO    CHAVE          RESULT.  EFEITO' to w-e.
           write txt-reg from w-e.
           move '-----------------------------------------------------'
              to w-e.
           move '--------------------------' to w-e(54:26).
           write txt-reg from w-e.
           perform 4200-REGRAS-OBRIGATORIAS.
           perform 4300-REGRAS-CONDICIONAIS.
           perform 4400-REGRAS-REDUCAO.
           perform 4500-DECISAO.
      *---------------------------------------------------------------*
       4100-DADOS-ESPELHO.
           move ws-sim-cliente to ws-cli-codigo.
           perform 7100-LE-CLIENTE.
           move spaces to w-e.
           if ws-cli-achou = 'N'
              string 'CLIENTE.............: ' delimited by size
                     ws-sim-cliente           delimited by size
                     ' NAO CADASTRADO NO PFC3' delimited by size
                into w-e
           else
              string 'CLIENTE.............: ' delimited by size
                     ws-sim-cliente           delimited by size
                     ' '                      delimited by size
                     ws-cli-razao             delimited by size
                into w-e
           end-if
           write txt-reg from w-e.

           if ws-filial = zero
              move ws-cli-filial to ws-filial
           end-if
           if ws-filial = zero
              move 1 to ws-filial
           end-if
           if ws-sim-rota = zero
              move ws-cli-rota to ws-sim-rota
           end-if

           if ws-cli-achou = 'S'
              move spaces to w-e
              string 'REDE/ROTA DO CLIENTE: ' delimited by size
                     ws-cli-rede              delimited by size
                     ' / '                    delimited by size
                     ws-cli-rota              delimited by size
                     '   BLOQUEIO: '          delimited by size
                     ws-cli-bloqueio          delimited by size
                     '   RECONFERE: '         delimited by size
                     ws-cli-reconfere         delimited by size
                into w-e
              write txt-reg from w-e
              if ws-sim-rota not = ws-cli-rota
                 move 'ATENCAO: ROTA INFORMADA DIFERENTE DA DO CLIENTE'
                    to w-e
                 write txt-reg from w-e
              end-if
           end-if

           move ws-sim-rota to ws-rota-ref.
           perform 7200-VERIFICA-ROTA.
           move spaces to w-e.
           if ws-rota-existe = 'N'
              string 'ROTA................: ' delimited by size
                     ws-sim-rota              delimited by size
                     ' NAO EXISTE NO CADASTRO' delimited by size
                into w-e
           else
              string 'ROTA................: ' delimited by size
                     ws-sim-rota              delimited by size
                     '   PRIORIDADE: '        delimited by size
                     ws-rota-prior            delimited by size
                     '   RECONF: '            delimited by size
                     ws-rota-reconf           delimited by size
                     '   ATIVA: '             delimited by size
                     ws-rota-ativa            delimited by size
                into w-e
           end-if
           write txt-reg from w-e.

           move ws-sim-produto to ws-prod-ref.
           perform 7300-VERIFICA-PRODUTO.
           move spaces to w-e.
           string 'PRODUTO.............: ' delimited by size
                  ws-sim-produto           delimited by size
                  into w-e.
           if ws-prod-existe = 'N'
              move ' NAO EXISTE NO PRODCLAS' to w-e(29:23)
           end-if
           write txt-reg from w-e.

           move ws-sim-estacao to ws-est-ref.
           move ws-sim-setor   to ws-set-ref.
           perform 7400-VERIFICA-ESTACAO.
           move spaces to w-e.
           string 'ESTACAO/SETOR.......: ' delimited by size
                  ws-sim-estacao           delimited by size
                  '/'                      delimited by size
                  ws-sim-setor             delimited by size
                  into w-e.
           if ws-est-existe = 'N'
              move ' SEM ENDERECO NO CHENDLIN' to w-e(29:25)
           end-if
           write txt-reg from w-e.

           move spaces to w-e.
           string 'FILIAL DAS REGRAS...: ' delimited by size
                  ws-filial                delimited by size
             into w-e.
           write txt-reg from w-e.
      *---------------------------------------------------------------*
      * Regras que sozinhas ja dao tarja preta.                       *
      *---------------------------------------------------------------*
       4200-REGRAS-OBRIGATORIAS.
           move ws-filial      to ws-busca-filial.
           move ws-sim-cliente to ws-busca-codigo.

           move 'CONFCLIE' to ws-rg-arquivo.
           move spaces     to ws-rg-chave.
           string ws-filial      delimited by size
                  '/'            delimited by size
                  ws-sim-cliente delimited by size
             into ws-rg-chave.
           perform 7500-LE-CONFCLIE.
           perform 4900-RESULTADO-OBRIGATORIA.

           move 'CONFCLIRED' to ws-rg-arquivo.
           move spaces       to ws-rg-chave.
           string ws-filial      delimited by size
                  '/C/'          delimited by size
                  ws-sim-cliente delimited by size
             into ws-rg-chave.
           move 'C' to ws-busca-tipo.
           perform 7510-LE-CONFCLIRED.
           perform 4900-RESULTADO-OBRIGATORIA.

           move 'CONFCLIRED' to ws-rg-arquivo.
           move spaces       to ws-rg-chave.
           string ws-filial      delimited by size
                  '/R/'          delimited by size
                  ws-cli-rede    delimited by size
             into ws-rg-chave.
           move ws-cli-rede to ws-busca-rede.
           move 'N' to ws-regra-achou.
           if ws-cli-rede > zero
              perform 7520-BUSCA-REDE-CONFCLIRED
           end-if
           perform 4900-RESULTADO-OBRIGATORIA.

           move 'CONFROTA' to ws-rg-arquivo.
           move spaces     to ws-rg-chave.
           string ws-filial      delimited by size
                  '/'            delimited by size
                  ws-sim-rota    delimited by size
             into ws-rg-chave.
           move ws-sim-rota to ws-busca-codigo.
           perform 7530-LE-CONFROTA.
           perform 4900-RESULTADO-OBRIGATORIA.

           move 'CONFPROD' to ws-rg-arquivo.
           move spaces     to ws-rg-chave.
           string ws-filial      delimited by size
                  '/'            delimited by size
                  ws-sim-produto delimited by size
             into ws-rg-chave.
           move ws-sim-produto to ws-busca-codigo.
           perform 7540-LE-CONFPROD.
           perform 4900-RESULTADO-OBRIGATORIA.

           if ws-sim-setor > zero
              move 'CONFENDS' to ws-rg-arquivo
              move spaces     to ws-rg-chave
              string ws-filial      delimited by size
                     '/'            delimited by size
                     ws-sim-estacao delimited by size
                     '/'            delimited by size
                     ws-sim-setor   delimited by size
                into ws-rg-chave
              perform 7550-LE-CONFENDS
              perform 4900-RESULTADO-OBRIGATORIA
           end-if.
      *---------------------------------------------------------------*
      * Regras que dependem do conteudo do espelho.                   *
      *---------------------------------------------------------------*
       4300-REGRAS-CONDICIONAIS.
           move 'CONFENDE' to ws-rg-arquivo.
           move spaces     to ws-rg-chave.
           string ws-filial      delimited by size
                  '/'            delimited by size
                  ws-sim-estacao delimited by size
             into ws-rg-chave.
           move ws-filial      to cee-filial.
           move ws-sim-estacao to cee-estacao.
           read confende
              invalid key
                 move 'NAO'      to ws-rg-result
                 move spaces     to ws-rg-efeito
              not invalid key
                 add 1 to ws-qtd-condic
                 move 'CONDIC.'  to ws-rg-result
                 move spaces     to ws-rg-efeito
                 move cee-perc-conf to ws-perc-edit
                 string 'SE O ESPELHO PASSAR DE ' delimited by size
                        ws-perc-edit              delimited by size
                        '% NA ESTACAO'            delimited by size
                   into ws-rg-efeito
           end-read.
           perform 7600-IMPRIME-REGRA.

           if ws-sim-setor = zero
              perform 4320-CONTA-SETORES
              move 'CONFENDS' to ws-rg-arquivo
              move spaces     to ws-rg-chave
              string ws-filial      delimited by size
                     '/'            delimited by size
                     ws-sim-estacao delimited by size
                     '/***'         delimited by size
                into ws-rg-chave
              if ws-qtd-setores = zero
                 move 'NAO'    to ws-rg-result
                 move spaces   to ws-rg-efeito
              else
                 add 1 to ws-qtd-condic
                 move 'CONDIC.' to ws-rg-result
                 move spaces    to ws-rg-efeito
                 string 'SE ITEM SAIR DE UM DOS '  delimited by size
                        ws-qtd-setores             delimited by size
                        ' SETORES CADASTRADOS'     delimited by size
                   into ws-rg-efeito
              end-if
              perform 7600-IMPRIME-REGRA
           end-if

           move 'CONFINTELI' to ws-rg-arquivo.
           move spaces       to ws-rg-chave.
           move ws-sim-estacao to ws-rg-chave.
           move 'NAO'  to ws-rg-result.
           move spaces to ws-rg-efeito.
           if ws-confinteli-aberto = 'S'
              move ws-sim-estacao to cci-estacao
              read confinteli
                 invalid key
                    continue
                 not invalid key
                    if cci-ativo = 'S'
                       add 1 to ws-qtd-condic
                       move 'CONDIC.' to ws-rg-result
                       move cci-percent to ws-perc-edit
                       string 'PERC '        delimited by size
                              ws-perc-edit   delimited by size
                              ' ACESSOS '    delimited by size
                              cci-num-acesso delimited by size
                              ' UNID '       delimited by size
                              cci-num-unid   delimited by size
                         into ws-rg-efeito
                    else
                       move 'REGRA DESLIGADA (CCI-ATIVO)'
                          to ws-rg-efeito
                    end-if
              end-read
           end-if
           perform 7600-IMPRIME-REGRA.

           move 'SCSCONFG' to ws-rg-arquivo.
           move spaces     to ws-rg-chave.
           move ws-filial  to ws-rg-chave.
           move 'NAO'      to ws-rg-result.
           move spaces     to ws-rg-efeito.
           move ws-filial  to scsg-filial.
           move zero       to scsg-codigo.
           start scsconfg key is not less than scsg-chave
              invalid key
                 continue
              not invalid key
                 read scsconfg next record
                    at end
                       continue
                    not at end
                       if scsg-filial = ws-filial
                          and scsg-tarja-pr-espelho > zero
                          add 1 to ws-qtd-condic
                          move 'CONDIC.' to ws-rg-result
                          string 'LIMITE GERAL TARJA PRETA '
                                                delimited by size
                                 scsg-tarja-pr-espelho
                                                delimited by size
                                 ' COLETOR '    delimited by size
                                 scsg-estouro-coletor
                                                delimited by size
                            into ws-rg-efeito
                       end-if
                 end-read
           end-start.
           perform 7600-IMPRIME-REGRA.
      *---------------------------------------------------------------*
       4320-CONTA-SETORES.
           move zero to ws-qtd-setores.
           move 'N'  to ws-eof2.
           move ws-filial      to ces-filial.
           move ws-sim-estacao to ces-estacao.
           move zero           to ces-setor.
           start confends key is not less than ces-chave
              invalid key move 'S' to ws-eof2
           end-start
           if ws-eof2 = 'N'
              read confends next record
                 at end move 'S' to ws-eof2
              end-read
           end-if
           perform 4330-CONTA-UM-SETOR
              until ws-eof2 = 'S'.
      *---------------------------------------------------------------*
       4330-CONTA-UM-SETOR.
           if ces-filial not = ws-filial
              or ces-estacao not = ws-sim-estacao
              move 'S' to ws-eof2
           else
              add 1 to ws-qtd-setores
              read confends next record
                 at end move 'S' to ws-eof2
              end-read
           end-if.
      *---------------------------------------------------------------*
      * Conferencia zero - do mais especifico para o mais geral.      *
      *---------------------------------------------------------------*
       4400-REGRAS-REDUCAO.
           move 'C' to czr-tpcampo.
           move ws-sim-cliente to ws-czr-valor.
           perform 4410-CONFZERO-SIMULADO.

           move 'D' to czr-tpcampo.
           move ws-cli-rede to ws-czr-valor.
           perform 4410-CONFZERO-SIMULADO.

           move 'R' to czr-tpcampo.
           move ws-sim-rota to ws-czr-valor.
           perform 4410-CONFZERO-SIMULADO.

           move 'P' to czr-tpcampo.
           move ws-rota-prior to ws-czr-valor.
           perform 4410-CONFZERO-SIMULADO.
      *---------------------------------------------------------------*
       4410-CONFZERO-SIMULADO.
           move 'CONFZERO' to ws-rg-arquivo.
           move spaces     to ws-rg-chave.
           string czr-tpcampo  delimited by size
                  '/'          delimited by size
                  ws-czr-valor delimited by size
             into ws-rg-chave.
           move 'NAO'  to ws-rg-result.
           move spaces to ws-rg-efeito.
           if ws-confzero-aberto = 'S' and ws-czr-valor > zero
              move ws-czr-valor to czr-campo
              read confzero
                 invalid key
                    continue
                 not invalid key
                    add 1 to ws-qtd-reduz
                    move 'DISPARA' to ws-rg-result
                    string 'REDUZ - QTDE ESPELHOS A CONFERIR '
                                              delimited by size
                           czr-qtdeespaconf   delimited by size
                      into ws-rg-efeito
                    if ws-qtd-reduz = 1
                       move ws-rg-chave      to ws-reduz-origem
                       move czr-qtdeespaconf to ws-reduz-qtde
                    end-if
              end-read
           end-if
           perform 7600-IMPRIME-REGRA.
      *---------------------------------------------------------------*
       4500-DECISAO.
           move spaces to w-e.
           write txt-reg from w-e.
           move '-----------------------------------------------------'
              to w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'REGRAS OBRIGATORIAS/CONDICIONAIS/REDUCAO: '
                                     delimited by size
                  ws-qtd-obrig       delimited by size
                  '/'                delimited by size
                  ws-qtd-condic      delimited by size
                  '/'                delimited by size
                  ws-qtd-reduz       delimited by size
             into w-e.
           write txt-reg from w-e.

           move spaces to w-e.
           if ws-qtd-obrig > zero
              move 'DECISAO: TARJA PRETA - CONFERENCIA OBRIGATORIA'
                 to w-e
              write txt-reg from w-e
              if ws-qtd-reduz > zero
                 move 'CONFZERO NAO VALE: A REGRA OBRIGATORIA PREVALECE'
                    to w-e
                 write txt-reg from w-e
              end-if
           else
              if ws-qtd-condic > zero
                 string 'DECISAO: TARJA PRETA SO SE O ESPELHO '
                                              delimited by size
                        'ATINGIR AS CONDICOES ACIMA'
                                              delimited by size
                   into w-e
                 write txt-reg from w-e
                 if ws-qtd-reduz > zero
                    move spaces to w-e
                    string 'SENAO: CONFERENCIA REDUZIDA PELO CONFZERO '
                                              delimited by size
                           ws-reduz-origem    delimited by size
                      into w-e
                    write txt-reg from w-e
                 end-if
              else
                 if ws-qtd-reduz > zero
                    string 'DECISAO: CONFERENCIA REDUZIDA - CONFZERO '
                                              delimited by size
                           ws-reduz-origem    delimited by size
                           ' QTDE '           delimited by size
                           ws-reduz-qtde      delimited by size
                      into w-e
                 else
                    move 'DECISAO: SEM TARJA PRETA - CONFERENCIA NORMAL'
                       to w-e
                 end-if
                 write txt-reg from w-e
              end-if
           end-if
           if ws-lidos-czr-usuario = zero and ws-confzero-aberto = 'S'
              perform 4510-CONTA-CONFZERO-USUARIO
           end-if
           if ws-lidos-czr-usuario > zero
              move spaces to w-e
              string 'OBS: CONFZERO POR USUARIO (' delimited by size
                     ws-lidos-czr-usuario          delimited by size
                     ') DEPENDE DO CONFERENTE'     delimited by size
                into w-e
              write txt-reg from w-e
           end-if.
      *---------------------------------------------------------------*
       4510-CONTA-CONFZERO-USUARIO.
           move 'N' to ws-eof2.
           move 'U' to czr-tpcampo.
           move low-values to czr-campo.
           start confzero key is not less than czr-chave
              invalid key move 'S' to ws-eof2
           end-start
           if ws-eof2 = 'N'
              read confzero next record
                 at end move 'S' to ws-eof2
              end-read
           end-if
           perform 4520-CONTA-UM-USUARIO
              until ws-eof2 = 'S'.
      *---------------------------------------------------------------*
       4520-CONTA-UM-USUARIO.
           if czr-tpcampo not = 'U'
              move 'S' to ws-eof2
           else
              add 1 to ws-lidos-czr-usuario
              read confzero next record
                 at end move 'S' to ws-eof2
              end-read
           end-if.
      *---------------------------------------------------------------*
      * Resultado de regra obrigatoria (ws-regra-achou) e impressao.  *
      *---------------------------------------------------------------*
       4900-RESULTADO-OBRIGATORIA.
           move spaces to ws-rg-efeito.
           if ws-regra-achou = 'S'
              add 1 to ws-qtd-obrig
              move 'DISPARA' to ws-rg-result
              string 'OBRIGATORIA - INC '  delimited by size
                     ws-regra-data         delimited by size
                     ' '                   delimited by size
                     ws-regra-usr          delimited by size
                into ws-rg-efeito
           else
              move 'NAO' to ws-rg-result
           end-if
           perform 7600-IMPRIME-REGRA.
      *---------------------------------------------------------------*
      * Imprime a ocorrencia da auditoria e conta por tipo.           *
      *---------------------------------------------------------------*
       7000-REGISTRA-OCORRENCIA.
           evaluate ws-oc-tipo
              when 'O'
                 add 1 to ws-total-orfas
              when 'C'
                 add 1 to ws-total-contrad
              when other
                 add 1 to ws-total-avisos
           end-evaluate
           move spaces to w-e.
           move ws-oc-arquivo to w-e(1:10).
           move ws-oc-chave   to w-e(12:12).
           move ws-oc-tipo    to w-e(25:1).
           move ws-oc-msg     to w-e(27:52).
           write txt-reg from w-e.
      *---------------------------------------------------------------*
      * Cliente no PFC3 - ativo = C3BLOQUEIO em branco.               *
      *---------------------------------------------------------------*
       7100-LE-CLIENTE.
           move 'N'    to ws-cli-achou ws-cli-ativo.
           move zero   to ws-cli-filial ws-cli-rede ws-cli-rota.
           move spaces to ws-cli-bloqueio ws-cli-razao
                          ws-cli-reconfere.
           move ws-cli-codigo to c3codnum.
           read pfc3
              invalid key
                 continue
              not invalid key
                 move 'S'         to ws-cli-achou
                 move c3razao     to ws-cli-razao
                 move c3bloqueio  to ws-cli-bloqueio
                 move c3reconfere to ws-cli-reconfere
                 if c3bloqueio = spaces
                    move 'S' to ws-cli-ativo
                 end-if
                 if c3filial numeric
                    move c3filial to ws-cli-filial
                 end-if
                 if c3rede-novo numeric
                    move c3rede-novo to ws-cli-rede
                 end-if
                 if c3rota numeric
                    move c3rota to ws-cli-rota
                 end-if
           end-read.
      *---------------------------------------------------------------*
      * Rota na tabela do cadastro (confrota guarda 4 digitos).       *
      *---------------------------------------------------------------*
       7200-VERIFICA-ROTA.
           move 'N'   to ws-rota-existe ws-rota-ativa.
           move zero  to ws-rota-prior.
           move space to ws-rota-reconf.
           if ws-rota-ref < 1000
              compute ws-idx-rota = ws-rota-ref + 1
              if ws-rt-existe(ws-idx-rota) = 'S'
                 move 'S' to ws-rota-existe
                 move ws-rt-prior(ws-idx-rota)  to ws-rota-prior
                 move ws-rt-reconf(ws-idx-rota) to ws-rota-reconf
                 if ws-rt-ativa(ws-idx-rota) = 'S'
                    move 'S' to ws-rota-ativa
                 end-if
              end-if
           end-if.
      *---------------------------------------------------------------*
      * Produto no PRODCLAS (qualquer UF de origem/destino).          *
      *---------------------------------------------------------------*
       7300-VERIFICA-PRODUTO.
           move 'N' to ws-prod-existe.
           move ws-prod-ref to pc-produto.
           move low-values  to pc-est-origem pc-est-destino.
           start prodclas key is not less than pc-chave
              invalid key
                 continue
              not invalid key
                 read prodclas next record
                    at end
                       continue
                    not at end
                       if pc-produto = ws-prod-ref
                          move 'S' to ws-prod-existe
                       end-if
                 end-read
           end-start.
      *---------------------------------------------------------------*
      * Estacao (ou estacao/setor) com endereco de linha no CHENDLIN. *
      *---------------------------------------------------------------*
       7400-VERIFICA-ESTACAO.
           move 'N' to ws-est-existe.
           move ws-est-ref to celn-estacao.
           move ws-set-ref to celn-setor.
           move low-values to celn-modulo.
           move zero       to celn-canal.
           start chendlin key is not less than celn-endlinha
              invalid key
                 continue
              not invalid key
                 read chendlin next record
                    at end
                       continue
                    not at end
                       if celn-estacao = ws-est-ref
                          and (ws-set-ref = zero
                               or celn-setor = ws-set-ref)
                          move 'S' to ws-est-existe
                       end-if
                 end-read
           end-start.
      *---------------------------------------------------------------*
      * Leituras das regras - filial em ws-busca-filial, codigo em    *
      * ws-busca-codigo; devolvem ws-regra-achou e quem incluiu.      *
      *---------------------------------------------------------------*
       7500-LE-CONFCLIE.
           move 'N' to ws-regra-achou.
           move ws-busca-filial to ccl-filial of ccl1-chave.
           move ws-busca-codigo to ccl-cliente of ccl1-chave.
           read confclie
              invalid key
                 continue
              not invalid key
                 move 'S' to ws-regra-achou
                 move ccl-data-inc in confclie to ws-regra-data
                 move ccl-usr-inc in confclie  to ws-regra-usr
           end-read.
      *---------------------------------------------------------------*
       7510-LE-CONFCLIRED.
           move 'N' to ws-regra-achou.
           move ws-busca-filial to ccl-filial of ccl-chave.
           move ws-busca-tipo   to ccl-tipo.
           move ws-busca-codigo to ccl-cliente of ccl-chave.
           read confclired
              invalid key
                 continue
              not invalid key
                 move 'S' to ws-regra-achou
                 move ccl-data-inc in confclired to ws-regra-data
                 move ccl-usr-inc in confclired  to ws-regra-usr
           end-read.
      *---------------------------------------------------------------*
      * Rede no CONFCLIRED - procura pelo ccl-codred entre as redes   *
      * da filial, sem depender do digito fixo da chave.              *
      *---------------------------------------------------------------*
       7520-BUSCA-REDE-CONFCLIRED.
           move 'N' to ws-regra-achou.
           move 'N' to ws-eof2.
           move ws-busca-filial to ccl-filial of ccl-chave.
           move 'R'             to ccl-tipo.
           move zero            to ccl-cliente of ccl-chave.
           start confclired key is not less than ccl-chave
              invalid key move 'S' to ws-eof2
           end-start
           if ws-eof2 = 'N'
              read confclired next record
                 at end move 'S' to ws-eof2
              end-read
           end-if
           perform 7525-COMPARA-UMA-REDE
              until ws-eof2 = 'S'.
      *---------------------------------------------------------------*
       7525-COMPARA-UMA-REDE.
           if ccl-filial of ccl-chave not = ws-busca-filial
              or ccl-tipo not = 'R'
              move 'S' to ws-eof2
           else
              if ccl-codred = ws-busca-rede
                 move 'S' to ws-regra-achou
                 move 'S' to ws-eof2
                 move ccl-data-inc in confclired to ws-regra-data
                 move ccl-usr-inc in confclired  to ws-regra-usr
              else
                 read confclired next record
                    at end move 'S' to ws-eof2
                 end-read
              end-if
           end-if.
      *---------------------------------------------------------------*
       7530-LE-CONFROTA.
           move 'N' to ws-regra-achou.
           move ws-busca-filial to crt-filial.
           move ws-busca-codigo to crt-rota.
           read confrota
              invalid key
                 continue
              not invalid key
                 move 'S' to ws-regra-achou
                 move crt-data-inc to ws-regra-data
                 move crt-usr-inc  to ws-regra-usr
           end-read.
      *---------------------------------------------------------------*
       7540-LE-CONFPROD.
           move 'N' to ws-regra-achou.
           move ws-busca-filial to ccp-filial.
           move ws-busca-codigo to ccp-produto.
           read confprod
              invalid key
                 continue
              not invalid key
                 move 'S' to ws-regra-achou
                 move ccp-data-inc to ws-regra-data
                 move ccp-usr-inc  to ws-regra-usr
           end-read.
      *---------------------------------------------------------------*
       7550-LE-CONFENDS.
           move 'N' to ws-regra-achou.
           move ws-busca-filial to ces-filial.
           move ws-sim-estacao  to ces-estacao.
           move ws-sim-setor    to ces-setor.
           read confends
              invalid key
                 continue
              not invalid key
                 move 'S' to ws-regra-achou
                 move ces-data-inc to ws-regra-data
                 move ces-usr-inc  to ws-regra-usr
           end-read.
      *---------------------------------------------------------------*
      * Linha de regra da simulacao.                                  *
      *---------------------------------------------------------------*
       7600-IMPRIME-REGRA.
           move spaces to w-e.
           move ws-rg-arquivo to w-e(1:10).
           move ws-rg-chave   to w-e(12:14).
           move ws-rg-result  to w-e(27:8).
           move ws-rg-efeito  to w-e(36:45).
           write txt-reg from w-e.
      *---------------------------------------------------------------*
       5000-IMPRIME-RESUMO.
           move spaces to w-e.
           write txt-reg from w-e.
           move '-----------------------------------------------------'
              to w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CONFCLIE LIDOS..................: ' delimited by size
                  ws-lidos-confclie                    delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CONFCLIRED LIDOS................: ' delimited by size
                  ws-lidos-confclired                  delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CONFROTA LIDOS..................: ' delimited by size
                  ws-lidos-confrota                    delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CONFPROD LIDOS..................: ' delimited by size
                  ws-lidos-confprod                    delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CONFENDE LIDOS..................: ' delimited by size
                  ws-lidos-confende                    delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CONFENDS LIDOS..................: ' delimited by size
                  ws-lidos-confends                    delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CONFINTELI LIDOS................: ' delimited by size
                  ws-lidos-confinteli                  delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CONFZERO LIDOS..................: ' delimited by size
                  ws-lidos-confzero                    delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CONFZERO POR USUARIO (SO CONTA).: ' delimited by size
                  ws-lidos-czr-usuario                 delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CLIENTES LIDOS NO PFC3..........: ' delimited by size
                  ws-lidos-pfc3                        delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'REGRAS ORFAS (O)................: ' delimited by size
                  ws-total-orfas                       delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CONTRADICOES (C)................: ' delimited by size
                  ws-total-contrad                     delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'AVISOS (A)......................: ' delimited by size
                  ws-total-avisos                      delimited by size
             into w-e.
           write txt-reg from w-e.
      *---------------------------------------------------------------*
       6000-FINALIZA.
           if ws-parametro-ok = 'S'
              close confclie confclired confrota confprod confende
                    confends scsconfg rota pfc3 prodclas chendlin
              if ws-confinteli-aberto = 'S'
                 close confinteli
              end-if
              if ws-confzero-aberto = 'S'
                 close confzero
              end-if
           end-if
           close txt.
      *---------------------------------------------------------------*
