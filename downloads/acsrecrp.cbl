      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACSRECRP.
      *---------------------------------------------------------------*
      * Objetivo ...: Conciliacao de acessos contra o RH - confronta  *
      *               o arquivo do TOTVS (arq-totvs: situacao,        *
      *               admissao, demissao e setor) com todo lugar onde *
      *               uma pessoa ainda consegue entrar ou assinar:    *
      *               - CADUSUARIOS com CADUS-EXCLUSAO vazia;         *
      *               - USUARIOS e USUARIOSN com US-DATA-F zerada ou  *
      *                 ainda no futuro;                              *
      *               - TABUSU (controle de acesso do usuario);       *
      *               - MATRICUL com senha, supervisor ou liberacao   *
      *                 do GPP (mtr-supervisor / mtr-lib-gpp);        *
      *               - CADFUNCI e SCSFUNCI com situacao ativa (A).   *
      *               Lista todo desligado ou afastado que ainda tem  *
      *               credencial ativa e toda credencial ativa sem    *
      *               registro no RH. Desligado com liberacao do GPP  *
      *               vira tambem alerta (ALERTAW) para a AUDITORIA.  *
      * Parametro ..: modo [usuario CONFIRMA]                         *
      *               L (padrao) = so lista;                          *
      *               R = revogacao em massa dos DESLIGADOS - exige o *
      *               usuario que esta rodando (ativo em CADUSUARIOS) *
      *               e a palavra CONFIRMA; sem isso roda so a lista. *
      *               A revogacao preenche CADUS-EXCLUSAO, fecha      *
      *               US-DATA-F na data do dia, inativa CADFUNCI e    *
      *               SCSFUNCI e tira os direitos do MATRICUL, e      *
      *               grava cada acao no log ACSREVLG com quem rodou. *
      * Observacao .: o vinculo com o RH e pelo usuario (arq-usuario) *
      *               nos arquivos de login; nos arquivos por         *
      *               matricula e pela CADUS-MATRICULA do usuario e,  *
      *               sem ela, pelo nome. Afastado e credencial sem   *
      *               RH so saem na lista (afastamento volta e conta  *
      *               de sistema nao esta no RH). TABUSU nao tem      *
      *               situacao e so guarda o ultimo acesso - sai na   *
      *               lista e nao e alterado. A senha do MATRICUL e   *
      *               chave alternada unica e nao pode ser zerada;    *
      *               a revogacao tira supervisor, GPP, estacao 61 e  *
      *               etiqueta, e a senha fica sem direito nenhum.    *
      * Data .......: 15/10/2026                          Otavio      *
      *---------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           select arq-totvs     assign      '/d/dados/totvs'
                  organization              is line sequential
                  access mode               is sequential
                  file  status              is ws-status.

           select cadusuarios assign '/d/dados/cadusuarios'
                  organization  is indexed
                  access mode   is dynamic
                  record key    is cadus-chave
                  file status   is ws-status2.

           select usuarios assign '/d/dados/usuarios'
                  organization  is indexed
                  access mode   is dynamic
                  record key    is us-chave
                  alternate record key is us-chave-programas
                              with duplicates
                  file status   is ws-status3.

           select usuariosn assign '/d/dados/ussenha'
                  organization  is indexed
                  access mode   is dynamic
                  record key    is us-chaven
                  file status   is ws-status4.

           select tabusu      assign '/d/dados/tabcadusu'
                  organization  is indexed
                  access mode   is dynamic
                  record key    is tabus-chave
                  file status   is ws-status5.

           select matricul assign '/d/dados/matricul'
                  organization    is indexed
                  access mode     is dynamic
                  record key      is mtr-chave
                  alternate record key is mtr-senha
                  file status     is ws-status6.

           select cadfunci    assign        '/d/dados/cadfunci'
                  organization              is indexed
                  access mode               is dynamic
                  record key                is cfnc-chave
                  file status               is ws-status7.

           select scsfunci    assign        '/d/dados/scsfunci'
                  organization              is indexed
                  access mode               is dynamic
                  record key                is scsf-chave
                  file status               is ws-status8.

           select acsrevlg assign '/d/dados/acsrevlg'
                  organization          is indexed
                  access mode           is dynamic
                  record key            is arl-chave
                  file status           is ws-status9.

           select txt assign to "acsrecrp-rl"
                  organization is line sequential
                  file status is ws-status10.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * Arquivo : Funcionarios exportados do TOTVS (arq-totvs)        *
      *----------------------------------------------------------------*
       fd arq-totvs.
       01 reg-totvs.
          03 chave-01.
             05 arq-usuario                pic x(10).
          03 arq-nome                      pic x(40).
          03 arq-txt-status                pic x(20).
          03 arq-txt-dt-adm.
              05 arq-txt-adm-dd            pic 9(02).
              05 arq-txt-bar-01            pic x(01).
              05 arq-txt-adm-mm            pic 9(02).
              05 arq-txt-bar-02            pic x(01).
              05 arq-txt-adm-aa            pic 9(04).
          03 arq-txt-dt-dem.
              05 arq-txt-dem-dd            pic 9(02).
              05 arq-txt-bar-03            pic x(01).
              05 arq-txt-dem-mm            pic 9(02).
              05 arq-txt-bar-04            pic x(01).
              05 arq-txt-dem-aa            pic 9(04).
          03  arq-txt-setor                pic x(20).
      *----------------------------------------------------------------*
      * Arquivo : Cadastro de Usuarios (cadusuarios) - so os campos   *
      *           usados na conciliacao.                              *
      *----------------------------------------------------------------*
       FD CADUSUARIOS.
       01 CADUS-REGISTRO.
          03 CADUS-CHAVE.
             05 CADUS-USUARIO       PIC X(10).
          03 CADUS-NOME             PIC X(40).
          03 CADUS-SETOR            PIC X(20).
          03 CADUS-ADMISSAO         PIC 9(08).
          03 CADUS-RAMAL            PIC 9(04).
          03 CADUS-FILIAL           PIC X(04).
          03 CADUS-MATRICULA        PIC 9(06).
          03 CADUS-EXCLUSAO         PIC X(08).
          03 CADUS-RESTO            PIC X(20).
      *----------------------------------------------------------------*
      * Arquivo : Permissoes de programa por usuario (usuarios)       *
      *----------------------------------------------------------------*
       FD USUARIOS.
       01 US-REGISTRO.
          03 US-CHAVE.
             05 US-USUARIO       PIC X(10).
             05 US-CHAVE-PROGRAMAS.
                07 US-SISTEMA    PIC 9(02).
                07 US-GRUPO      PIC 9(02).
                07 US-NROPC1     PIC 9(02).
                07 US-NROPC2     PIC 9(02).
                07 US-NROPC3     PIC 9(02).
                07 US-NROPC4     PIC 9(02).
                07 US-NROPC5     PIC 9(02).
                07 US-NROPC6     PIC 9(02).
          03 US-NIVEL            PIC 9(01).
          03 US-SENHA            PIC X(10).
          03 US-DATA-I           PIC 9(08).
          03 US-DATA-F           PIC 9(08).
      *----------------------------------------------------------------*
      * Arquivo : Senhas de programa por usuario (usuariosn)          *
      *----------------------------------------------------------------*
       FD USUARIOSn.
       01 US-REGISTROn.
          03 US-CHAVEn.
             05 US-USUARIOn       PIC X(10).
             05 US-CHAVE-PROGRAMASn.
                07 US-SISTEMAn    PIC 9(02).
                07 US-GRUPOn      PIC 9(02).
                07 US-NROPC1n     PIC 9(02).
                07 US-NROPC2n     PIC 9(02).
                07 US-NROPC3n     PIC 9(02).
                07 US-NROPC4n     PIC 9(02).
                07 US-NROPC5n     PIC 9(02).
                07 US-NROPC6n     PIC 9(02).
          03 US-NIVELn            PIC 9(01).
          03 US-SENHAn            PIC X(10).
          03 US-DATA-In           PIC 9(08).
          03 US-DATA-Fn           PIC 9(08).
      *----------------------------------------------------------------*
      * Arquivo : Controle de acesso do usuario (tabusu)              *
      *----------------------------------------------------------------*
       FD TABUSU.
       01 TABUS-REGISTRO.
          03 TABUS-CHAVE.
             05 TABUS-USUARIO       PIC X(10).
          03 TABUS-hora-acesso      pic 9(06).
          03 tabus-data-acesso      pic 9(08).
          03 FILLER                 PIC X(30).
      *----------------------------------------------------------------*
      * Arquivo : Matriculas e senhas de liberacao (matricul)         *
      *----------------------------------------------------------------*
       FD  matricul.
       01  mtr-REG.
           03 mtr-CHAVE.
              05 mtr-matricula         PIC 9(06).
           03 mtr-nome                 pic x(40).
           03 mtr-supervisor           pic x(01).
           03 mtr-senha                pic 9(06).
           03 mtr-estacao-61           pic x(01).
           03 mtr-senha-etq            pic x(01).
           03 mtr-reemissao-etq        pic x(01).
           03 mtr-lib-gpp              pic x(01).
           03 mtr-filler               pic 9(07).
      *----------------------------------------------------------------*
      * Arquivo : Cadastro de Funcionarios (cadfunci)                 *
      *----------------------------------------------------------------*
       FD cadfunci.
       01 cfnc-REG.
          03 cfnc-CHAVE.
             05 cfnc-COD-MATR        PIC 9(06).
          03 cfnc-nome               pic x(40).
          03 cfnc-senha              pic x(06).
          03 cfnc-situacao           pic x(01).
          03 cfnc-FILLER             PIC X(35).
          03 cfnc-INCLUSAO           PIC X(24).
          03 cfnc-ALTERACAO.
             05 cfnc-DATA-ALT        PIC 9(08).
             05 cfnc-HORA-ALT        PIC 9(06).
             05 cfnc-USR-ALT         PIC X(10).
      *----------------------------------------------------------------*
      * Arquivo : Funcionarios da separacao/conferencia (scsfunci)    *
      *----------------------------------------------------------------*
       FD SCSFUNCI.
       01 scsf-REG.
          03 scsf-CHAVE.
             05 scsf-FILIAL          PIC 9(02).
             05 scsf-COD-MATR        PIC 9(06).
          03 scsf-nome               pic x(40).
          03 scsf-cod-funcao         pic 9(03).
          03 scsf-cod-tipo           pic x(01).
          03 scsf-turno              pic x(01).
          03 scsf-senha              pic x(06).
          03 scsf-situacao           pic x(01).
          03 scsf-cod-matr-cf        PIC 9(06).
          03 scsf-coringa            pic x(01).
          03 scsf-FILLER             PIC X(35).
          03 scsf-INCLUSAO           PIC X(24).
          03 scsf-ALTERACAO.
             05 scsf-DATA-ALT        PIC 9(08).
             05 scsf-HORA-ALT        PIC 9(06).
             05 scsf-USR-ALT         PIC X(10).
      *----------------------------------------------------------------*
      * Arquivo : Log da Revogacao de Acessos (acsrevlg.cpy)          *
      *----------------------------------------------------------------*
       FD  ACSREVLG.
       01  ARL-REGISTRO.
           03  ARL-CHAVE.
               05  ARL-DATA               PIC 9(08).
               05  ARL-HORA               PIC 9(06).
               05  ARL-SEQUENCIA          PIC 9(05).
           03  ARL-USUARIO-EXEC           PIC X(10).
           03  ARL-ARQUIVO                PIC X(10).
           03  ARL-CREDENCIAL             PIC X(10).
           03  ARL-NOME                   PIC X(40).
           03  ARL-DATA-DEM               PIC 9(08).
           03  ARL-ACAO                   PIC X(30).
           03  ARL-FILLER                 PIC X(20).
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
      *---------------------------------------------------------------*
       77 ws-param-linha       pic x(40) value spaces.
       77 ws-param-modo        pic x(01) value spaces.
       77 ws-param-usuario     pic x(10) value spaces.
       77 ws-param-confirma    pic x(10) value spaces.
       77 ws-modo              pic x(01) value 'L'.
       77 ws-motivo-recusa     pic x(50) value spaces.
      *---------------------------------------------------------------*
       77 ws-hoje              pic 9(08) value zero.
       77 ws-hora-atual        pic 9(08) value zero.
       77 ws-hora-atual-hms    redefines ws-hora-atual pic 9(06).
       77 ws-hora-exec         pic 9(06) value zero.
      *---------------------------------------------------------------*
      * Funcionarios do RH em memoria - situacao A = ativo,           *
      * D = desligado, F = afastado. O teto e pratico e o estouro e   *
      * apontado no resumo.                                           *
      *---------------------------------------------------------------*
       77 ws-qtd-rh            pic 9(05) value zero.
       77 ws-estouro-rh        pic x(01) value 'N'.
       01 WS-TAB-RH.
          05 WS-RH             OCCURS 5000 TIMES.
             10 WS-RH-USUARIO      PIC X(10).
             10 WS-RH-NOME         PIC X(40).
             10 WS-RH-SITUACAO     PIC X(01).
             10 WS-RH-DT-DEM       PIC 9(08).
             10 WS-RH-MATRICULA    PIC 9(06).
       77 ws-idx-rh            pic 9(05) value zero.
       77 ws-idx-achado        pic 9(05) value zero.
       77 ws-busca-usuario     pic x(10) value spaces.
       77 ws-busca-matricula   pic 9(06) value zero.
       77 ws-busca-nome        pic x(40) value spaces.
       77 ws-situacao-rh       pic x(01) value space.
       01 ws-dt-dem            pic 9(08) value zero.
       01 ws-dt-dem-r          redefines ws-dt-dem.
          05 ws-dem-aa         pic 9(04).
          05 ws-dem-mm         pic 9(02).
          05 ws-dem-dd         pic 9(02).
       77 ws-status-rh         pic x(20) value spaces.
       77 ws-situacao-lin      pic x(10) value spaces.
      *---------------------------------------------------------------*
      * Credencial em avaliacao (entrada de 3000-AVALIA-CREDENCIAL).  *
      *---------------------------------------------------------------*
       77 ws-arquivo           pic x(10) value spaces.
       77 ws-credencial        pic x(10) value spaces.
       77 ws-cred-nome         pic x(40) value spaces.
       77 ws-detalhe           pic x(16) value spaces.
       77 ws-tem-gpp           pic x(01) value 'N'.
       77 ws-revogar           pic x(01) value 'N'.
      *--> 'N' = o registro nao tem o que revogar (so lista).
       77 ws-pode-revogar      pic x(01) value 'S'.
       77 ws-acao              pic x(30) value spaces.
       77 ws-matr-edit         pic 9(06) value zero.
      *---------------------------------------------------------------*
      * Quebra por usuario em USUARIOS/USUARIOSN.                     *
      *---------------------------------------------------------------*
       77 ws-usuario-atual     pic x(10) value spaces.
       77 ws-qtd-prog-ativos   pic 9(04) value zero.
       77 ws-qtd-prog-revog    pic 9(04) value zero.
      *---------------------------------------------------------------*
       77 ws-tot-rh            pic 9(05) value zero.
       77 ws-tot-rh-deslig     pic 9(05) value zero.
       77 ws-tot-rh-afast      pic 9(05) value zero.
       77 ws-tot-deslig        pic 9(05) value zero.
       77 ws-tot-afast         pic 9(05) value zero.
       77 ws-tot-sem-rh        pic 9(05) value zero.
       77 ws-tot-gpp           pic 9(05) value zero.
       77 ws-tot-revogadas     pic 9(05) value zero.
       77 ws-seq-log           pic 9(05) value zero.
      *---------------------------------------------------------------*
      * Campos da gravacao de alerta no arquivo de avisos (ALERTAW).  *
      *---------------------------------------------------------------*
       77 ws-alerta-operacao   pic x(01) value 'G'.
       77 ws-alerta-sequencia  pic 9(08) value zero.
       77 ws-alerta-setor      pic x(20) value 'AUDITORIA'.
       77 ws-alerta-severidade pic x(01) value 'A'.
       77 ws-alerta-origem     pic x(10) value 'ACSRECRP'.
       77 ws-alerta-texto      pic x(70) value spaces.
       77 ws-alerta-item       pic x(20) value spaces.
       77 ws-alerta-usuario    pic x(10) value spaces.
       77 ws-alerta-retorno    pic x(02) value spaces.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAINLINE.
           perform 1000-INICIALIZA.
           if ws-status = '00'
              perform 1100-CARREGA-RH
              perform 1200-LIGA-MATRICULAS
              perform 2000-CONFERE-CADUSUARIOS
              perform 2100-CONFERE-USUARIOS
              perform 2200-CONFERE-USUARIOSN
              perform 2300-CONFERE-TABUSU
              perform 2400-CONFERE-MATRICUL
              perform 2500-CONFERE-CADFUNCI
              perform 2600-CONFERE-SCSFUNCI
              perform 5000-IMPRIME-RESUMO
           else
              move spaces to w-e
              string 'ARQUIVO DO TOTVS NAO DISPONIVEL - STATUS '
                        delimited by size
                     ws-status delimited by size
                into w-e
              write txt-reg from w-e
           end-if
           perform 6000-FINALIZA.
           stop run.
      *---------------------------------------------------------------*
      * Revogacao so com o usuario que esta rodando ativo em          *
      * CADUSUARIOS e a palavra CONFIRMA - fora isso, roda a lista.   *
      *---------------------------------------------------------------*
       1000-INICIALIZA.
           accept ws-hoje from date yyyymmdd.
           accept ws-hora-atual from time.
           move ws-hora-atual-hms to ws-hora-exec.

           accept ws-param-linha from command-line.
           unstring ws-param-linha delimited by all space
              into ws-param-modo
                   ws-param-usuario
                   ws-param-confirma
           end-unstring

           open output txt.
           move '====================================================='
              to w-e.
           write txt-reg from w-e.
           move 'ACSRECRP - CONCILIACAO DE ACESSOS X RH (TOTVS)' to w-e.
           write txt-reg from w-e.
           move '====================================================='
              to w-e.
           write txt-reg from w-e.

           open input cadusuarios.
           if ws-param-modo = 'R'
              perform 1050-VALIDA-REVOGACAO
           end-if
           close cadusuarios.

           if ws-modo = 'R'
              open i-o cadusuarios usuarios usuariosn matricul
                       cadfunci scsfunci
              open i-o acsrevlg
              if ws-status9 = '35'
                 close acsrevlg
                 open output acsrevlg
                 close acsrevlg
                 open i-o acsrevlg
              end-if
              perform 1060-LOG-INICIO
           else
              open input cadusuarios usuarios usuariosn matricul
                         cadfunci scsfunci
           end-if
           open input tabusu.

           move spaces to w-e.
           string 'DATA..: '     delimited by size
                  ws-hoje        delimited by size
                  '   MODO: '    delimited by size
                  ws-modo        delimited by size
             into w-e.
           if ws-modo = 'R'
              move '(REVOGACAO) POR' to w-e(31:15)
              move ws-param-usuario to w-e(47:10)
           else
              move '(SO LISTA)' to w-e(31:10)
           end-if
           write txt-reg from w-e.
           if ws-motivo-recusa not = spaces
              move spaces to w-e
              string 'REVOGACAO RECUSADA - ' delimited by size
                     ws-motivo-recusa        delimited by size
                into w-e
              write txt-reg from w-e
           end-if

           open input arq-totvs.
      *---------------------------------------------------------------*
       1050-VALIDA-REVOGACAO.
           if ws-param-confirma not = 'CONFIRMA'
              move 'FALTOU A PALAVRA CONFIRMA' to ws-motivo-recusa
           else
              move ws-param-usuario to cadus-usuario
              read cadusuarios
                 invalid key
                    move 'USUARIO NAO CADASTRADO' to ws-motivo-recusa
                 not invalid key
                    if cadus-exclusao not = spaces
                       and cadus-exclusao not = zeros
                       move 'USUARIO EXCLUIDO' to ws-motivo-recusa
                    else
                       move 'R' to ws-modo
                    end-if
              end-read
           end-if.
      *---------------------------------------------------------------*
      * Sequencia zero da execucao: quem rodou (o total revogado e    *
      * regravado no final).                                          *
      *---------------------------------------------------------------*
       1060-LOG-INICIO.
           move spaces            to arl-registro.
           move ws-hoje           to arl-data.
           move ws-hora-exec      to arl-hora.
           move zero              to arl-sequencia.
           move ws-param-usuario  to arl-usuario-exec.
           move 'EXECUCAO'        to arl-arquivo.
           move zero              to arl-data-dem.
           move 'INICIO DA REVOGACAO EM MASSA' to arl-acao.
           write arl-registro
              invalid key continue
           end-write.
      *---------------------------------------------------------------*
       1100-CARREGA-RH.
           move 'N' to ws-eof.
           read arq-totvs
              at end move 'S' to ws-eof
           end-read
           perform 1110-CARREGA-UM-FUNCIONARIO
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       1110-CARREGA-UM-FUNCIONARIO.
           if arq-usuario not = spaces
              add 1 to ws-tot-rh
              perform 1120-CLASSIFICA-FUNCIONARIO
              if ws-qtd-rh < 5000
                 add 1 to ws-qtd-rh
                 move arq-usuario    to ws-rh-usuario(ws-qtd-rh)
                 move arq-nome       to ws-rh-nome(ws-qtd-rh)
                 move ws-situacao-rh to ws-rh-situacao(ws-qtd-rh)
                 move ws-dt-dem      to ws-rh-dt-dem(ws-qtd-rh)
                 move zero           to ws-rh-matricula(ws-qtd-rh)
              else
                 move 'S' to ws-estouro-rh
              end-if
           end-if

           read arq-totvs
              at end move 'S' to ws-eof
           end-read.
      *---------------------------------------------------------------*
      * Desligado: data de demissao ja alcancada ou situacao de       *
      * demissao/rescisao. Demissao futura (aviso previo) ainda e     *
      * ativo. Afastado: situacao de afastamento ou licenca.          *
      *---------------------------------------------------------------*
       1120-CLASSIFICA-FUNCIONARIO.
           move 'A'  to ws-situacao-rh.
           move zero to ws-dt-dem.
           if arq-txt-dem-aa numeric and arq-txt-dem-mm numeric
              and arq-txt-dem-dd numeric
              move arq-txt-dem-aa to ws-dem-aa
              move arq-txt-dem-mm to ws-dem-mm
              move arq-txt-dem-dd to ws-dem-dd
           end-if

           move arq-txt-status to ws-status-rh.
           inspect ws-status-rh converting
              'abcdefghijklmnopqrstuvwxyz' to
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           evaluate true
              when ws-dt-dem > zero and ws-dt-dem <= ws-hoje
                 move 'D' to ws-situacao-rh
              when ws-status-rh(1:5) = 'DEMIT'
                or ws-status-rh(1:6) = 'DESLIG'
                or ws-status-rh(1:5) = 'RESCI'
                 move 'D' to ws-situacao-rh
              when ws-status-rh(1:5) = 'AFAST'
                or ws-status-rh(1:5) = 'LICEN'
                 move 'F' to ws-situacao-rh
              when other
                 continue
           end-evaluate

           evaluate ws-situacao-rh
              when 'D' add 1 to ws-tot-rh-deslig
              when 'F' add 1 to ws-tot-rh-afast
           end-evaluate.
      *---------------------------------------------------------------*
      * Leva a CADUS-MATRICULA de cada usuario para o RH em memoria - *
      * e o vinculo dos arquivos por matricula.                       *
      *---------------------------------------------------------------*
       1200-LIGA-MATRICULAS.
           move 'N' to ws-eof.
           move low-values to cadus-chave.
           start cadusuarios key is not less than cadus-chave
              invalid key move 'S' to ws-eof
           end-start
           perform 1210-LIGA-UMA-MATRICULA
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       1210-LIGA-UMA-MATRICULA.
           read cadusuarios next record
              at end move 'S' to ws-eof
           end-read

           if ws-eof = 'N' and cadus-matricula > zero
              move cadus-usuario to ws-busca-usuario
              perform 7100-BUSCA-RH-USUARIO
              if ws-idx-achado > zero
                 move cadus-matricula
                   to ws-rh-matricula(ws-idx-achado)
              end-if
           end-if.
      *---------------------------------------------------------------*
       2000-CONFERE-CADUSUARIOS.
           move 'CADUSUARIO' to ws-arquivo.
           perform 2900-CABECALHO-SECAO.
           move 'N' to ws-eof.
           move low-values to cadus-chave.
           start cadusuarios key is not less than cadus-chave
              invalid key move 'S' to ws-eof
           end-start
           perform 2010-CONFERE-UM-CADUSUARIO
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2010-CONFERE-UM-CADUSUARIO.
           read cadusuarios next record
              at end move 'S' to ws-eof
           end-read

           if ws-eof = 'N'
              and (cadus-exclusao = spaces or cadus-exclusao = zeros)
              move cadus-usuario to ws-credencial ws-busca-usuario
              move cadus-nome    to ws-cred-nome
              move cadus-setor   to ws-detalhe
              move 'N'           to ws-tem-gpp
              move 'S'           to ws-pode-revogar
              perform 7100-BUSCA-RH-USUARIO
              perform 3000-AVALIA-CREDENCIAL
              if ws-revogar = 'S'
                 move ws-hoje to cadus-exclusao
                 rewrite cadus-registro
                    invalid key continue
                 end-rewrite
                 move 'CADUS-EXCLUSAO PREENCHIDA' to ws-acao
                 perform 3900-GRAVA-LOG
              end-if
           end-if.
      *---------------------------------------------------------------*
      * USUARIOS: um registro por programa liberado - o usuario e     *
      * avaliado uma vez e sai uma linha com a quantidade de          *
      * programas ainda validos. Na revogacao cada liberacao valida   *
      * tem US-DATA-F fechada na data do dia.                         *
      *---------------------------------------------------------------*
       2100-CONFERE-USUARIOS.
           move 'USUARIOS' to ws-arquivo.
           perform 2900-CABECALHO-SECAO.
           move spaces to ws-usuario-atual.
           move 'N' to ws-eof.
           move low-values to us-chave.
           start usuarios key is not less than us-chave
              invalid key move 'S' to ws-eof
           end-start
           perform 2110-CONFERE-UM-USUARIO
              until ws-eof = 'S'.
           if ws-usuario-atual not = spaces
              perform 2150-FECHA-USUARIO
           end-if.
      *---------------------------------------------------------------*
       2110-CONFERE-UM-USUARIO.
           read usuarios next record
              at end move 'S' to ws-eof
           end-read

           if ws-eof = 'N'
              if us-usuario not = ws-usuario-atual
                 if ws-usuario-atual not = spaces
                    perform 2150-FECHA-USUARIO
                 end-if
                 move us-usuario to ws-busca-usuario
                 perform 2160-ABRE-USUARIO
              end-if
              if us-data-f = zero or us-data-f > ws-hoje
                 add 1 to ws-qtd-prog-ativos
                 if ws-revogar = 'S'
                    move ws-hoje to us-data-f
                    rewrite us-registro
                       invalid key continue
                       not invalid key add 1 to ws-qtd-prog-revog
                    end-rewrite
                 end-if
              end-if
           end-if.
      *---------------------------------------------------------------*
       2150-FECHA-USUARIO.
           if ws-qtd-prog-ativos > zero
              move ws-usuario-atual to ws-credencial
              move spaces to ws-detalhe
              string ws-qtd-prog-ativos delimited by size
                     ' PROGRAMAS'       delimited by size
                into ws-detalhe
              move 'N' to ws-tem-gpp
              move 'S' to ws-pode-revogar
              perform 3000-AVALIA-CREDENCIAL
              if ws-qtd-prog-revog > zero
                 move spaces to ws-acao
                 string 'US-DATA-F FECHADA EM ' delimited by size
                        ws-qtd-prog-revog       delimited by size
                        ' PROGR'                delimited by size
                   into ws-acao
                 perform 3900-GRAVA-LOG
              end-if
           end-if.
      *---------------------------------------------------------------*
      * A decisao de revogar e tomada na abertura do usuario, pelo RH *
      * - as liberacoes dele sao fechadas na propria leitura.         *
      *---------------------------------------------------------------*
       2160-ABRE-USUARIO.
           move ws-busca-usuario to ws-usuario-atual.
           move zero to ws-qtd-prog-ativos ws-qtd-prog-revog.
           move spaces to ws-cred-nome.
           perform 7100-BUSCA-RH-USUARIO.
           move 'N' to ws-revogar.
           if ws-idx-achado > zero
              move ws-rh-nome(ws-idx-achado) to ws-cred-nome
              if ws-modo = 'R' and ws-rh-situacao(ws-idx-achado) = 'D'
                 move 'S' to ws-revogar
              end-if
           end-if.
      *---------------------------------------------------------------*
       2200-CONFERE-USUARIOSN.
           move 'USUARIOSN' to ws-arquivo.
           perform 2900-CABECALHO-SECAO.
           move spaces to ws-usuario-atual.
           move 'N' to ws-eof.
           move low-values to us-chaven.
           start usuariosn key is not less than us-chaven
              invalid key move 'S' to ws-eof
           end-start
           perform 2210-CONFERE-UM-USUARION
              until ws-eof = 'S'.
           if ws-usuario-atual not = spaces
              perform 2150-FECHA-USUARIO
           end-if.
      *---------------------------------------------------------------*
       2210-CONFERE-UM-USUARION.
           read usuariosn next record
              at end move 'S' to ws-eof
           end-read

           if ws-eof = 'N'
              if us-usuarion not = ws-usuario-atual
                 if ws-usuario-atual not = spaces
                    perform 2150-FECHA-USUARIO
                 end-if
                 move us-usuarion to ws-busca-usuario
                 perform 2160-ABRE-USUARIO
              end-if
              if us-data-fn = zero or us-data-fn > ws-hoje
                 add 1 to ws-qtd-prog-ativos
                 if ws-revogar = 'S'
                    move ws-hoje to us-data-fn
                    rewrite us-registron
                       invalid key continue
                       not invalid key add 1 to ws-qtd-prog-revog
                    end-rewrite
                 end-if
              end-if
           end-if.
      *---------------------------------------------------------------*
      * TABUSU nao tem situacao - so lista, nunca e alterado.         *
      *---------------------------------------------------------------*
       2300-CONFERE-TABUSU.
           move 'TABUSU' to ws-arquivo.
           perform 2900-CABECALHO-SECAO.
           move 'N' to ws-eof.
           move low-values to tabus-chave.
           start tabusu key is not less than tabus-chave
              invalid key move 'S' to ws-eof
           end-start
           perform 2310-CONFERE-UM-TABUSU
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2310-CONFERE-UM-TABUSU.
           read tabusu next record
              at end move 'S' to ws-eof
           end-read

           if ws-eof = 'N'
              move tabus-usuario to ws-credencial ws-busca-usuario
              move spaces        to ws-cred-nome
              move spaces        to ws-detalhe
              string 'ACESSO '         delimited by size
                     tabus-data-acesso delimited by size
                into ws-detalhe
              move 'N'           to ws-tem-gpp
              move 'N'           to ws-pode-revogar
              perform 7100-BUSCA-RH-USUARIO
              if ws-idx-achado > zero
                 move ws-rh-nome(ws-idx-achado) to ws-cred-nome
              end-if
              perform 3000-AVALIA-CREDENCIAL
           end-if.
      *---------------------------------------------------------------*
      * MATRICUL: credencial ativa e senha cadastrada ou qualquer um  *
      * dos direitos de supervisor / liberacao do GPP.                *
      *---------------------------------------------------------------*
       2400-CONFERE-MATRICUL.
           move 'MATRICUL' to ws-arquivo.
           perform 2900-CABECALHO-SECAO.
           move 'N' to ws-eof.
           move low-values to mtr-chave.
           start matricul key is not less than mtr-chave
              invalid key move 'S' to ws-eof
           end-start
           perform 2410-CONFERE-UMA-MATRICULA
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2410-CONFERE-UMA-MATRICULA.
           read matricul next record
              at end move 'S' to ws-eof
           end-read

           if ws-eof = 'N'
              and (mtr-senha > zero or mtr-supervisor = 'S'
                   or mtr-lib-gpp = 'S')
              move mtr-matricula to ws-matr-edit ws-busca-matricula
              move ws-matr-edit  to ws-credencial
              move mtr-nome      to ws-cred-nome ws-busca-nome
              move spaces        to ws-detalhe
              move 'N'           to ws-tem-gpp
              if mtr-senha > zero
                 move 'SENHA' to ws-detalhe(1:5)
              end-if
              if mtr-supervisor = 'S'
                 move 'SUPERV' to ws-detalhe(7:6)
              end-if
              if mtr-lib-gpp = 'S'
                 move 'GPP' to ws-detalhe(14:3)
                 move 'S'   to ws-tem-gpp
              end-if
      *--> a senha nao e apagada na revogacao: matricula ja revogada
      *    (sem nenhum direito) volta na lista mas nao e regravada.
              if mtr-supervisor = 'S' or mtr-lib-gpp = 'S'
                 or mtr-estacao-61 = 'S' or mtr-senha-etq = 'S'
                 or mtr-reemissao-etq = 'S'
                 move 'S' to ws-pode-revogar
              else
                 move 'N' to ws-pode-revogar
              end-if
              perform 7200-BUSCA-RH-MATRICULA
              perform 3000-AVALIA-CREDENCIAL
              if ws-revogar = 'S'
                 move 'N' to mtr-supervisor mtr-lib-gpp
                             mtr-estacao-61 mtr-senha-etq
                             mtr-reemissao-etq
                 rewrite mtr-reg
                    invalid key continue
                 end-rewrite
                 move 'DIREITOS SUPERV/GPP/ETQ RETIR.' to ws-acao
                 perform 3900-GRAVA-LOG
              end-if
           end-if.
      *---------------------------------------------------------------*
       2500-CONFERE-CADFUNCI.
           move 'CADFUNCI' to ws-arquivo.
           perform 2900-CABECALHO-SECAO.
           move 'N' to ws-eof.
           move low-values to cfnc-chave.
           start cadfunci key is not less than cfnc-chave
              invalid key move 'S' to ws-eof
           end-start
           perform 2510-CONFERE-UM-CADFUNCI
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2510-CONFERE-UM-CADFUNCI.
           read cadfunci next record
              at end move 'S' to ws-eof
           end-read

           if ws-eof = 'N' and cfnc-situacao = 'A'
              move cfnc-cod-matr to ws-matr-edit ws-busca-matricula
              move ws-matr-edit  to ws-credencial
              move cfnc-nome     to ws-cred-nome ws-busca-nome
              move 'SITUACAO A'  to ws-detalhe
              move 'N'           to ws-tem-gpp
              move 'S'           to ws-pode-revogar
              perform 7200-BUSCA-RH-MATRICULA
              perform 3000-AVALIA-CREDENCIAL
              if ws-revogar = 'S'
                 move 'I'               to cfnc-situacao
                 move ws-hoje           to cfnc-data-alt
                 move ws-hora-exec      to cfnc-hora-alt
                 move ws-param-usuario  to cfnc-usr-alt
                 rewrite cfnc-reg
                    invalid key continue
                 end-rewrite
                 move 'CFNC-SITUACAO A -> I' to ws-acao
                 perform 3900-GRAVA-LOG
              end-if
           end-if.
      *---------------------------------------------------------------*
       2600-CONFERE-SCSFUNCI.
           move 'SCSFUNCI' to ws-arquivo.
           perform 2900-CABECALHO-SECAO.
           move 'N' to ws-eof.
           move low-values to scsf-chave.
           start scsfunci key is not less than scsf-chave
              invalid key move 'S' to ws-eof
           end-start
           perform 2610-CONFERE-UM-SCSFUNCI
              until ws-eof = 'S'.
      *---------------------------------------------------------------*
       2610-CONFERE-UM-SCSFUNCI.
           read scsfunci next record
              at end move 'S' to ws-eof
           end-read

           if ws-eof = 'N' and scsf-situacao = 'A'
              move scsf-cod-matr to ws-matr-edit ws-busca-matricula
              move ws-matr-edit  to ws-credencial
              move scsf-nome     to ws-cred-nome ws-busca-nome
              move spaces        to ws-detalhe
              string 'FILIAL '   delimited by size
                     scsf-filial delimited by size
                into ws-detalhe
              move 'N'           to ws-tem-gpp
              move 'S'           to ws-pode-revogar
              perform 7200-BUSCA-RH-MATRICULA
              perform 3000-AVALIA-CREDENCIAL
              if ws-revogar = 'S'
                 move 'I'               to scsf-situacao
                 move ws-hoje           to scsf-data-alt
                 move ws-hora-exec      to scsf-hora-alt
                 move ws-param-usuario  to scsf-usr-alt
                 rewrite scsf-reg
                    invalid key continue
                 end-rewrite
                 move 'SCSF-SITUACAO A -> I' to ws-acao
                 perform 3900-GRAVA-LOG
              end-if
           end-if.
      *---------------------------------------------------------------*
       2900-CABECALHO-SECAO.
           move spaces to w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CREDENCIAIS ATIVAS EM ' delimited by size
                  ws-arquivo               delimited by size
             into w-e.
           write txt-reg from w-e.
           move 'CREDENC.   NOME                           SITUACAO'
              to w-e.
           move 'DT-DEM   DETALHE          R' to w-e(53:27).
           write txt-reg from w-e.
           move '-----------------------------------------------------'
              to w-e.
           move '---------------------------' to w-e(53:27).
           write txt-reg from w-e.
      *---------------------------------------------------------------*
      * Credencial ativa: so sai na lista se o dono esta desligado,   *
      * afastado ou nao existe no RH. Desligado no modo R tem         *
      * ws-revogar = 'S' na volta - quem chamou faz a revogacao no    *
      * registro e grava o log. Quem chama informa em ws-pode-revogar *
      * se o registro tem o que revogar (TABUSU nunca tem).           *
      *---------------------------------------------------------------*
       3000-AVALIA-CREDENCIAL.
           move 'N'    to ws-revogar.
           move zero   to ws-dt-dem.
           if ws-idx-achado = zero
              move 'SEM REG RH' to ws-situacao-lin
              add 1 to ws-tot-sem-rh
           else
              move ws-rh-dt-dem(ws-idx-achado) to ws-dt-dem
              evaluate ws-rh-situacao(ws-idx-achado)
                 when 'D'
                    move 'DESLIGADO' to ws-situacao-lin
                    add 1 to ws-tot-deslig
                    if ws-modo = 'R' and ws-pode-revogar = 'S'
                       move 'S' to ws-revogar
                    end-if
                    if ws-tem-gpp = 'S'
                       add 1 to ws-tot-gpp
                       perform 3100-ALERTA-GPP
                    end-if
                 when 'F'
                    move 'AFASTADO' to ws-situacao-lin
                    add 1 to ws-tot-afast
                 when other
                    move spaces to ws-situacao-lin
              end-evaluate
           end-if

           if ws-situacao-lin not = spaces
              move spaces to w-e
              string ws-credencial      delimited by size
                     ' '                delimited by size
                     ws-cred-nome(1:30) delimited by size
                     ' '                delimited by size
                     ws-situacao-lin    delimited by size
                into w-e
              if ws-dt-dem > zero
                 move ws-dt-dem to w-e(53:8)
              end-if
              move ws-detalhe to w-e(62:16)
              if ws-revogar = 'S'
                 move 'R' to w-e(79:1)
              end-if
              write txt-reg from w-e
           end-if.
      *---------------------------------------------------------------*
       3100-ALERTA-GPP.
           move spaces to ws-alerta-texto.
           string 'DESLIGADO COM LIBERACAO GPP ATIVA - MATR '
                     delimited by size
                  ws-credencial      delimited by size
                  ' '                delimited by size
                  ws-cred-nome(1:20) delimited by size
             into ws-alerta-texto.
           move spaces to ws-alerta-item.
           string 'MATR' delimited by size
                  ws-credencial delimited by size
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
       3900-GRAVA-LOG.
           add 1 to ws-tot-revogadas.
           add 1 to ws-seq-log.
           move spaces            to arl-registro.
           move ws-hoje           to arl-data.
           move ws-hora-exec      to arl-hora.
           move ws-seq-log        to arl-sequencia.
           move ws-param-usuario  to arl-usuario-exec.
           move ws-arquivo        to arl-arquivo.
           move ws-credencial     to arl-credencial.
           move ws-cred-nome      to arl-nome.
           move ws-dt-dem         to arl-data-dem.
           move ws-acao           to arl-acao.
           write arl-registro
              invalid key continue
           end-write.
      *---------------------------------------------------------------*
       7100-BUSCA-RH-USUARIO.
           move zero to ws-idx-achado.
           perform 7110-COMPARA-UM-USUARIO
              varying ws-idx-rh from 1 by 1
              until ws-idx-rh > ws-qtd-rh
                 or ws-idx-achado > zero.
      *---------------------------------------------------------------*
       7110-COMPARA-UM-USUARIO.
           if ws-rh-usuario(ws-idx-rh) = ws-busca-usuario
              move ws-idx-rh to ws-idx-achado
           end-if.
      *---------------------------------------------------------------*
      * Arquivos por matricula: primeiro pela CADUS-MATRICULA levada  *
      * ao RH em memoria, depois pelo nome.                           *
      *---------------------------------------------------------------*
       7200-BUSCA-RH-MATRICULA.
           move zero to ws-idx-achado.
           perform 7210-COMPARA-UMA-MATRICULA
              varying ws-idx-rh from 1 by 1
              until ws-idx-rh > ws-qtd-rh
                 or ws-idx-achado > zero.
           if ws-idx-achado = zero and ws-busca-nome not = spaces
              perform 7220-COMPARA-UM-NOME
                 varying ws-idx-rh from 1 by 1
                 until ws-idx-rh > ws-qtd-rh
                    or ws-idx-achado > zero
           end-if.
      *---------------------------------------------------------------*
       7210-COMPARA-UMA-MATRICULA.
           if ws-rh-matricula(ws-idx-rh) = ws-busca-matricula
              move ws-idx-rh to ws-idx-achado
           end-if.
      *---------------------------------------------------------------*
       7220-COMPARA-UM-NOME.
           if ws-rh-nome(ws-idx-rh) = ws-busca-nome
              move ws-idx-rh to ws-idx-achado
           end-if.
      *---------------------------------------------------------------*
       5000-IMPRIME-RESUMO.
           move spaces to w-e.
           write txt-reg from w-e.
           move '-----------------------------------------------------'
              to w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'FUNCIONARIOS NO RH (TOTVS)......: ' delimited by size
                  ws-tot-rh                            delimited by size
                  ' DESLIG '                           delimited by size
                  ws-tot-rh-deslig                     delimited by size
                  ' AFAST '                            delimited by size
                  ws-tot-rh-afast                      delimited by size
             into w-e.
           write txt-reg from w-e.
           if ws-estouro-rh = 'S'
              move 'TABELA DO RH ESTOUROU 5000 - CONFERENCIA PARCIAL'
                 to w-e
              write txt-reg from w-e
           end-if
           move spaces to w-e.
           string 'CREDENCIAIS DE DESLIGADOS.......: ' delimited by size
                  ws-tot-deslig                        delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string '  COM LIBERACAO DO GPP..........: ' delimited by size
                  ws-tot-gpp                           delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CREDENCIAIS DE AFASTADOS........: ' delimited by size
                  ws-tot-afast                         delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'CREDENCIAIS SEM REGISTRO NO RH..: ' delimited by size
                  ws-tot-sem-rh                        delimited by size
             into w-e.
           write txt-reg from w-e.
           move spaces to w-e.
           string 'REVOGACOES GRAVADAS EM ACSREVLG.: ' delimited by size
                  ws-tot-revogadas                     delimited by size
             into w-e.
           write txt-reg from w-e.
      *---------------------------------------------------------------*
      * No modo R a sequencia zero da execucao recebe o total.        *
      *---------------------------------------------------------------*
       6000-FINALIZA.
           if ws-modo = 'R'
              move ws-hoje      to arl-data
              move ws-hora-exec to arl-hora
              move zero         to arl-sequencia
              read acsrevlg
                 not invalid key
                    move spaces to arl-acao
                    string 'FIM - REVOGADAS '  delimited by size
                           ws-tot-revogadas    delimited by size
                      into arl-acao
                    rewrite arl-registro
                       invalid key continue
                    end-rewrite
              end-read
              close acsrevlg
           end-if
           close arq-totvs cadusuarios usuarios usuariosn tabusu
                 matricul cadfunci scsfunci txt.
      *---------------------------------------------------------------*
