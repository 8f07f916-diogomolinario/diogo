      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OLPRZMN.
      *---------------------------------------------------------------*
      * Objetivo ...: Tela de manutencao do prazo contratual de       *
      *               entrega do projeto OL (OLPROJ-PRAZO-HORAS do    *
      *               OLPROJETO) - horas do dia do pedido OL ate a    *
      *               saida na portaria. Zero = projeto sem prazo. E  *
      *               o prazo que o PEDRASRP confronta com as horas   *
      *               decorridas do pedido.                           *
      * Operacao ...: A = altera prazo / L = lista projetos / F = fim.*
      * Observacao .: so altera projeto ja cadastrado no OLPROJETO -  *
      *               a inclusao do projeto continua no cadastro de   *
      *               projetos OL. OLPROJ-DT-ALT recebe a data do dia.*
      * Data .......: 15/10/2026                          Otavio      *
      *---------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           select olprojeto assign '/d/dados/olprojeto'
                  organization    is indexed
                  access mode     is dynamic
                  record key      is olproj-chave
                  file status     is ws-status.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       77 ws-status          pic x(02) value spaces.
       77 ws-fim             pic x(01) value 'N'.
       77 ws-opcao           pic x(01) value space.
       77 ws-eof              pic x(01) value 'N'.
       77 ws-existe           pic x(01) value 'N'.
       77 ws-qtd-listados     pic 9(05) value zero.
      *---------------------------------------------------------------*
       77 ws-projeto          pic x(02) value spaces.
       77 ws-grupofor         pic 9(04) value zero.
       77 ws-prazo-atual      pic 9(04) value zero.
       77 ws-prazo            pic 9(04) value zero.
       77 ws-confirma         pic x(01) value space.
      *---------------------------------------------------------------*
       77 ws-data-atual       pic 9(08) value zero.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAINLINE.
           perform 1000-INICIALIZA.
           perform 2000-PROCESSA-UMA-OPCAO
              until ws-fim = 'S'.
           perform 9000-FINALIZA.
           stop run.
      *---------------------------------------------------------------*
       1000-INICIALIZA.
           open i-o olprojeto.
           if ws-status not = '00'
              display 'OLPROJETO NAO PODE SER ABERTO - ' ws-status
              move 'S' to ws-fim
           end-if

           display 'OLPRZMN - PRAZO CONTRATUAL DE ENTREGA PROJETO OL'.
      *---------------------------------------------------------------*
       2000-PROCESSA-UMA-OPCAO.
           display ' '.
           display 'A=ALTERA PRAZO L=LISTA F=FIM: '.
           accept ws-opcao.

           evaluate ws-opcao
              when 'A' perform 3000-ALTERA-PRAZO
              when 'L' perform 5000-LISTA-PROJETOS
              when 'F' move 'S' to ws-fim
              when other display 'OPCAO INVALIDA.'
           end-evaluate.
      *---------------------------------------------------------------*
       3000-ALTERA-PRAZO.
           display 'PROJETO (2 POS)....: '.
           accept ws-projeto.
           display 'GRUPO FORNECEDOR...: '.
           accept ws-grupofor.

           move ws-projeto  to olproj-projeto.
           move ws-grupofor to olproj-grupofor.
           read olprojeto
              invalid key
                 move 'N' to ws-existe
                 display 'PROJETO NAO CADASTRADO NO OLPROJETO.'
              not invalid key
                 move 'S' to ws-existe
           end-read

           if ws-existe = 'S'
      *--> filler antigo nao numerico conta como sem prazo.
              if olproj-prazo-horas numeric
                 move olproj-prazo-horas to ws-prazo-atual
              else
                 move zero to ws-prazo-atual
              end-if
              display 'PRAZO ATUAL (HORAS): ' ws-prazo-atual
              display 'NOVO PRAZO (HORAS, 0 = SEM PRAZO): '
              accept ws-prazo
              display 'CONFIRMA (S/N): '
              accept ws-confirma
              if ws-confirma = 'S'
                 perform 3100-GRAVA-PRAZO
              else
                 display 'PRAZO NAO ALTERADO.'
              end-if
           end-if.
      *---------------------------------------------------------------*
       3100-GRAVA-PRAZO.
           accept ws-data-atual from date yyyymmdd.

           if olproj-filler1-r not numeric
              move zero to olproj-filler1-r
           end-if
           move ws-prazo      to olproj-prazo-horas.
           move ws-data-atual to olproj-dt-alt.

           rewrite olproj-registro
              invalid key display 'ERRO AO ALTERAR - ' ws-status
              not invalid key display 'PRAZO ALTERADO.'
           end-rewrite.
      *---------------------------------------------------------------*
       5000-LISTA-PROJETOS.
           move zero to ws-qtd-listados.
           move 'N'  to ws-eof.
           move low-values to olproj-chave.
           start olprojeto key is not less than olproj-chave
              invalid key move 'S' to ws-eof
           end-start

           perform 5100-LISTA-UM-PROJETO
              until ws-eof = 'S'.

           if ws-qtd-listados = zero
              display 'NENHUM PROJETO CADASTRADO.'
           end-if.
      *---------------------------------------------------------------*
       5100-LISTA-UM-PROJETO.
           read olprojeto next record
              at end move 'S' to ws-eof
           end-read

           if ws-eof = 'N'
              add 1 to ws-qtd-listados
              if olproj-prazo-horas numeric
                 move olproj-prazo-horas to ws-prazo-atual
              else
                 move zero to ws-prazo-atual
              end-if
              display olproj-projeto ' ' olproj-grupofor
                      ' PRAZO ' ws-prazo-atual ' H  ALT ' olproj-dt-alt
           end-if.
      *---------------------------------------------------------------*
       9000-FINALIZA.
           close olprojeto.
      *---------------------------------------------------------------*
