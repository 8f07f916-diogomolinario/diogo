      *----------------------------------------------------------------*
      * Arquivo : Bloqueio/Liberacao de Cliente por Credito            *
      * Chave   : CRB-CHAVE (codigo do cliente).                       *
      * Objetivo: Posicao de credito do cliente na ultima noite e      *
      *           situacao de bloqueio - B = bloqueado, L = liberado   *
      *           (estava bloqueado e deixou de ter motivo). Os        *
      *           motivos vem marcados com 'S': exposicao acima do     *
      *           limite C3LIMITE, titulo vencido alem da tolerancia   *
      *           e saldo pre-pago (CONTACOR) negativo. A digitacao    *
      *           de pedido e o faturamento consultam este arquivo no  *
      *           lugar da planilha do financeiro. CRB-DATA-BLOQ e a   *
      *           data em que o bloqueio comecou (mantida enquanto o   *
      *           cliente continuar com motivo) e CRB-DATA-LIBER a da  *
      *           liberacao automatica.                                *
      * Alim. por: CRDEXPRP (noturno).                                 *
      *----------------------------------------------------------------*
       FD  CRDBLQ.
       01  CRB-REGISTRO.
           03  CRB-CHAVE.
               05  CRB-CLIENTE            PIC 9(06).
           03  CRB-SITUACAO               PIC X(01).
               88  CRB-BLOQUEADO          VALUE 'B'.
               88  CRB-LIBERADO           VALUE 'L'.
           03  CRB-MOTIVOS.
               05  CRB-MOT-LIMITE         PIC X(01).
               05  CRB-MOT-ATRASO         PIC X(01).
               05  CRB-MOT-SALDO          PIC X(01).
           03  CRB-EXPOSICAO              PIC S9(13)V99.
           03  CRB-LIMITE                 PIC 9(05).
           03  CRB-VENCIDO                PIC 9(13)V99.
           03  CRB-MAIOR-ATRASO           PIC 9(05).
           03  CRB-SALDO-PREPAGO          PIC S9(10)V99.
           03  CRB-DATA-BLOQ              PIC 9(08).
           03  CRB-DATA-LIBER             PIC 9(08).
           03  CRB-DATA-GER               PIC 9(08).
           03  CRB-HORA-GER               PIC 9(06).
           03  CRB-FILLER                 PIC X(20).
      *----------------------------------------------------------------*
