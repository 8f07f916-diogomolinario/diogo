      *----------------------------------------------------------------*
      * Arquivo : Log da Revogacao de Acessos de Desligados            *
      * Chave   : ARL-CHAVE (data/hora da execucao + sequencia dentro  *
      *           da execucao).                                        *
      * Objetivo: Guardar o rastro da revogacao em massa feita pelo    *
      *           ACSRECRP (modo R): a sequencia zero de cada execucao *
      *           registra quem rodou e o total revogado, e as demais  *
      *           uma linha por credencial revogada - arquivo, chave,  *
      *           nome, data de demissao no RH e o que foi feito. E a  *
      *           evidencia pedida pela auditoria, que achou senha de  *
      *           liberacao do GPP ativa para ex-funcionario.          *
      * Alim. por: ACSRECRP (so no modo de revogacao).                 *
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
