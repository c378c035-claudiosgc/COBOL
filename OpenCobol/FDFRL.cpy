      *****************************************************************
      * Copybook: FDFRL
      * Purpose : FD/record for the deferred report queue (FRLMSTR).
      *           Um pedido por linha: o relatorio (PROGRAM-ID do
      *           TABELAFRL), quem pediu, com que perfil e filial, a
      *           prioridade (1 urgente - so TOTAL, 2 normal, 3
      *           baixa) e os parametros ja colhidos pela propria
      *           tela do relatorio. O FRLEXEC roda os pendentes na
      *           noite, por prioridade e ordem de pedido, e grava a
      *           situacao: concluido com o SPL-ID da geracao no
      *           spool, ou falhou com o motivo. FRL-AVISADO marca o
      *           aviso ja mostrado no login do solicitante.
      *****************************************************************
       FD  FILA-RELATORIOS
           LABEL RECORD IS STANDARD.
       01  REG-FILA.
           03 FRL-ID                    PIC 9(06).
           03 FRL-PROGRAMA              PIC X(08).
           03 FRL-USUARIO               PIC X(08).
           03 FRL-PERFIL                PIC X(01).
           03 FRL-FILIAL                PIC X(03).
           03 FRL-PRIORIDADE            PIC 9(01).
               88 FRL-PRIORIDADE-VALIDA VALUE 1 THRU 3.
           03 FRL-DATA-PEDIDO           PIC X(14).
           03 FRL-PARAMETROS            PIC X(100).
           03 FRL-SITUACAO              PIC X(01).
               88 FRL-PENDENTE          VALUE 'P'.
               88 FRL-CONCLUIDO         VALUE 'C'.
               88 FRL-FALHOU            VALUE 'F'.
               88 FRL-CANCELADO         VALUE 'X'.
           03 FRL-DATA-EXECUCAO         PIC X(14).
           03 FRL-SPL-ID                PIC 9(06).
           03 FRL-MOTIVO                PIC X(40).
           03 FRL-AVISADO               PIC X(01).
               88 FRL-JA-AVISADO        VALUE 'S'.
