      *****************************************************************
      * Copybook: SELNTF
      * Purpose : FILE-CONTROL entry for the outbound notification
      *           queue (NTFMSTR) - aviso por SMS/email ao contato
      *           ou responsavel, enfileirado pelo NTFUTIL e enviado
      *           ao gateway pelo NTFENVIO no ciclo da noite.
      *****************************************************************
           SELECT FILA-NOTIFICACOES
               ASSIGN TO "NTFMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-CHAVE
               FILE STATUS IS WK-FS-NOTIF.
