      *****************************************************************
      * Copybook: SELIAV
      * Purpose : FILE-CONTROL entry for the breach-notice log
      *           (INCAVISO) - um registro por titular afetado em
      *           cada incidente do INCMSTR, com o desfecho do aviso.
      *****************************************************************
           SELECT AVISO-INCIDENTE
               ASSIGN TO "INCAVISO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IAV-CHAVE
               FILE STATUS IS WK-FS-AVISO.
