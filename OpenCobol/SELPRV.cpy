      *****************************************************************
      * Copybook: SELPRV
      * Purpose : FILE-CONTROL entry for the exam calendar (PROVMSTR)
      *           - as semanas de prova do periodo, com sala e fiscal.
      *****************************************************************
           SELECT PROVA-MASTER
               ASSIGN TO "PROVMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CHAVE
               FILE STATUS IS WK-FS-PROVA.
