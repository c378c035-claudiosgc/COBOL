      *****************************************************************
      * Copybook: SELPRS
      * Purpose : FILE-CONTROL entry for the school-day presence
      *           register (PRESMSTR) fed by the turnstile export.
      *****************************************************************
           SELECT PRESENCA-MASTER
               ASSIGN TO "PRESMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRS-CHAVE
               FILE STATUS IS WK-FS-PRESENCA.
