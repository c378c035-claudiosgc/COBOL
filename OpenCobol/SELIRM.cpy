      *****************************************************************
      * Copybook: SELIRM
      * Purpose : FILE-CONTROL entry for the sibling placement
      *           requests (IRMPREF) - irmaos juntos ou separados na
      *           formacao de turmas.
      *****************************************************************
           SELECT IRMAOS-PREFERENCIA
               ASSIGN TO "IRMPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IRM-GUARDIAO
               FILE STATUS IS WK-FS-IRMAOS.
