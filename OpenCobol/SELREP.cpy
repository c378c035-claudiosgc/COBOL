      *****************************************************************
      * Copybook: SELREP
      * Purpose : FILE-CONTROL entry for the make-up lesson register
      *           (REPMSTR) - aulas de reposicao propostas pelo
      *           CALCONF e confirmadas no HORCNTT.
      *****************************************************************
           SELECT REPOSICAO-MASTER
               ASSIGN TO "REPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CHAVE
               FILE STATUS IS WK-FS-REPOSICAO.
