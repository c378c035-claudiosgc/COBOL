      *****************************************************************
      * Copybook: SELJAN
      * Purpose : FILE-CONTROL entry for the grade-entry window
      *           calendar (JANMSTR) - quando cada periodo aceita
      *           lancamento de nota, e as reaberturas por materia.
      *****************************************************************
           SELECT JANELA-MASTER
               ASSIGN TO "JANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JAN-CHAVE
               FILE STATUS IS WK-FS-JANELA.
