      *****************************************************************
      * Copybook: SELCOB
      * Purpose : FILE-CONTROL entry for the class-coverage register
      *           (COBMSTR) - cada aula de professor ausente e quem
      *           a cobriu.
      *****************************************************************
           SELECT COBERTURA-MASTER
               ASSIGN TO "COBMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CHAVE
               FILE STATUS IS WK-FS-COBERTURA.
