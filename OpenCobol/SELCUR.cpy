      *****************************************************************
      * Copybook: SELCUR
      * Purpose : FILE-CONTROL entry for the curriculum matrix
      *           (CURMSTR) - materias de cada serie por ano letivo,
      *           com carga horaria e obrigatoriedade.
      *****************************************************************
           SELECT CURRICULO-MASTER
               ASSIGN TO "CURMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-CHAVE
               FILE STATUS IS WK-FS-CURRICULO.
