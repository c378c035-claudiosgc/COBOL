      *****************************************************************
      * Copybook: SELREM
      * Purpose : FILE-CONTROL entry for the re-enrollment register
      *           (REMMSTR) - um registro por ano letivo e matricula
      *           com a resposta da familia ao formulario de
      *           rematricula (REMATRIC).
      *****************************************************************
           SELECT REMATRICULA-MASTER
               ASSIGN TO "REMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-CHAVE
               FILE STATUS IS WK-FS-REMATRICULA.
