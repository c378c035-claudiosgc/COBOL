      *****************************************************************
      * Copybook: SELAUS
      * Purpose : FILE-CONTROL entry for the teacher-absence register
      *           (AUSMSTR) - quem faltou, de quando a quando.
      *****************************************************************
           SELECT AUSENCIA-MASTER
               ASSIGN TO "AUSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-CHAVE
               FILE STATUS IS WK-FS-AUSENCIA.
