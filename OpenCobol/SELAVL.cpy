      *****************************************************************
      * Copybook: SELAVL
      * Purpose : FILE-CONTROL entry for the attendance-warning log
      *           (FREQAVLG) - uma linha por aluno/periodo/materia
      *           com quantas cartas de aviso de falta o FREQAVIS ja
      *           mandou ao responsavel e quando.
      *****************************************************************
           SELECT REGISTRO-AVISOS
               ASSIGN TO "FREQAVLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVL-CHAVE
               FILE STATUS IS WK-FS-AVISOLOG.
