      *****************************************************************
      * Copybook: SELTUR
      * Purpose : FILE-CONTROL entry for the turma membership file
      *           (TURMMSTR) - em que turma cada aluno esta no ano
      *           letivo.
      *****************************************************************
           SELECT TURMA-MASTER
               ASSIGN TO "TURMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WK-FS-TURMA.
