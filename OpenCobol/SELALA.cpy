      *****************************************************************
      * Copybook: SELALA
      * Purpose : FILE-CONTROL entry for the permanent student
      *           archive (ALUNARCH) - o arquivo morto dos ex-alunos
      *           (concluintes e transferidos), so de acrescimo.
      *****************************************************************
           SELECT ALUNO-ARQUIVO
               ASSIGN TO "ALUNARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-ALUARQ.
