      *****************************************************************
      * Copybook: SELATX
      * Purpose : FILE-CONTROL entry for the class access path into
      *           the student master (ALUTIDX) - periodo + materia
      *           apontando para a matricula do ALUNOMST.
      *****************************************************************
           SELECT ALUNO-TURMA-INDICE
               ASSIGN TO "ALUTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATX-CHAVE
               FILE STATUS IS WK-FS-ALUTIDX.
