      *****************************************************************
      * Copybook: FDATX
      * Purpose : FD/record for the class access path (ALUTIDX). Uma
      *           entrada por registro do ALUNOMST, com a chave na
      *           ordem da turma: ANO-SEMESTRE + MATERIA + MATRICULA.
      *           Os lotes de turma (NOTASTAT, DIARIO, RANKALU) fazem
      *           START no prefixo periodo (+ materia) e leem o mestre
      *           pela chave, em vez de varrer o ALUNOMST inteiro.
      *           Mantido via ALTXUTIL por quem grava ou exclui no
      *           ALUNOMST; a recuperacao completa e o ALTXRBLD.
      *****************************************************************
       FD  ALUNO-TURMA-INDICE
           LABEL RECORD IS STANDARD.
       01  REG-ALUNO-TURMA.
           03 ATX-CHAVE.
               05 ATX-ANO-SEMESTRE      PIC 9(05).
               05 ATX-MATERIA           PIC X(15).
               05 ATX-MATRICULA         PIC 9(06).
