      *****************************************************************
      * Copybook: FDIRM
      * Purpose : FD/record for the sibling placement requests
      *           (IRMPREF). Um registro por responsavel (MAT-
      *           GUARDIAO - irmaos sao os alunos do mesmo
      *           responsavel): 'J' a familia pediu os irmaos da
      *           mesma serie na mesma turma, 'S' em turmas
      *           separadas. Sem registro a formacao so equilibra a
      *           quantidade. Mantido no TURMANT.
      *****************************************************************
       FD  IRMAOS-PREFERENCIA
           LABEL RECORD IS STANDARD.
       01  REG-IRMAOS.
           03 IRM-GUARDIAO              PIC 9(06).
           03 IRM-PREFERENCIA           PIC X(01).
               88 IRM-JUNTOS            VALUE 'J'.
               88 IRM-SEPARADOS         VALUE 'S'.
               88 IRM-VALIDA            VALUE 'J' 'S'.
           03 IRM-USUARIO               PIC X(08).
           03 IRM-DATA                  PIC 9(08).
