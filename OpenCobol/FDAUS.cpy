      *****************************************************************
      * Copybook: FDAUS
      * Purpose : FD/record for the teacher-absence register
      *           (AUSMSTR), gravado no AUSPROF. Um registro por
      *           ausencia: PROFESSOR (PRF-USUARIO / HOR-PROFESSOR)
      *           + DATA DE INICIO, com a data de fim, o periodo
      *           letivo da grade (HORMSTR) usada para achar as aulas
      *           afetadas e o motivo. As aulas afetadas, uma a uma,
      *           ficam no COBMSTR.
      *****************************************************************
       FD  AUSENCIA-MASTER
           LABEL RECORD IS STANDARD.
       01  REG-AUSENCIA.
           03 AUS-CHAVE.
               05 AUS-PROFESSOR         PIC X(08).
               05 AUS-DATA-INICIO       PIC 9(08).
           03 AUS-DATA-FIM              PIC 9(08).
           03 AUS-ANO-SEMESTRE          PIC 9(05).
           03 AUS-MOTIVO                PIC X(30).
           03 AUS-QTD-AULAS             PIC 9(04).
           03 AUS-USUARIO               PIC X(08).
           03 AUS-DATA-REGISTRO         PIC 9(08).
