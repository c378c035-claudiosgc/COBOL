      *****************************************************************
      * Copybook: FDREP
      * Purpose : FD/record for the make-up lesson register (REPMSTR).
      *           Uma aula de reposicao por ANO-SEMESTRE + DATA +
      *           PERIODO + TURMA - a turma so tem uma aula por
      *           horario, como na grade (HORMSTR). O CALCONF propoe
      *           ('P') em sabado livre ou horario vago da turma, do
      *           professor e da sala; a secretaria confirma ('C') no
      *           HORCNTT. So a confirmada conta nos dias de aula do
      *           HORCNTT e vira coluna no DIARIO.
      *****************************************************************
       FD  REPOSICAO-MASTER
           LABEL RECORD IS STANDARD.
       01  REG-REPOSICAO.
           03 REP-CHAVE.
               05 REP-ANO-SEMESTRE      PIC 9(05).
               05 REP-DATA              PIC 9(08).
               05 REP-PERIODO           PIC 9(01).
               05 REP-TURMA             PIC X(10).
           03 REP-MATERIA               PIC X(15).
           03 REP-PROFESSOR             PIC X(08).
           03 REP-SALA                  PIC X(06).
           03 REP-STATUS                PIC X(01).
               88 REP-PROPOSTA          VALUE 'P'.
               88 REP-CONFIRMADA        VALUE 'C'.
           03 REP-USUARIO               PIC X(08).
           03 REP-DATA-CONFIRMACAO      PIC 9(08).
