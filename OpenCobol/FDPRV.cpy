      *****************************************************************
      * Copybook: FDPRV
      * Purpose : FD/record for the exam calendar (PROVMSTR), mantido
      *           no PROVCNTT. Um registro por prova: ANO-SEMESTRE +
      *           DATA + HORARIO (1..8, os mesmos periodos da grade) +
      *           MATERIA + TURMA, com a sala e o fiscal. A entrada
      *           recusa sala, fiscal ou turma repetidos no mesmo
      *           horario (as regras do HORCNTT) e aluno inscrito
      *           (INSCMSTR) em duas provas ao mesmo tempo. Prova
      *           marcada REALIZADA empresta data e tipo ao
      *           lancamento de avaliacao do AVALCNTT.
      *****************************************************************
       FD  PROVA-MASTER
           LABEL RECORD IS STANDARD.
       01  REG-PROVA.
           03 PRV-CHAVE.
               05 PRV-ANO-SEMESTRE      PIC 9(05).
               05 PRV-DATA              PIC 9(08).
               05 PRV-HORARIO           PIC 9(01).
               05 PRV-MATERIA           PIC X(15).
               05 PRV-TURMA             PIC X(10).
           03 PRV-SALA                  PIC X(06).
           03 PRV-FISCAL                PIC X(08).
           03 PRV-SITUACAO              PIC X(01).
               88 PRV-AGENDADA          VALUE 'A'.
               88 PRV-REALIZADA         VALUE 'R'.
           03 PRV-USUARIO               PIC X(08).
           03 PRV-DATA-REGISTRO         PIC 9(08).
