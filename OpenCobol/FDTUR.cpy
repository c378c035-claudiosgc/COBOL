      *****************************************************************
      * Copybook: FDTUR
      * Purpose : FD/record for the turma membership file (TURMMSTR).
      *           Um registro por ANO LETIVO + TURMA + MATRICULA - a
      *           chave por turma deixa o DIARIO, o RANKALU e a ficha
      *           de emergencia (EMGCNTT) conferirem "o aluno e desta
      *           turma?" com uma leitura so. TUR-TURMA usa o mesmo
      *           nome do HOR-TURMA da grade (HORMSTR); a formacao
      *           automatica (TURFORMA) gera SERIE + LETRA ('05A',
      *           '05B'...). Um aluno tem uma turma por ano; a troca
      *           manual e feita no TURMANT, com auditoria.
      *****************************************************************
       FD  TURMA-MASTER
           LABEL RECORD IS STANDARD.
       01  REG-TURMA.
           03 TUR-CHAVE.
               05 TUR-ANO               PIC 9(04).
               05 TUR-TURMA             PIC X(10).
               05 TUR-MATRICULA         PIC 9(06).
           03 TUR-SERIE                 PIC 9(02).
           03 TUR-ORIGEM                PIC X(01).
               88 TUR-FORMACAO          VALUE 'F'.
               88 TUR-MANUAL            VALUE 'M'.
           03 TUR-USUARIO               PIC X(08).
           03 TUR-DATA                  PIC 9(08).
