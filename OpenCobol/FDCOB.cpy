      *****************************************************************
      * Copybook: FDCOB
      * Purpose : FD/record for the class-coverage register (COBMSTR).
      *           Um registro por AULA DA GRADE (HORMSTR) numa DATA em
      *           que o professor titular esta ausente (AUSMSTR): DATA
      *           + PERIODO + MATERIA - a mesma materia nao cai duas
      *           vezes no mesmo horario da grade. Nasce DESCOBERTA
      *           no registro da ausencia e fica COBERTA quando o
      *           AUSPROF designa o substituto (sem choque na grade
      *           dele). Base da folha de cobertura do dia, do resumo
      *           mensal de absenteismo e das horas de substituicao
      *           da folha de pagamento.
      *****************************************************************
       FD  COBERTURA-MASTER
           LABEL RECORD IS STANDARD.
       01  REG-COBERTURA.
           03 COB-CHAVE.
               05 COB-DATA              PIC 9(08).
               05 COB-PERIODO           PIC 9(01).
               05 COB-MATERIA           PIC X(15).
           03 COB-ANO-SEMESTRE          PIC 9(05).
           03 COB-DIA-SEMANA            PIC 9(01).
           03 COB-PROFESSOR-AUSENTE     PIC X(08).
           03 COB-AUSENCIA-INICIO       PIC 9(08).
           03 COB-SALA                  PIC X(06).
           03 COB-TURMA                 PIC X(10).
           03 COB-SUBSTITUTO            PIC X(08).
           03 COB-SITUACAO              PIC X(01).
               88 COB-DESCOBERTA        VALUE 'D'.
               88 COB-COBERTA           VALUE 'C'.
           03 COB-USUARIO               PIC X(08).
           03 COB-DATA-REGISTRO         PIC 9(08).
