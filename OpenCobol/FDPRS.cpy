      *****************************************************************
      * Copybook: FDPRS
      * Purpose : FD/record for the school-day presence register
      *           (PRESMSTR). Um registro por aluno por dia em que o
      *           cracha passou na catraca (DATA + MATRICULA): a
      *           primeira entrada, a ultima saida e o numero de
      *           passagens do dia. Gravado pelo CATRACA a partir da
      *           exportacao diaria das catracas; reprocessar o mesmo
      *           dia regrava o registro, nao duplica.
      *****************************************************************
       FD  PRESENCA-MASTER
           LABEL RECORD IS STANDARD.
       01  REG-PRESENCA.
           03 PRS-CHAVE.
               05 PRS-DATA              PIC 9(08).
               05 PRS-MATRICULA         PIC 9(06).
           03 PRS-HORA-ENTRADA          PIC 9(04).
           03 PRS-HORA-SAIDA            PIC 9(04).
           03 PRS-QTD-PASSAGENS         PIC 9(03).
