      *****************************************************************
      * Copybook: FDOPH
      * Purpose : FD/record for the opportunity stage history
      *           (OPOHIST). Chave = oportunidade + sequencia, como o
      *           NOTAMSTR: o historico de uma oportunidade sai em
      *           ordem com um START no prefixo. OPH-ESTAGIO-DE em
      *           branco = linha de abertura.
      *****************************************************************
       FD  HISTORICO-OPORTUNIDADE
           LABEL RECORD IS STANDARD.
       01  REG-OPO-HIST.
           03 OPH-CHAVE.
               05 OPH-OPO-ID            PIC 9(06).
               05 OPH-SEQ               PIC 9(04).
           03 OPH-DATA-HORA             PIC X(26).
           03 OPH-USUARIO               PIC X(08).
           03 OPH-ESTAGIO-DE            PIC X(01).
           03 OPH-ESTAGIO-PARA          PIC X(01).
           03 OPH-VALOR-CTVS            PIC 9(11).
           03 OPH-OBSERVACAO            PIC X(30).
