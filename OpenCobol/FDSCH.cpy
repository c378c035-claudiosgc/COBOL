      *****************************************************************
      * Copybook: FDSCH
      * Purpose : FD/record for the service case status history
      *           (SACHIST). Chave = protocolo + sequencia, como o
      *           OPOHIST: o historico de um caso sai em ordem com um
      *           START no prefixo. SCH-STATUS-DE em branco = linha de
      *           abertura. SCH-DATA-HORA e o carimbo de tempo que se
      *           apresenta a ouvidoria.
      *****************************************************************
       FD  HISTORICO-SAC
           LABEL RECORD IS STANDARD.
       01  REG-SAC-HIST.
           03 SCH-CHAVE.
               05 SCH-PROTOCOLO         PIC 9(10).
               05 SCH-SEQ               PIC 9(04).
           03 SCH-DATA-HORA             PIC X(26).
           03 SCH-USUARIO               PIC X(08).
           03 SCH-STATUS-DE             PIC X(01).
           03 SCH-STATUS-PARA           PIC X(01).
           03 SCH-OPERADOR              PIC X(08).
           03 SCH-OBSERVACAO            PIC X(40).
