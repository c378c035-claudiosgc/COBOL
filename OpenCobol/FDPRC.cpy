      *****************************************************************
      * Copybook: FDPRC
      * Purpose : FD/record for the tuition price table (PRECMSTR).
      *           Um registro por serie (MAT-SERIE) e competencia de
      *           inicio de vigencia (AAAAMM). O preco que vale para
      *           uma competencia e o da maior vigencia ainda nao
      *           posterior a ela - a tabela de janeiro pode ser
      *           cadastrada em outubro sem contaminar o faturamento
      *           de dezembro. Mantida no FATPRECO, com auditoria.
      *****************************************************************
       FD  PRECO-MASTER
           LABEL RECORD IS STANDARD.
       01  REG-PRECO.
           03 PRC-CHAVE.
               05 PRC-SERIE             PIC 9(02).
               05 PRC-VIGENCIA          PIC 9(06).
           03 PRC-VALOR-CTVS            PIC 9(09).
           03 PRC-USUARIO               PIC X(08).
           03 PRC-DATA-ALTERACAO        PIC 9(08).
           03 PRC-OBSERVACAO            PIC X(30).
