      *****************************************************************
      * Copybook: FDLGL
      * Purpose : FD/record for the legal hold register (LGLMSTR). Um
      *           registro por contato e processo: o mesmo contato
      *           pode estar retido por mais de um processo, e so
      *           fica livre quando TODOS forem liberados. O codigo
      *           PF e o PJ saem do mesmo NEXTSEQ e nao colidem, por
      *           isso a chave e so o codigo; LGL-TIPO diz em qual
      *           mestre ele esta. Nada e apagado - a retencao
      *           liberada fica com data e operador da liberacao.
      *****************************************************************
       FD  RETENCAO-LEGAL
           LABEL RECORD IS STANDARD.
       01  REG-RETENCAO-LEGAL.
           03 LGL-CHAVE.
               05 LGL-CODIGO            PIC 9(06).
               05 LGL-PROCESSO          PIC X(20).
           03 LGL-TIPO                  PIC X(01).
               88 LGL-PF                VALUE 'F'.
               88 LGL-PJ                VALUE 'J'.
           03 LGL-SOLICITANTE           PIC X(30).
           03 LGL-DATA-INICIO           PIC 9(08).
           03 LGL-DATA-LIBERACAO        PIC 9(08).
           03 LGL-SITUACAO              PIC X(01).
               88 LGL-ATIVA             VALUE 'A'.
               88 LGL-LIBERADA          VALUE 'L'.
           03 LGL-USUARIO-INCLUSAO      PIC X(08).
           03 LGL-USUARIO-LIBERACAO     PIC X(08).
