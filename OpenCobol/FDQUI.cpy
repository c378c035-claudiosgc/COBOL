      *****************************************************************
      * Copybook: FDQUI
      * Purpose : FD/record for the annual debt-discharge declaration
      *           log (QUITMSTR). A lei manda declarar todo ano ao
      *           pagador que as mensalidades do ano anterior estao
      *           quitadas; cada declaracao emitida pelo FATQUIT fica
      *           registrada aqui com os numeros que foram impressos,
      *           para a segunda via sair identica a primeira (e a
      *           rodada anual nao emitir de novo quem ja recebeu).
      *****************************************************************
       FD  QUITACAO-LOG
           LABEL RECORD IS STANDARD.
       01  REG-QUITACAO.
           03 QUI-CHAVE.
               05 QUI-GUARDIAO          PIC 9(06).
               05 QUI-ANO               PIC 9(04).
           03 QUI-DATA-EMISSAO          PIC 9(08).
           03 QUI-USUARIO               PIC X(08).
           03 QUI-QTD-FATURAS           PIC 9(03).
           03 QUI-TOTAL-PAGO-CTVS       PIC 9(11).
           03 QUI-QTD-VIAS              PIC 9(02).
           03 QUI-DATA-ULTIMA-VIA       PIC 9(08).
