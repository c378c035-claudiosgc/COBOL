      *****************************************************************
      * Copybook: FDENG
      * Purpose : FD/record for the contact engagement score file
      *           (ENGMSTR). Faixas:
      *             A = engajado        (pontos >= corte A)
      *             B = morno           (pontos >= corte B)
      *             C = frio            (pontos >= corte C)
      *             D = dormente        (abaixo do corte C)
      *           ENG-FAIXA-ANTERIOR guarda a faixa do mes anterior
      *           (espaco = contato novo na pontuacao), para o
      *           relatorio de movimentacao. Os componentes ficam
      *           gravados para explicar a pontuacao a quem perguntar.
      *****************************************************************
       FD  ENGAJAMENTO
           LABEL RECORD IS STANDARD.
       01  REG-ENGAJAMENTO.
           03 ENG-CODIGO                PIC 9(06).
           03 ENG-FILIAL                PIC X(03).
           03 ENG-MES-CALCULO           PIC 9(06).
           03 ENG-DATA-CALCULO          PIC 9(08).
           03 ENG-PONTOS                PIC 9(03).
           03 ENG-FAIXA                 PIC X(01).
               88 ENG-FAIXA-A           VALUE 'A'.
               88 ENG-FAIXA-B           VALUE 'B'.
               88 ENG-FAIXA-C           VALUE 'C'.
               88 ENG-DORMENTE          VALUE 'D'.
           03 ENG-FAIXA-ANTERIOR        PIC X(01).
           03 ENG-QTD-RESPOSTAS         PIC 9(04).
           03 ENG-QTD-NOTAS             PIC 9(04).
           03 ENG-QTD-RETORNOS          PIC 9(04).
           03 ENG-ULTIMA-INTERACAO      PIC 9(08).
           03 ENG-ULTIMA-ALTERACAO      PIC 9(08).
