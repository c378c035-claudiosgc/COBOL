      *****************************************************************
      * Copybook: FDACD
      * Purpose : FD/record for the tuition renegotiation agreements
      *           (ACDMSTR). Um registro por acordo: o responsavel, o
      *           operador que fechou, quantas faturas vencidas
      *           entraram (ficam RENEGOCIADAS no FATMSTR com
      *           FAT-ACORDO = ACD-NUMERO), o saldo atualizado delas
      *           (principal + multa + juros ate a data do acordo) e
      *           as N parcelas geradas na matricula ACD-MATRICULA.
      *           O FATQUEBR varre os acordos ATIVOS: parcela aberta
      *           vencida ha mais de ACORDO-DIAS-QUEBRA dias QUEBRA o
      *           acordo (as parcelas em aberto vencem todas na data
      *           da quebra e voltam a cobranca do FATCOBRA); todas
      *           as parcelas pagas LIQUIDAM o acordo.
      *****************************************************************
       FD  ACORDO-MASTER
           LABEL RECORD IS STANDARD.
       01  REG-ACORDO.
           03 ACD-NUMERO                PIC 9(06).
           03 ACD-GUARDIAO              PIC 9(06).
           03 ACD-MATRICULA             PIC 9(06).
           03 ACD-DATA                  PIC 9(08).
           03 ACD-OPERADOR              PIC X(08).
           03 ACD-QTD-FATURAS           PIC 9(02).
           03 ACD-PRINCIPAL-CTVS        PIC 9(09).
           03 ACD-ENCARGOS-CTVS         PIC 9(09).
           03 ACD-VALOR-TOTAL-CTVS      PIC 9(09).
           03 ACD-QTD-PARCELAS          PIC 9(02).
           03 ACD-PRIMEIRO-VENC         PIC 9(08).
           03 ACD-STATUS                PIC X(01).
               88 ACD-ATIVO             VALUE 'A'.
               88 ACD-QUEBRADO          VALUE 'Q'.
               88 ACD-LIQUIDADO         VALUE 'L'.
           03 ACD-DATA-SITUACAO         PIC 9(08).
           03 ACD-OBSERVACAO            PIC X(30).
