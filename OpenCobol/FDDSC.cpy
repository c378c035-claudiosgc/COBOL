      *****************************************************************
      * Copybook: FDDSC
      * Purpose : FD/record for the tuition discount register
      *           (DESCMSTR). Um registro por desconto concedido a uma
      *           matricula: tipo (bolsa, filho de funcionario, irmao,
      *           outro), percentual OU valor fixo, vigencia e quem
      *           pediu/aprovou. O desconto nasce PENDENTE no FATDESC
      *           e vira pedido na fila de aprovacao (APRUTIL, tipo
      *           DESCONTO); so depois que um segundo TOTAL aprova no
      *           APRCNTT ele e efetivado - e so desconto ATIVO e
      *           vigente no vencimento entra na conta do FATGERA.
      *           A secretaria parou de cancelar e redigitar fatura
      *           no FATCNTT a cada bolsa.
      *****************************************************************
       FD  DESCONTO-MASTER
           LABEL RECORD IS STANDARD.
       01  REG-DESCONTO.
           03 DSC-CHAVE.
               05 DSC-MATRICULA         PIC 9(06).
               05 DSC-SEQ               PIC 9(02).
           03 DSC-TIPO                  PIC X(01).
               88 DSC-BOLSA             VALUE 'B'.
               88 DSC-FILHO-FUNC        VALUE 'F'.
               88 DSC-IRMAO             VALUE 'I'.
               88 DSC-OUTRO             VALUE 'O'.
               88 DSC-TIPO-VALIDO       VALUE 'B' 'F' 'I' 'O'.
           03 DSC-MODO                  PIC X(01).
               88 DSC-PERCENTUAL        VALUE 'P'.
               88 DSC-VALOR-FIXO        VALUE 'V'.
      *    DSC-PERCENTUAL-DESC: 999V99 (50,00 = metade); so vale
      *    quando DSC-MODO = 'P'. DSC-VALOR-DESC-CTVS so vale
      *    quando DSC-MODO = 'V'.
           03 DSC-PERCENTUAL-DESC       PIC 9(03)V99.
           03 DSC-VALOR-DESC-CTVS       PIC 9(09).
      *    Vigencia contra o VENCIMENTO da fatura; fim zero = sem
      *    data para acabar.
           03 DSC-DATA-INICIO           PIC 9(08).
           03 DSC-DATA-FIM              PIC 9(08).
           03 DSC-STATUS                PIC X(01).
               88 DSC-PENDENTE          VALUE 'P'.
               88 DSC-ATIVO             VALUE 'A'.
               88 DSC-REJEITADO         VALUE 'R'.
               88 DSC-CANCELADO         VALUE 'C'.
           03 DSC-SOLICITANTE           PIC X(08).
           03 DSC-DATA-PEDIDO           PIC 9(08).
           03 DSC-APROVADOR             PIC X(08).
           03 DSC-DATA-APROVACAO        PIC 9(08).
           03 DSC-MOTIVO                PIC X(30).
