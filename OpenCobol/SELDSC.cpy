      *****************************************************************
      * Copybook: SELDSC
      * Purpose : FILE-CONTROL entry for the tuition discount register
      *           (DESCMSTR) - bolsas e descontos por matricula,
      *           aplicados pelo FATGERA na geracao da mensalidade.
      *****************************************************************
           SELECT DESCONTO-MASTER
               ASSIGN TO "DESCMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSC-CHAVE
               FILE STATUS IS WK-FS-DESCONTO.
