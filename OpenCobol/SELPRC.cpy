      *****************************************************************
      * Copybook: SELPRC
      * Purpose : FILE-CONTROL entry for the tuition price table
      *           (PRECMSTR) - mensalidade por serie e competencia de
      *           inicio de vigencia, usada pelo FATGERA.
      *****************************************************************
           SELECT PRECO-MASTER
               ASSIGN TO "PRECMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-CHAVE
               FILE STATUS IS WK-FS-PRECO.
