      *****************************************************************
      * Copybook: SELFAM
      * Purpose : FILE-CONTROL entry for the person<->person family
      *           link file (FAMMSTR). Chave composta contato+parente,
      *           de forma que os parentes de um contato sao um START
      *           no prefixo do codigo - cada elo e gravado nos dois
      *           sentidos.
      *****************************************************************
           SELECT PARENTESCO-MASTER
               ASSIGN TO "FAMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-CHAVE
               FILE STATUS IS WK-FS-FAMILIA.
