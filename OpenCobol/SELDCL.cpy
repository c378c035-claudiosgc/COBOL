      *****************************************************************
      * Copybook: SELDCL
      * Purpose : FILE-CONTROL entry for the school declarations log
      *           (DCLMSTR) - cada declaracao emitida no balcao da
      *           secretaria, com numero de controle e codigo de
      *           verificacao.
      *****************************************************************
           SELECT DECLARACAO-LOG
               ASSIGN TO "DCLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCL-NUMERO
               FILE STATUS IS WK-FS-DECLARACAO.
