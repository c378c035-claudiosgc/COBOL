      *****************************************************************
      * Copybook: SELSCH
      * Purpose : FILE-CONTROL entry for the service case status
      *           history (SACHIST) - uma linha por abertura/troca de
      *           status de cada caso do SACMSTR.
      *****************************************************************
           SELECT HISTORICO-SAC
               ASSIGN TO "SACHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-CHAVE
               FILE STATUS IS WK-FS-SAC-HIST.
