      *****************************************************************
      * Copybook: SELACD
      * Purpose : FILE-CONTROL entry for the tuition renegotiation
      *           agreements (ACDMSTR) - acordos de parcelamento da
      *           divida do responsavel, feitos no FATACORD.
      *****************************************************************
           SELECT ACORDO-MASTER
               ASSIGN TO "ACDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-NUMERO
               FILE STATUS IS WK-FS-ACORDO.
