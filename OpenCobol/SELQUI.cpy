      *****************************************************************
      * Copybook: SELQUI
      * Purpose : FILE-CONTROL entry for the annual debt-discharge
      *           declaration log (QUITMSTR) - uma declaracao de
      *           quitacao por responsavel e ano, emitida no FATQUIT.
      *****************************************************************
           SELECT QUITACAO-LOG
               ASSIGN TO "QUITMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUI-CHAVE
               FILE STATUS IS WK-FS-QUITACAO.
