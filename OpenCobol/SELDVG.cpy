      *****************************************************************
      * Copybook: SELDVG
      * Purpose : FILE-CONTROL entry for the third-party disclosure
      *           log (DVGLOG) - que codigo saiu para qual
      *           destinatario, em que data e sob qual sequencia de
      *           arquivo. Gravado via DVGUTIL pelos programas que
      *           mandam dado pessoal para fora.
      *****************************************************************
           SELECT DIVULGACAO-LOG
               ASSIGN TO "DVGLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DVG-CHAVE
               FILE STATUS IS WK-FS-DIVULGACAO.
