      *****************************************************************
      * Copybook: SELFCH
      * Purpose : FILE-CONTROL entry for the tuition receivables
      *           closing control (FCHMSTR) - fotografia congelada de
      *           cada mes fechado pelo FATFECHA.
      *****************************************************************
           SELECT FECHAMENTO-CONTROLE
               ASSIGN TO "FCHMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCH-CHAVE
               FILE STATUS IS WK-FS-FECHAMENTO.
