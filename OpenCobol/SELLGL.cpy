      *****************************************************************
      * Copybook: SELLGL
      * Purpose : FILE-CONTROL entry for the legal hold register
      *           (LGLMSTR) - as retencoes legais (processo, oficio,
      *           intimacao) por contato PF ou PJ, mantidas pelo
      *           LGLCNTT e consultadas via LGLUTIL.
      *****************************************************************
           SELECT RETENCAO-LEGAL
               ASSIGN TO "LGLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGL-CHAVE
               FILE STATUS IS WK-FS-RETENCAO.
