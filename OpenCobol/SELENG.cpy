      *****************************************************************
      * Copybook: SELENG
      * Purpose : FILE-CONTROL entry for the contact engagement score
      *           file (ENGMSTR) - pontuacao de recencia/frequencia/
      *           resposta e faixa (A/B/C/D) por WK-CODIGO, recalculada
      *           todo mes pelo ENGCNTT e consultada pelo SELCNTT
      *           (criterio FAIXA=).
      *****************************************************************
           SELECT ENGAJAMENTO
               ASSIGN TO "ENGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENG-CODIGO
               FILE STATUS IS WK-FS-ENGAJAMENTO.
