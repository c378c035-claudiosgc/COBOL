      *****************************************************************
      * Copybook: SELOPO
      * Purpose : FILE-CONTROL entry for the sales opportunity file
      *           (OPORMSTR) - oportunidade de venda presa a um
      *           contato PF ou PJ, mantida pelo OPOCNTT e lida pelo
      *           OPOREL (pipeline semanal) e pelo AGDLIST (previsao
      *           de fechamento vencida).
      *****************************************************************
           SELECT OPORTUNIDADE
               ASSIGN TO "OPORMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPO-ID
               FILE STATUS IS WK-FS-OPORTUNIDADE.
