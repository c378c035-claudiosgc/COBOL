      *****************************************************************
      * Copybook: SELSAC
      * Purpose : FILE-CONTROL entry for the customer service case
      *           file (SACMSTR) - um caso de SAC (reclamacao,
      *           solicitacao) por protocolo, preso a um contato PF ou
      *           PJ, mantido pelo SACCNTT e lido pelo SACAGING (aging
      *           diario de prazo) e pelo CONS360 (casos em aberto).
      *****************************************************************
           SELECT CASO-SAC
               ASSIGN TO "SACMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAC-PROTOCOLO
               FILE STATUS IS WK-FS-SAC.
