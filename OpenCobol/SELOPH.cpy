      *****************************************************************
      * Copybook: SELOPH
      * Purpose : FILE-CONTROL entry for the opportunity stage history
      *           (OPOHIST) - uma linha por abertura/troca de estagio
      *           de cada oportunidade do OPORMSTR.
      *****************************************************************
           SELECT HISTORICO-OPORTUNIDADE
               ASSIGN TO "OPOHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPH-CHAVE
               FILE STATUS IS WK-FS-OPO-HIST.
