      *****************************************************************
      * Copybook: SELFRL
      * Purpose : FILE-CONTROL entry for the deferred report queue
      *           (FRLMSTR) - o relatorio pesado pedido de dia roda
      *           no ciclo da noite em vez de travar as telas.
      *****************************************************************
           SELECT FILA-RELATORIOS
               ASSIGN TO "FRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRL-ID
               FILE STATUS IS WK-FS-FILA.
