      *****************************************************************
      * Copybook: SELAGP
      * Purpose : FILE-CONTROL entry for the periodic job schedule
      *           (AGPMSTR) - uma linha por lote mensal, trimestral
      *           ou anual, com a regra do dia de vencimento e os
      *           parametros padrao. Texto editavel como a DEPTABLE;
      *           tabela ausente e semeada pelo CICLCTRL.
      *****************************************************************
           SELECT AGENDA-PERIODICA
               ASSIGN TO "AGPMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-AGENDA-PER.
