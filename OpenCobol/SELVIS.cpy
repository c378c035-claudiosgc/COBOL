      *****************************************************************
      * Copybook: SELVIS
      * Purpose : FILE-CONTROL entry for the unmasked-view access log
      *           (VISLOG) - gravado pelo MSKUTIL a cada exibicao de
      *           CPF/nascimento/telefone SEM mascara, lido pela
      *           revisao semanal de acessos (VISREV).
      *****************************************************************
           SELECT ACESSO-SENSIVEL
               ASSIGN TO "VISLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-ACESSO.
