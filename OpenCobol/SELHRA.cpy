      *****************************************************************
      * Copybook: SELHRA
      * Purpose : FILE-CONTROL entry for the login time-window
      *           register (HRAMSTR) - em que horario cada usuario ou
      *           cada filial pode entrar no MENUCNTT/MENUALUN, e a
      *           excecao de hora extra aprovada por um TOTAL.
      *****************************************************************
           SELECT HORARIO-ACESSO
               ASSIGN TO "HRAMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HRA-CHAVE
               FILE STATUS IS WK-FS-HORARIO.
