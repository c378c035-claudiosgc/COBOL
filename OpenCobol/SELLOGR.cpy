      *****************************************************************
      * Copybook: SELLOGR
      * Purpose : FILE-CONTROL entry for the logradouro abbreviation
      *           master (LOGMSTR) - tipos de logradouro e palavras
      *           comuns de nome de rua com a sua forma padrao, para
      *           o WK-RUA de 15 posicoes parar de chegar cada vez de
      *           um jeito ('R. S. JOAO', 'RUA SAO JOAO').
      *****************************************************************
           SELECT LOGRADOURO-MASTER
               ASSIGN TO "LOGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOGR-CHAVE
               FILE STATUS IS WK-FS-LOGR.
