      *****************************************************************
      * Copybook: SELAUX
      * Purpose : FILE-CONTROL entry for the keyed audit-trail index
      *           (AUDIDX) - as linhas do AUDITLOG/AUDITARC por
      *           codigo de contato + data e por operador + data,
      *           para HISTCNTT, CONS360, LGPDDOSS e AUDCONS lerem
      *           posicionado em vez de varrer a trilha inteira.
      *****************************************************************
           SELECT INDICE-AUDITORIA
               ASSIGN TO "AUDIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-CHAVE
               FILE STATUS IS WK-FS-AUDIDX.
