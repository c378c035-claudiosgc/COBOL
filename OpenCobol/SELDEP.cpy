      *****************************************************************
      * Copybook: SELDEP
      * Purpose : FILE-CONTROL entry for the pending-subject register
      *           (DEPMSTR) - as dependencias de cada aluno promovido
      *           com materia pendente.
      *****************************************************************
           SELECT DEPENDENCIA-MASTER
               ASSIGN TO "DEPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WK-FS-DEPENDENCIA.
