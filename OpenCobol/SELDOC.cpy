      *****************************************************************
      * Copybook: SELDOC
      * Purpose : FILE-CONTROL entry for the student document register
      *           (DOCMSTR) - o checklist de documentos de cada aluno.
      *****************************************************************
           SELECT DOCUMENTO-ALUNO
               ASSIGN TO "DOCMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-CHAVE
               FILE STATUS IS WK-FS-DOCUMENTO.
