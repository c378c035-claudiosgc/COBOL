      *****************************************************************
      * Copybook: SELCER
      * Purpose : FILE-CONTROL entry for the completion-certificate
      *           register book (CERTMSTR) - o livro de registro dos
      *           certificados de conclusao emitidos.
      *****************************************************************
           SELECT CERTIFICADO-MASTER
               ASSIGN TO "CERTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CER-MATRICULA
               FILE STATUS IS WK-FS-CERTIFICADO.
