      *****************************************************************
      * Copybook: SELTDC
      * Purpose : FILE-CONTROL entry for the enrollment document type
      *           table (TDOCMSTR) - os documentos que a secretaria
      *           exige na matricula.
      *****************************************************************
           SELECT TIPO-DOCUMENTO
               ASSIGN TO "TDOCMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDC-CODIGO
               FILE STATUS IS WK-FS-TIPODOC.
