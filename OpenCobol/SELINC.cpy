      *****************************************************************
      * Copybook: SELINC
      * Purpose : FILE-CONTROL entry for the data-breach incident
      *           register (INCMSTR) - um registro por incidente
      *           apurado pelo VAZCNTT: qual produto/arquivo vazou,
      *           de que data, quantos titulares e quantos avisos.
      *****************************************************************
           SELECT INCIDENTE-VAZAMENTO
               ASSIGN TO "INCMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-ID
               FILE STATUS IS WK-FS-INCIDENTE.
