      *****************************************************************
      * Copybook: SELNMP
      * Purpose : FILE-CONTROL entry for the national do-not-call
      *           register (NMPMSTR) - os telefones do cadastro
      *           nacional Nao Me Perturbe, por DDD e numero, como
      *           vieram na ultima carga do NMPCARGA.
      *****************************************************************
           SELECT NMP-MASTER
               ASSIGN TO "NMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NMP-CHAVE
               FILE STATUS IS WK-FS-NMP.
