      *****************************************************************
      * Copybook: SELORF
      * Purpose : FILE-CONTROL entry for the orphan list (ORFLIST) -
      *           os registros de arquivo satelite cujo pai (contato
      *           PF/PJ, aluno, campanha, usuario) nao confere, como
      *           achados na varredura noturna do ORFCNTT. Regravado
      *           a cada noite; revisado no ORFREV.
      *****************************************************************
           SELECT LISTA-ORFAOS
               ASSIGN TO "ORFLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-ORFAOS.
