      *    matricula e avancada (ou mantida) pelo fechamento de ano
      *    do PROGALU - a decisao de "passou de ano" sai dos
      *    printouts e vira regra configurada. MAT-RESULT-ANO
      *    guarda o ultimo veredito ('P' promovido, 'R' retido,
      *    'D' promovido com dependencia - as materias pendentes
      *    ficam no DEPMSTR).
           03 MAT-SERIE                 PIC 9(02).
           03 MAT-RESULT-ANO            PIC X(01).
               88 MAT-PROMOVIDO         VALUE 'P'.
               88 MAT-RETIDO            VALUE 'R'.
               88 MAT-PROMOVIDO-DEP     VALUE 'D'.
           03 MAT-DATA-TRANSF           PIC 9(08).
           03 MAT-ESCOLA-DESTINO        PIC X(30).
