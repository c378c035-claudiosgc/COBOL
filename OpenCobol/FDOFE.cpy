      *           matriculados - e o que faltava para descobrir a
      *           turma cheia ANTES de 52 nomes aparecerem numa sala
      *           de 40 lugares. Mantido pelo INSCALU.
      *           OFE-DEPENDENCIA-DE preenchida marca a oferta como
      *           turma de dependencia daquela materia (quem passou
      *           de ano devendo a materia cursa aqui); em branco e
      *           oferta regular.
      *****************************************************************
       FD  OFERTA-MASTER
           LABEL RECORD IS STANDARD.
               05 OFE-MATERIA           PIC X(15).
           03 OFE-CAPACIDADE            PIC 9(03).
           03 OFE-QTD-INSCRITOS         PIC 9(03).
           03 OFE-DEPENDENCIA-DE        PIC X(15).
