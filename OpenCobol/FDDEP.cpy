      *****************************************************************
      * Copybook: FDDEP
      * Purpose : FD/record for the pending-subject register
      *           (DEPMSTR). Um registro por MATRICULA + MATERIA +
      *           PERIODO DE ORIGEM (o AAAAS em que a materia foi
      *           reprovada), gravado pelo PROGALU quando o aluno
      *           passa de ano com dependencia. Fica 'A' aberta ate
      *           o aluno ser aprovado numa oferta de dependencia
      *           daquela materia (OFE-DEPENDENCIA-DE); a baixa e
      *           automatica, pelo DEPUTIL, no FECHALU/RECUPALU. O
      *           INSCALU exige a inscricao na oferta de dependencia
      *           e o HISTALU/TRANSALU listam as abertas.
      *****************************************************************
       FD  DEPENDENCIA-MASTER
           LABEL RECORD IS STANDARD.
       01  REG-DEPENDENCIA.
           03 DEP-CHAVE.
               05 DEP-MATRICULA         PIC 9(06).
               05 DEP-MATERIA           PIC X(15).
               05 DEP-PERIODO-ORIGEM    PIC 9(05).
           03 DEP-SERIE-ORIGEM          PIC 9(02).
           03 DEP-STATUS                PIC X(01).
               88 DEP-ABERTA            VALUE 'A'.
               88 DEP-CUMPRIDA          VALUE 'C'.
           03 DEP-DATA-REGISTRO         PIC 9(08).
           03 DEP-PERIODO-CUMPRIDA      PIC 9(05).
           03 DEP-DATA-CUMPRIDA         PIC 9(08).
