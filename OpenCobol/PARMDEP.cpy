      *****************************************************************
      * Copybook: PARMDEP
      * Purpose : CALL linkage block for DEPUTIL, a baixa automatica
      *           de dependencia (DEPMSTR). O chamador informa o
      *           registro de nota que acabou de sair aprovado
      *           (matricula + periodo + materia da oferta); se a
      *           oferta e de dependencia (OFE-DEPENDENCIA-DE), a
      *           dependencia aberta daquela materia e cumprida.
      *
      *           LK-DEP-STATUS values:
      *             00 = dependencia baixada (LK-DEP-MATERIA-BAIXADA
      *                  traz a materia de origem).
      *             01 = oferta regular ou sem dependencia aberta -
      *                  nada a fazer.
      *             03 = OFERTMST/DEPMSTR ausente - nada a fazer.
      *****************************************************************
       01  PARAMETRES-DEP.
           05 LK-DEP-MATRICULA          PIC 9(06) VALUE ZEROS.
           05 LK-DEP-ANO-SEMESTRE       PIC 9(05) VALUE ZEROS.
           05 LK-DEP-MATERIA            PIC X(15) VALUE SPACES.
           05 LK-DEP-MATERIA-BAIXADA    PIC X(15) VALUE SPACES.
           05 LK-DEP-STATUS             PIC X(02) VALUE '00'.
               88 LK-DEP-BAIXADA        VALUE '00'.
               88 LK-DEP-NADA-A-BAIXAR  VALUE '01'.
               88 LK-DEP-SEM-ARQUIVO    VALUE '03'.
