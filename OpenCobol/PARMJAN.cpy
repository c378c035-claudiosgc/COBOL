      *****************************************************************
      * Copybook: PARMJAN
      * Purpose : CALL linkage block for JANUTIL, a checagem da
      *           janela de lancamento de notas de uma materia/
      *           periodo na data de hoje (JANMSTR). COPY into the
      *           LINKAGE SECTION of JANUTIL and into WORKING-STORAGE
      *           of the caller.
      *
      *           LK-JAN-STATUS values:
      *             00 = dentro da janela do periodo, ou numa
      *                  reabertura da materia em vigor.
      *             01 = FORA da janela (antes de abrir ou depois de
      *                  fechar) - o chamador recusa.
      *             02 = periodo FECHADO - o chamador recusa.
      *             03 = periodo sem calendario (ou JANMSTR ausente)
      *                  - sem como checar, o chamador segue sem
      *                  criticar.
      *           LK-JAN-DATA-ABRE/FECHA devolvem a janela que valeu
      *           (a da reabertura quando LK-JAN-REABERTA = 'S').
      *****************************************************************
       01  PARAMETRES-JAN.
           05 LK-JAN-ANO-SEMESTRE       PIC 9(05) VALUE ZEROS.
           05 LK-JAN-MATERIA            PIC X(15) VALUE SPACES.
           05 LK-JAN-STATUS             PIC X(02) VALUE '00'.
               88 LK-JAN-DENTRO         VALUE '00'.
               88 LK-JAN-FORA           VALUE '01'.
               88 LK-JAN-FECHADO        VALUE '02'.
               88 LK-JAN-SEM-CALENDARIO VALUE '03'.
           05 LK-JAN-REABERTA           PIC X(01) VALUE 'N'.
           05 LK-JAN-DATA-ABRE          PIC 9(08) VALUE ZEROS.
           05 LK-JAN-DATA-FECHA         PIC 9(08) VALUE ZEROS.
