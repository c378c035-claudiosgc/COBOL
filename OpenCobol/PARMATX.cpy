      *****************************************************************
      * Copybook: PARMATX
      * Purpose : CALL linkage block for ALTXUTIL, a manutencao do
      *           caminho de turma ALUTIDX (modelo PARMIDX/IDXUTIL).
      *           O chamador informa a funcao ('G' gravar, 'R'
      *           remover) e a chave do registro do ALUNOMST que
      *           acabou de gravar ou excluir. COPY into the LINKAGE
      *           SECTION of ALTXUTIL and into WORKING-STORAGE of the
      *           caller.
      *****************************************************************
       01  PARAMETRES-ATX.
           05 LK-ATX-FUNCAO             PIC X(01) VALUE 'G'.
               88 LK-ATX-GRAVAR         VALUE 'G'.
               88 LK-ATX-REMOVER        VALUE 'R'.
           05 LK-ATX-MATRICULA          PIC 9(06) VALUE ZEROS.
           05 LK-ATX-ANO-SEMESTRE       PIC 9(05) VALUE ZEROS.
           05 LK-ATX-MATERIA            PIC X(15) VALUE SPACES.
           05 LK-ATX-STATUS             PIC X(02) VALUE '00'.
               88 LK-ATX-OK             VALUE '00'.
               88 LK-ATX-INDISPONIVEL   VALUE '03'.
