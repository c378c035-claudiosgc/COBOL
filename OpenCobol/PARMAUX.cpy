      *****************************************************************
      * Copybook: PARMAUX
      * Purpose : CALL linkage block for AUXUTIL, a manutencao do
      *           indice da trilha de auditoria (AUDIDX). COPY into
      *           the LINKAGE SECTION of AUXUTIL and into
      *           WORKING-STORAGE of the caller.
      *
      *           LK-AUX-FUNCAO:
      *             'G' = gravar as entradas 'C' e 'U' da linha em
      *                   LK-AUX-IMAGEM (chamado pelo SELOUTIL no
      *                   append, ja com o elo calculado).
      *             'I' = invalidar o indice - a trilha foi reescrita
      *                   (AUDRESEL, depois do AUDARCH/LGPDDEL).
      *             'C' = consultar se o indice pode ser usado.
      *           LK-AUX-STATUS values:
      *             00 = OK / indice valido.
      *             03 = indice ausente ou invalidado - nada gravado;
      *                  a consulta deve varrer a trilha.
      *****************************************************************
       01  PARAMETRES-AUX.
           05 LK-AUX-FUNCAO             PIC X(01) VALUE 'G'.
               88 LK-AUX-GRAVAR         VALUE 'G'.
               88 LK-AUX-INVALIDAR      VALUE 'I'.
               88 LK-AUX-CONSULTAR      VALUE 'C'.
           05 LK-AUX-ORIGEM             PIC X(01) VALUE 'V'.
               88 LK-AUX-DO-VIVO        VALUE 'V'.
               88 LK-AUX-DO-MORTO       VALUE 'M'.
           05 LK-AUX-IMAGEM             PIC X(99) VALUE SPACES.
           05 LK-AUX-STATUS             PIC X(02) VALUE '00'.
               88 LK-AUX-OK             VALUE '00'.
               88 LK-AUX-INDISPONIVEL   VALUE '03'.
