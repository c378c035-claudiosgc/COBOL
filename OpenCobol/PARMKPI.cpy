      *****************************************************************
      * Copybook: PARMKPI
      * Purpose : CALL linkage block for KPIUTIL, o acesso ao
      *           historico de indicadores (KPIHIST). COPY into the
      *           LINKAGE SECTION of KPIUTIL and into WORKING-STORAGE
      *           of the caller.
      *
      *           LK-KPI-FUNCAO:
      *             'G' = gravar o valor do mes/indicador (inclui ou
      *                   substitui), com a data de hoje e o programa.
      *             'L' = ler o valor do mes/indicador.
      *           LK-KPI-STATUS values:
      *             00 = OK.
      *             23 = mes/indicador sem registro (so na leitura).
      *             outros = file status do KPIHIST.
      *****************************************************************
       01  PARAMETRES-KPI.
           05 LK-KPI-FUNCAO             PIC X(01) VALUE 'L'.
               88 LK-KPI-GRAVAR         VALUE 'G'.
               88 LK-KPI-LER            VALUE 'L'.
           05 LK-KPI-MES                PIC 9(06) VALUE ZEROS.
           05 LK-KPI-INDICADOR          PIC X(12) VALUE SPACES.
           05 LK-KPI-VALOR              PIC S9(11)V99 VALUE ZEROS.
           05 LK-KPI-PROGRAMA           PIC X(08) VALUE SPACES.
           05 LK-KPI-STATUS             PIC X(02) VALUE '00'.
               88 LK-KPI-OK             VALUE '00'.
               88 LK-KPI-NAO-ACHOU      VALUE '23'.
