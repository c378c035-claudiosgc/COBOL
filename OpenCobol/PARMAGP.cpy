      *****************************************************************
      * Copybook: PARMAGP
      * Purpose : CALL linkage block for AGPUTIL, o calculo do dia
      *           de vencimento de um lote periodico (AGPMSTR) pela
      *           regra da linha - enesimo ou ultimo dia util do mes
      *           alvo, pelo calendario do CALMSTR (DATEUTIL). Usado
      *           pelo CICLCTRL (o que vence hoje) e pelo AGPREL (o
      *           que venceu sem rodar). COPY into the LINKAGE
      *           SECTION of AGPUTIL and into WORKING-STORAGE of the
      *           caller.
      *
      *           Entrada: frequencia, regra, ordinal e mes como na
      *           linha do AGPMSTR, e LK-AGP-DATA-BASE (AAAAMMDD).
      *           Saida:
      *             LK-AGP-VENCIMENTO     vencimento do periodo
      *                                   (mes, trimestre, ano) que
      *                                   contem a data base.
      *             LK-AGP-VENC-ANTERIOR  vencimento do periodo
      *                                   anterior.
      *           LK-AGP-STATUS values:
      *             00 = OK.
      *             99 = regra invalida (frequencia, regra, mes ou
      *                  ordinal fora do lugar) - nada calculado.
      *****************************************************************
       01  PARAMETRES-AGP.
           05 LK-AGP-FREQUENCIA         PIC X(01) VALUE SPACE.
           05 LK-AGP-REGRA              PIC X(01) VALUE SPACE.
           05 LK-AGP-ORDINAL            PIC 9(02) VALUE ZEROS.
           05 LK-AGP-MES                PIC 9(02) VALUE ZEROS.
           05 LK-AGP-DATA-BASE          PIC 9(08) VALUE ZEROS.
           05 LK-AGP-VENCIMENTO         PIC 9(08) VALUE ZEROS.
           05 LK-AGP-VENC-ANTERIOR      PIC 9(08) VALUE ZEROS.
           05 LK-AGP-STATUS             PIC X(02) VALUE '00'.
               88 LK-AGP-OK             VALUE '00'.
               88 LK-AGP-REGRA-INVALIDA VALUE '99'.
