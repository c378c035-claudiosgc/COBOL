      *****************************************************************
      * Copybook: PARMDVG
      * Purpose : CALL linkage block for DVGUTIL, o registro de
      *           compartilhamento com terceiros (DVGLOG). COPY into
      *           the LINKAGE SECTION of DVGUTIL and into
      *           WORKING-STORAGE of the caller.
      *
      *           LK-DVG-FUNCAO:
      *             'A' = abrir a remessa: destinatario, programa e
      *                   sequencia do arquivo. Sequencia ZERO com
      *                   LK-DVG-ARQUIVO preenchido = o DVGUTIL pede
      *                   ao TRNUTIL a proxima sequencia de saida
      *                   daquele arquivo e devolve aqui.
      *             'G' = gravar LK-DVG-CODIGO na remessa aberta (o
      *                   mesmo codigo duas vezes no mesmo arquivo
      *                   fica uma linha so).
      *             'F' = fechar a remessa; LK-DVG-QTD-GRAVADOS traz
      *                   quantos codigos foram registrados.
      *           LK-DVG-STATUS values:
      *             00 = ok.
      *             04 = erro de acesso ao DVGLOG.
      *****************************************************************
       01  PARAMETRES-DVG.
           05 LK-DVG-FUNCAO             PIC X(01) VALUE 'A'.
               88 LK-DVG-ABRIR          VALUE 'A'.
               88 LK-DVG-GRAVAR         VALUE 'G'.
               88 LK-DVG-FECHAR         VALUE 'F'.
           05 LK-DVG-DESTINATARIO       PIC X(08) VALUE SPACES.
           05 LK-DVG-ARQUIVO            PIC X(08) VALUE SPACES.
           05 LK-DVG-SEQUENCIA          PIC 9(06) VALUE ZEROS.
           05 LK-DVG-PROGRAMA           PIC X(08) VALUE SPACES.
           05 LK-DVG-CODIGO             PIC 9(06) VALUE ZEROS.
           05 LK-DVG-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
           05 LK-DVG-STATUS             PIC X(02) VALUE '00'.
               88 LK-DVG-OK             VALUE '00'.
               88 LK-DVG-ERRO           VALUE '04'.
