      *****************************************************************
      * Copybook: PARMLOGR
      * Purpose : CALL linkage block for LOGRUTIL, a padronizacao de
      *           um nome de rua contra o mestre LOGMSTR. O chamador
      *           informa a rua como veio (digitada ou da transacao,
      *           ate 40 posicoes); LOGRUTIL devolve a forma padrao
      *           de 15 posicoes que vai para WK-RUA/WK-RUA-PJ. COPY
      *           into the LINKAGE SECTION of LOGRUTIL and into
      *           WORKING-STORAGE of the caller.
      *
      *           LK-LOGR-STATUS values:
      *             00 = rua ja estava na forma padrao.
      *             01 = rua reescrita na forma padrao.
      *             02 = a forma padrao passa de 15 posicoes -
      *                  LK-LOGR-SAIDA devolve a rua como veio e
      *                  LK-LOGR-PADRAO-LONGA traz a forma completa,
      *                  para o operador decidir.
      *             03 = tabela LOGMSTR ausente - sem como padronizar,
      *                  LK-LOGR-SAIDA devolve a rua como veio.
      *****************************************************************
       01  PARAMETRES-LOGR.
           05 LK-LOGR-ENTRADA           PIC X(40) VALUE SPACES.
           05 LK-LOGR-SAIDA             PIC X(15) VALUE SPACES.
           05 LK-LOGR-PADRAO-LONGA      PIC X(40) VALUE SPACES.
           05 LK-LOGR-STATUS            PIC X(02) VALUE '00'.
               88 LK-LOGR-INALTERADA    VALUE '00'.
               88 LK-LOGR-PADRONIZADA   VALUE '01'.
               88 LK-LOGR-NAO-CABE      VALUE '02'.
               88 LK-LOGR-SEM-TABELA    VALUE '03'.
