      *****************************************************************
      * Copybook: SELKPI
      * Purpose : FILE-CONTROL entry for the management indicator
      *           history (KPIHIST) - fotografia mensal dos
      *           indicadores do painel da diretoria (KPIREL), de
      *           onde saem as colunas de mes anterior e de mesmo
      *           mes do ano anterior.
      *****************************************************************
           SELECT HISTORICO-INDICADOR
               ASSIGN TO "KPIHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KPI-CHAVE
               FILE STATUS IS WK-FS-KPIHIST.
