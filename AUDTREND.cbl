      *          MANUAL. AGREGA O AUDITLOG VIVO E, SE EXISTIR, O
      *          ARQUIVO MORTO (AUDITARC), NUMA TABELA DE TENDENCIA
      *          DOS ULTIMOS 12 MESES GRAVADA EM TRENDREL.
      * Modification History:
      *   15/10/2026 CS  Termina com GOBACK em vez de STOP RUN - o
      *                  CICLCTRL (passo AGENDA) chama este lote no
      *                  vencimento da AGPMSTR e precisa do controle
      *                  de volta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

            PERFORM P400-GRAVAR-RELATORIO
            DISPLAY 'TENDENCIA MENSAL GRAVADA EM TRENDREL.'
            GOBACK
            .

       P100-PREPARAR-MESES.
