      *                  (DELEGMST/DLGCNTT): ativas e expiradas, com
      *                  concedente e intervalo - entra na mesma
      *                  revisao trimestral.
      *   15/10/2026 CS  Termina com GOBACK em vez de STOP RUN - o
      *                  CICLCTRL (passo AGENDA) chama este lote no
      *                  vencimento da AGPMSTR e precisa do controle
      *                  de volta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            PERFORM P500-IMPRIMIR-TOTAIS
            PERFORM P600-LISTAR-DELEGACOES THRU P600-FIM
            PERFORM P900-FINALIZAR
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
