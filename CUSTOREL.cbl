      *          A FILIAL DE CADA CONTATO DO CAMPDET) - PARA A
      *          DISCUSSAO DE ORCAMENTO DA MALA PARAR DE SER
      *          ADIVINHACAO. SAIDA EM CUSTOREL.
      * Modification History:
      *   15/10/2026 CS  Contato do grupo de controle (CMD-GRUPO) nao
      *                  gerou peca - fica fora do rateio por filial.
      *   15/10/2026 CS  Termina com GOBACK em vez de STOP RUN - o
      *                  CICLCTRL (passo AGENDA) chama este lote no
      *                  vencimento da AGPMSTR. Com AGP_PARAMETRO no
      *                  ambiente, o parametro vem dali e nada e
      *                  perguntado no console.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-MES-PEDIDO                PIC X(06) VALUE SPACES.
       77  WK-PARAMETRO-AGENDA          PIC X(20) VALUE SPACES.
       77  WK-FIM-CONTROLE              PIC X(01) VALUE 'N'.
       77  WK-FIM-DETALHE               PIC X(01) VALUE 'N'.
       77  WK-CAMPANHA-ATUAL            PIC X(08) VALUE SPACES.
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY 'AGP_PARAMETRO'      UPON ENVIRONMENT-NAME
            ACCEPT WK-PARAMETRO-AGENDA   FROM ENVIRONMENT-VALUE
            IF WK-PARAMETRO-AGENDA NOT = SPACES
               MOVE WK-PARAMETRO-AGENDA(1:6) TO WK-MES-PEDIDO
            ELSE
               DISPLAY 'MES DO RELATORIO (AAAAMM): '
               ACCEPT WK-MES-PEDIDO
            END-IF

            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P200-VARRER-CAMPANHAS THRU P200-FIM
            PERFORM P500-QUADRO-FILIAIS
            PERFORM P900-FINALIZAR
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT CAMPANHA-CONTROLE
            IF WK-FS-CAMPCTL = '35'
               DISPLAY 'NAO HA HISTORICO DE CAMPANHAS.'
               GOBACK
            END-IF
            OPEN INPUT CAMPANHA-DETALHE
            IF WK-FS-CAMPDET = '35'
                    IF CMD-CAMPANHA NOT = WK-CAMPANHA-ATUAL
                       MOVE 'S'          TO WK-FIM-DETALHE
                    ELSE
                       IF NOT CMD-GRUPO-CONTROLE
                          PERFORM P320-ACUMULAR-FILIAL
                       END-IF
                    END-IF
            END-READ
            .
