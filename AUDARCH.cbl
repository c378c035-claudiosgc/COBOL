      *                  elos do SELOUTIL - a resselagem recalcula a
      *                  corrente do zero e o AUDVERIF volta a
      *                  fechar.
      *   15/10/2026 CS  Retencao legal: linha vencida de codigo com
      *                  retencao ativa no LGLMSTR (LGLUTIL) fica no
      *                  AUDITLOG vivo; a linha do AUDARCTL (RET=) e
      *                  o resumo contam as retidas.
      *   15/10/2026 CS  Termina com GOBACK em vez de STOP RUN - o
      *                  CICLCTRL (passo AGENDA) chama este lote no
      *                  vencimento da AGPMSTR. Com AGP_PARAMETRO no
      *                  ambiente, o parametro vem dali e nada e
      *                  perguntado no console.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-FS-CONTROLE               PIC X(02) VALUE SPACES.
       77  WK-FIM-AUDITORIA             PIC X(01) VALUE 'N'.
       77  WK-RETENCAO-DIAS             PIC 9(04) VALUE 365.
       77  WK-PARAMETRO-AGENDA          PIC X(20) VALUE SPACES.
       77  WK-DATA-CORTE                PIC 9(08) VALUE ZEROS.
       77  WK-QTD-LIDAS                 PIC 9(06) VALUE ZEROS.
       77  WK-QTD-MOVIDAS               PIC 9(06) VALUE ZEROS.
       77  WK-QTD-MANTIDAS              PIC 9(06) VALUE ZEROS.
       77  WK-QTD-RETIDAS               PIC 9(06) VALUE ZEROS.
       77  WK-RETIDO                    PIC X(01) VALUE 'N'.
           COPY 'PARMLGL'.
           COPY 'PARMCFG'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** CORTE MENSAL DA TRILHA DE AUDITORIA ***'
            DISPLAY 'AGP_PARAMETRO'      UPON ENVIRONMENT-NAME
            ACCEPT WK-PARAMETRO-AGENDA   FROM ENVIRONMENT-VALUE
            IF WK-PARAMETRO-AGENDA NOT = SPACES
               MOVE WK-PARAMETRO-AGENDA(1:4) TO WK-RETENCAO-DIAS
            ELSE
               DISPLAY 'RETENCAO EM DIAS (ENTER P/ CONFIGURADO): '
               ACCEPT WK-RETENCAO-DIAS
            END-IF
            IF WK-RETENCAO-DIAS = ZEROS
               MOVE 'AUD-RETENCAO-DIAS'  TO LK-CFG-CHAVE
               MOVE 365                  TO LK-CFG-PADRAO-NUM
            CALL 'AUDRESEL' USING PARAMETRES-RESSELO
            PERFORM P400-GRAVAR-CONTROLE
            PERFORM P500-IMPRIMIR-RESUMO
            GOBACK
            .

      ******************************************************************
                    UNTIL WK-FIM-AUDITORIA = 'S'

            CLOSE AUDITORIA AUDITORIA-ARQUIVO AUDITORIA-TRABALHO
            SET LK-LGL-FECHAR            TO TRUE
            CALL 'LGLUTIL' USING PARAMETRES-LGL
            .
       P200-FIM.

                 AT END MOVE 'S'         TO WK-FIM-AUDITORIA
                 NOT AT END
                    ADD 1                TO WK-QTD-LIDAS
                    MOVE 'N'             TO WK-RETIDO
                    IF AUD-DATA-HORA(1:8) < WK-DATA-CORTE
                       AND AUD-CODIGO NOT = ZEROS
                       PERFORM P220-CONFERIR-RETENCAO
                    END-IF
                    IF AUD-DATA-HORA(1:8) < WK-DATA-CORTE
                       AND WK-RETIDO = 'N'
                       MOVE AUD-DATA-HORA TO ARC-DATA-HORA
                       MOVE AUD-OPERACAO  TO ARC-OPERACAO
                       MOVE AUD-CODIGO    TO ARC-CODIGO
            .
       P210-FIM.

      ******************************************************************
      * P220-CONFERIR-RETENCAO: linha vencida de codigo com retencao
      * legal ativa nao vai para o morto - fica no vivo (WK-RETIDO).
      ******************************************************************
       P220-CONFERIR-RETENCAO.
            SET LK-LGL-CONSULTAR         TO TRUE
            MOVE AUD-CODIGO              TO LK-LGL-CODIGO
            CALL 'LGLUTIL' USING PARAMETRES-LGL
            IF LK-LGL-RETIDO
               MOVE 'S'                  TO WK-RETIDO
               ADD 1                     TO WK-QTD-RETIDAS
            END-IF
            .

      ******************************************************************
      * P300-REESCREVER-VIVO: o AUDITLOG novo e o arquivo de trabalho
      * copiado de volta - assim os programas que abrem "AUDITLOG"
                   WK-QTD-MOVIDAS              DELIMITED BY SIZE
                   ' MANTIDAS='                DELIMITED BY SIZE
                   WK-QTD-MANTIDAS             DELIMITED BY SIZE
                   ' RET='                     DELIMITED BY SIZE
                   WK-QTD-RETIDAS              DELIMITED BY SIZE
                   INTO CONTROLE-REC
            END-STRING
            WRITE CONTROLE-REC
            DISPLAY 'LINHAS LIDAS.....: ' WK-QTD-LIDAS
            DISPLAY 'LINHAS MOVIDAS...: ' WK-QTD-MOVIDAS
            DISPLAY 'LINHAS MANTIDAS..: ' WK-QTD-MANTIDAS
            DISPLAY '  RETENCAO LEGAL.: ' WK-QTD-RETIDAS
            .
       END PROGRAM AUDARCH.
