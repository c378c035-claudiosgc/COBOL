      *                  gerado pelo corte mensal AUDARCH) na
      *                  consulta, para alcancar historico anterior
      *                  ao corte.
      *   15/10/2026 CS  Leitura posicionada pelo indice AUDIDX
      *                  (codigo + data) quando valido (AUXUTIL 'C');
      *                  ausente ou invalidado, varre como antes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY 'SELAUDIT'.
           COPY 'SELAUDARC'.
           COPY 'SELAUX'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDAUDIT'.
           COPY 'FDAUDARC'.
           COPY 'FDAUX'.
       WORKING-STORAGE SECTION.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-AUDARC                 PIC X(02) VALUE SPACES.
       77  WK-INCLUIR-MORTO             PIC X(01) VALUE 'N'.
       77  WK-CODIGO-CONSULTA           PIC 9(06) VALUE ZEROS.
       77  WK-QTD-ACHADOS               PIC 9(04) VALUE ZEROS.
       77  WK-FS-AUDIDX                 PIC X(02) VALUE SPACES.
       77  WK-FIM-INDICE                PIC X(01) VALUE 'N'.
       77  WK-VALOR-CHAVE               PIC X(08) VALUE SPACES.
       77  WK-ORIGEM-ANTERIOR           PIC X(01) VALUE SPACES.
           COPY 'PARMAUX'.

       LINKAGE SECTION.
           COPY 'COMAREA'.
            DISPLAY 'INCLUIR ARQUIVO MORTO (S/N)? '
            ACCEPT WK-INCLUIR-MORTO

            SET LK-AUX-CONSULTAR         TO TRUE
            CALL 'AUXUTIL' USING PARAMETRES-AUX
            IF LK-AUX-OK
               PERFORM P300-LISTAR-INDICE THRU P300-FIM
            ELSE
               IF WK-INCLUIR-MORTO = 'S' OR WK-INCLUIR-MORTO = 's'
                  PERFORM P150-LISTAR-MORTO THRU P150-FIM
               END-IF
               PERFORM P100-ABRIR-ARQUIVO
               PERFORM P200-LISTAR-HISTORICO
               PERFORM P900-FINALIZAR
            END-IF

            IF WK-QTD-ACHADOS = ZEROS
               MOVE ' *** NENHUM HISTORICO PARA O CONTATO ***' TO
            .
       P210-FIM.

      ******************************************************************
      * P300-LISTAR-INDICE: com o AUDIDX valido, um START no prefixo
      * 'C' + codigo traz so as linhas do contato, ja em ordem de
      * data/hora - as do arquivo morto antes das vivas. Linha do
      * morto so entra se foi pedida; cabecalhos saem na primeira
      * linha de cada origem, como na varredura.
      ******************************************************************
       P300-LISTAR-INDICE.
            OPEN INPUT INDICE-AUDITORIA
            IF WK-FS-AUDIDX NOT = '00'
               GO TO P300-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-INDICE
            MOVE SPACES                  TO WK-ORIGEM-ANTERIOR
            MOVE WK-CODIGO-CONSULTA      TO WK-VALOR-CHAVE
            MOVE 'C'                     TO AX-TIPO
            MOVE WK-VALOR-CHAVE          TO AX-VALOR
            MOVE LOW-VALUES              TO AX-DATA-HORA
            MOVE ZEROS                   TO AX-SEQUENCIA
            START INDICE-AUDITORIA KEY IS NOT LESS THAN AX-CHAVE
                  INVALID KEY MOVE 'S'   TO WK-FIM-INDICE
            END-START
            PERFORM P310-LER-ENTRADA THRU P310-FIM
                    UNTIL WK-FIM-INDICE = 'S'
            CLOSE INDICE-AUDITORIA
            .
       P300-FIM.

       P310-LER-ENTRADA.
            READ INDICE-AUDITORIA NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-INDICE
                        GO TO P310-FIM
            END-READ
            IF NOT AX-POR-CODIGO OR AX-VALOR NOT = WK-VALOR-CHAVE
               MOVE 'S'                  TO WK-FIM-INDICE
               GO TO P310-FIM
            END-IF
            IF AX-DO-MORTO AND
               WK-INCLUIR-MORTO NOT = 'S' AND WK-INCLUIR-MORTO NOT = 's'
               GO TO P310-FIM
            END-IF
            IF AX-ORIGEM NOT = WK-ORIGEM-ANTERIOR
               MOVE AX-ORIGEM            TO WK-ORIGEM-ANTERIOR
               IF AX-DO-MORTO
                  DISPLAY '--- ARQUIVO MORTO (ANTERIOR AO CORTE) ---'
               ELSE
                  DISPLAY 'DATA/HORA                 OPERACAO   '
                          'USUARIO  MENSAGEM'
               END-IF
            END-IF
            ADD 1                        TO WK-QTD-ACHADOS
            DISPLAY AX-LIN-DATA-HORA ' ' AX-LIN-OPERACAO ' '
                    AX-LIN-USUARIO ' ' AX-LIN-MENSAGEM
            .
       P310-FIM.

       P900-FINALIZAR.
            IF WK-FS-AUDITORIA NOT = '35'
               CLOSE AUDITORIA
