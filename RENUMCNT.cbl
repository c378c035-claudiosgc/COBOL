      *          RODADA E AUDITADA; O CODMAP E O DE-PARA COMPLETO.
      *          RODE COM O SISTEMA FORA DO AR E BACKUP (BKPCNTT)
      *          FEITO.
      * Modification History:
      *   15/10/2026 CS  Parentesco (FAMMSTR) reapontado - os dois
      *                  codigos estao na chave, regravacao via
      *                  arquivo de trabalho.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY 'SELTRF'.
           COPY 'SELVSUG'.
           COPY 'SELSIDX'.
           COPY 'SELFAM'.
           COPY 'SELAUDIT'.
           SELECT ARQ-SEQUENCIA
               ASSIGN TO "CONTSEQ"
           COPY 'FDTRF'.
           COPY 'FDVSUG'.
           COPY 'FDSIDX'.
           COPY 'FDFAM'.
           COPY 'FDAUDIT'.
       FD  ARQ-SEQUENCIA.
       01  REG-SEQUENCIA                PIC 9(06).
       77  WK-FS-TRANSF                 PIC X(02) VALUE SPACES.
       77  WK-FS-SUGESTAO               PIC X(02) VALUE SPACES.
       77  WK-FS-INDSEC                 PIC X(02) VALUE SPACES.
       77  WK-FS-FAMILIA                PIC X(02) VALUE SPACES.
       77  WK-OPERADOR-LOTE             PIC X(08) VALUE SPACES.
       77  WK-CONFIRMA                  PIC X(01) VALUE 'N'.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
            PERFORM P450-REAPONTAR-TRANSFER THRU P450-FIM
            PERFORM P460-REKEY-SUGESTAO THRU P460-FIM
            PERFORM P470-REKEY-INDICE-SEC THRU P470-FIM
            PERFORM P480-REKEY-PARENTESCO THRU P480-FIM
            PERFORM P500-ATUALIZAR-SEQUENCIA THRU P500-FIM
            PERFORM P800-GRAVAR-AUDITORIA

            .
       P472-FIM.

      ******************************************************************
      * P480-REKEY-PARENTESCO: contato e parente estao NA CHAVE do
      * FAMMSTR (FAM-CHAVE = contato + parente) - os dois lados sao
      * remapeados e o arquivo regravado via arquivo de trabalho.
      ******************************************************************
       P480-REKEY-PARENTESCO.
            OPEN INPUT PARENTESCO-MASTER
            IF WK-FS-FAMILIA NOT = '00'
               GO TO P480-FIM
            END-IF
            OPEN OUTPUT ARQ-TRABALHO
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P481-COPIAR THRU P481-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE PARENTESCO-MASTER ARQ-TRABALHO

            OPEN INPUT ARQ-TRABALHO
            OPEN OUTPUT PARENTESCO-MASTER
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P482-VOLTAR THRU P482-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE PARENTESCO-MASTER ARQ-TRABALHO
            .
       P480-FIM.

       P481-COPIAR.
            READ PARENTESCO-MASTER NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    MOVE FAM-CODIGO      TO WK-CODIGO-MAPEADO
                    PERFORM P190-MAPEAR-CODIGO
                    MOVE WK-CODIGO-MAPEADO TO FAM-CODIGO
                    MOVE FAM-CODIGO-PARENTE TO WK-CODIGO-MAPEADO
                    PERFORM P190-MAPEAR-CODIGO
                    MOVE WK-CODIGO-MAPEADO TO FAM-CODIGO-PARENTE
                    MOVE SPACES          TO TRABALHO-REC
                    MOVE REG-PARENTESCO  TO TRABALHO-REC
                    WRITE TRABALHO-REC
            END-READ
            .
       P481-FIM.

       P482-VOLTAR.
            READ ARQ-TRABALHO
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    MOVE TRABALHO-REC    TO REG-PARENTESCO
                    WRITE REG-PARENTESCO
            END-READ
            .
       P482-FIM.

      ******************************************************************
      * P500-ATUALIZAR-SEQUENCIA: os codigos PJ saem da MESMA
      * sequencia e nao foram renumerados - o CONTSEQ final e o maior
