      *                  entrada velha no indice so custa um
      *                  candidato a mais). Sem criterio indexavel ou
      *                  sem indice, a varredura completa de sempre.
      *   15/10/2026 CS  Contato falecido (OBITCNTT) nunca entra na
      *                  populacao do SELCODES.
      *   15/10/2026 CS  Criterio FAIXA= (uma ou mais faixas de
      *                  engajamento, ex. FAIXA=AB) conferido no
      *                  ENGMSTR do ENGCNTT; contato sem pontuacao
      *                  nao passa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY 'SELCONT'.
           COPY 'SELSIDX'.
           COPY 'SELENG'.
           SELECT ARQ-CRITERIOS
               ASSIGN TO "SELCRIT"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY 'FDCONT'.
           COPY 'FDSIDX'.
           COPY 'FDENG'.
       FD  ARQ-CRITERIOS
           LABEL RECORD IS STANDARD.
       01  CRIT-REC                     PIC X(40).
      * WK-CRITERIOS: os criterios carregados do SELCRIT. Criterio em
      * branco = nao filtra por ele. PROFISSAO/NACIONALIDADE comparam
      * com a forma canonica gravada no contato (a mesma que a tabela
      * REFMSTR devolve na digitacao). FAIXA guarda as faixas de
      * engajamento aceitas (ate quatro letras entre A, B, C e D).
      *****************************************************************
       01  WK-CRITERIOS.
           05 WK-CR-UF                  PIC X(02) VALUE SPACES.
           05 WK-CR-IDADE-MIN           PIC 9(03) VALUE ZEROS.
           05 WK-CR-IDADE-MAX           PIC 9(03) VALUE ZEROS.
           05 WK-CR-EMAIL               PIC X(01) VALUE SPACE.
           05 WK-CR-FAIXA               PIC X(04) VALUE SPACES.
       77  WK-FS-INDSEC                 PIC X(02) VALUE SPACES.
       77  WK-TIPO-INDICE               PIC X(01) VALUE SPACE.
       77  WK-VALOR-INDICE              PIC X(20) VALUE SPACES.
       77  WK-VALOR-INDICE-NORM         PIC X(20) VALUE SPACES.
       77  WK-FIM-INDICE                PIC X(01) VALUE 'N'.
       77  WK-FS-ENGAJAMENTO            PIC X(02) VALUE SPACES.
       77  WK-QTD-FAIXA                 PIC 9(02) VALUE ZEROS.
           COPY 'PARMDATE'.
           COPY 'PARMNORM'.

       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            PERFORM P100-CARREGAR-CRITERIOS
            IF WK-CR-FAIXA NOT = SPACES
               OPEN INPUT ENGAJAMENTO
               IF WK-FS-ENGAJAMENTO NOT = '00'
                  DISPLAY 'PONTUACAO DE ENGAJAMENTO (ENGMSTR) '
                          'INDISPONIVEL - RODE O ENGCNTT.'
                  STOP RUN
               END-IF
            END-IF
            PERFORM P150-ESCOLHER-INDICE
            IF WK-TIPO-INDICE NOT = SPACE
               PERFORM P250-VARRER-PELO-INDICE THRU P250-FIM
            ELSE
               PERFORM P200-VARRER-MESTRE
            END-IF
            IF WK-CR-FAIXA NOT = SPACES
               CLOSE ENGAJAMENTO
            END-IF
            DISPLAY 'CONTATOS AVALIADOS....: ' WK-QTD-AVALIADOS
            DISPLAY 'CONTATOS SELECIONADOS.: ' WK-QTD-SELECIONADOS
            STOP RUN
                            INVALID KEY
                               CONTINUE
                            NOT INVALID KEY
                               IF WK-REG-ATIVO AND
                                  NOT WK-REG-FALECIDO
                                  ADD 1  TO WK-QTD-AVALIADOS
                                  PERFORM P300-TESTAR-CRITERIOS
                                          THRU P300-FIM
                          FUNCTION NUMVAL(WK-VALOR-CRIT)
               WHEN 'EMAIL'
                  MOVE WK-VALOR-CRIT(1:1) TO WK-CR-EMAIL
               WHEN 'FAIXA'
                  MOVE WK-VALOR-CRIT(1:4) TO WK-CR-FAIXA
                  INSPECT WK-CR-FAIXA CONVERTING 'abcd' TO 'ABCD'
               WHEN OTHER
                  DISPLAY 'CRITERIO DESCONHECIDO IGNORADO: ' CRIT-REC
            END-EVALUATE
            READ CONTATO-MASTER NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-MESTRE
                 NOT AT END
                    IF WK-REG-ATIVO AND NOT WK-REG-FALECIDO
                       ADD 1             TO WK-QTD-AVALIADOS
                       PERFORM P300-TESTAR-CRITERIOS THRU P300-FIM
                       IF WK-PASSA = 'S'
               MOVE 'N'                  TO WK-PASSA
               GO TO P300-FIM
            END-IF
            IF WK-CR-FAIXA NOT = SPACES
               MOVE WK-CODIGO            TO ENG-CODIGO
               READ ENGAJAMENTO
                    INVALID KEY
                       MOVE 'N'          TO WK-PASSA
                       GO TO P300-FIM
               END-READ
               MOVE ZEROS                TO WK-QTD-FAIXA
               IF ENG-FAIXA NOT = SPACE
                  INSPECT WK-CR-FAIXA TALLYING WK-QTD-FAIXA
                          FOR ALL ENG-FAIXA
               END-IF
               IF WK-QTD-FAIXA = ZEROS
                  MOVE 'N'               TO WK-PASSA
                  GO TO P300-FIM
               END-IF
            END-IF

            IF WK-CR-IDADE-MIN > ZEROS OR WK-CR-IDADE-MAX > ZEROS
               PERFORM P310-CALCULAR-IDADE THRU P310-FIM
