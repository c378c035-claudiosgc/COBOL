      *          VALIDADO DO ALUNOID/CONTATO-MASTER. CADA CARTA FICA
      *          NO REGISTRO FREQAVLG - A SEGUNDA SAI COM O CAMPO
      *          AVISO=REPETIDO PARA O TEMPLATE ESCALAR O TOM.
      * Modification History:
      *   15/10/2026 CS  Layout do FREQAVLG passou para os copybooks
      *                  SELAVL/FDAVL - o console da familia le o
      *                  mesmo registro de avisos.
      *   15/10/2026 CS  Alem da carta, aviso por SMS/email ao
      *                  responsavel (template FREQNTTP, NTFUTIL);
      *                  sem o template segue so a carta.
      *   15/10/2026 CS  Responsavel falecido (OBITCNTT) fica sem carta
      *                  e sem SMS/email; contado a parte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO "FREQCART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-CARTAS.
           SELECT NOTIF-TEMPLATE
               ASSIGN TO "FREQNTTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-TEMPLATE-NTF.
           COPY 'SELAVL'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDFREQ'.
       FD  CARTAS-AVISO
           LABEL RECORD IS STANDARD.
       01  CARTA-REC                    PIC X(80).
       FD  NOTIF-TEMPLATE
           LABEL RECORD IS STANDARD.
       01  NTPL-LINHA                   PIC X(80).
           COPY 'FDAVL'.
       WORKING-STORAGE SECTION.
       77  WK-FS-FREQ                   PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-TEMPLATE               PIC X(02) VALUE SPACES.
       77  WK-FS-CARTAS                 PIC X(02) VALUE SPACES.
       77  WK-FS-AVISOLOG               PIC X(02) VALUE SPACES.
       77  WK-FS-TEMPLATE-NTF           PIC X(02) VALUE SPACES.
       77  WK-FIM-TEMPLATE-NTF          PIC X(01) VALUE 'N'.
       77  WK-QTD-NOTIFICACOES          PIC 9(04) VALUE ZEROS.
       77  WK-QTD-SEM-NOTIFICACAO       PIC 9(04) VALUE ZEROS.
       77  WK-PONTEIRO-NTF              PIC 9(03) VALUE ZEROS.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-TEMPLATE              PIC X(01) VALUE 'N'.
       77  WK-ANO-INF                   PIC 9(05) VALUE ZEROS.
       77  WK-PCT                       PIC 9(03) VALUE ZEROS.
       77  WK-QTD-CARTAS                PIC 9(04) VALUE ZEROS.
       77  WK-QTD-SEM-GUARDIAO          PIC 9(04) VALUE ZEROS.
       77  WK-QTD-FALECIDOS             PIC 9(04) VALUE ZEROS.
       77  WK-IDX-LINHA                 PIC 9(02) VALUE ZEROS.
       77  WK-PULANDO-BLOCO             PIC X(01) VALUE 'N'.
      *****************************************************************
           05 WK-QTDE-LINHAS-TPL        PIC 9(02) VALUE ZEROS.
           05 WK-TEMPLATE-LINHAS        PIC X(80) VALUE SPACES
                                         OCCURS 20 TIMES.
       01  WK-TABELA-TEMPLATE-NTF.
           05 WK-QTDE-LINHAS-NTF        PIC 9(02) VALUE ZEROS.
           05 WK-TEMPLATE-NTF           PIC X(80) VALUE SPACES
                                         OCCURS 6 TIMES.
           COPY 'PARMCFG'.
           COPY 'PARMRUN'.
           COPY 'PARMERGE'.
           COPY 'PARMNTF'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY 'TEMPLATE FREQAVTP NAO ENCONTRADO.'
               STOP RUN
            END-IF
            OPEN INPUT NOTIF-TEMPLATE
            IF WK-FS-TEMPLATE-NTF = '00'
               PERFORM P160-CARREGAR-TEMPLATE-NTF THRU P160-FIM
                       UNTIL WK-FIM-TEMPLATE-NTF = 'S'
               CLOSE NOTIF-TEMPLATE
            ELSE
               DISPLAY 'TEMPLATE FREQNTTP NAO ENCONTRADO - SEM AVISO '
                       'POR SMS/EMAIL.'
            END-IF
            OPEN OUTPUT CARTAS-AVISO
            OPEN I-O REGISTRO-AVISOS
            IF WK-FS-AVISOLOG = '35'
            .
       P150-FIM.

       P160-CARREGAR-TEMPLATE-NTF.
            READ NOTIF-TEMPLATE
                 AT END
                    MOVE 'S'             TO WK-FIM-TEMPLATE-NTF
                 NOT AT END
                    IF WK-QTDE-LINHAS-NTF < 6
                       ADD 1             TO WK-QTDE-LINHAS-NTF
                       MOVE NTPL-LINHA   TO
                            WK-TEMPLATE-NTF(WK-QTDE-LINHAS-NTF)
                    END-IF
            END-READ
            .
       P160-FIM.

       P200-SOMAR-CHAMADA.
            READ FREQUENCIA
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                    ADD 1                TO WK-QTD-SEM-GUARDIAO
                    GO TO P500-FIM
            END-READ
      *     Responsavel falecido nao recebe carta nem SMS/email.
            IF WK-REG-FALECIDO
               ADD 1                     TO WK-QTD-FALECIDOS
               GO TO P500-FIM
            END-IF

            MOVE WK-ACU-MATRICULA(WK-IDX-ACU) TO AVL-MATRICULA
            MOVE WK-ANO-INF              TO AVL-ANO-SEMESTRE
            MOVE SPACES                  TO CARTA-REC
            WRITE CARTA-REC
            ADD 1                        TO WK-QTD-CARTAS
            IF WK-QTDE-LINHAS-NTF > ZEROS
               PERFORM P600-NOTIFICAR THRU P600-FIM
            END-IF

            MOVE WK-ACU-MATRICULA(WK-IDX-ACU) TO AVL-MATRICULA
            MOVE WK-ANO-INF              TO AVL-ANO-SEMESTRE
            .
       P560-FIM.

      ******************************************************************
      * P600-NOTIFICAR: o mesmo aviso, curto, por SMS (ou email se o
      * SMS nao puder sair) - texto do FREQNTTP mesclado com os
      * campos da carta. Consentimento, supressao e Nao Me Perturbe
      * sao conferidos pelo NTFUTIL; recusa so conta.
      ******************************************************************
       P600-NOTIFICAR.
            MOVE SPACES                  TO LK-NTF-TEXTO
            MOVE 1                       TO WK-PONTEIRO-NTF
            MOVE 'N'                     TO WK-PULANDO-BLOCO
            PERFORM P610-MESCLAR-LINHA-NTF THRU P610-FIM
                    VARYING WK-IDX-LINHA FROM 1 BY 1
                    UNTIL WK-IDX-LINHA > WK-QTDE-LINHAS-NTF
            IF LK-NTF-TEXTO = SPACES
               GO TO P600-FIM
            END-IF

            MOVE MAT-GUARDIAO            TO LK-NTF-CODIGO
            SET LK-NTF-QUALQUER          TO TRUE
            MOVE 'FREQNTTP'              TO LK-NTF-MODELO
            MOVE 2                       TO LK-NTF-PRIORIDADE
            MOVE 'FREQAVIS'              TO LK-NTF-PROGRAMA
            MOVE 'LOTE'                  TO LK-NTF-USUARIO
            CALL 'NTFUTIL' USING PARAMETRES-NTF
            IF LK-NTF-OK
               ADD 1                     TO WK-QTD-NOTIFICACOES
            ELSE
               ADD 1                     TO WK-QTD-SEM-NOTIFICACAO
            END-IF
            .
       P600-FIM.

       P610-MESCLAR-LINHA-NTF.
            MOVE WK-TEMPLATE-NTF(WK-IDX-LINHA) TO LK-TEMPLATE
            CALL 'MERGELIN' USING PARAMETRES-MERGE
            EVALUATE TRUE
               WHEN LK-LINHA-SE
                  IF LK-CONDICAO-VERDADEIRA
                     MOVE 'N'            TO WK-PULANDO-BLOCO
                  ELSE
                     MOVE 'S'            TO WK-PULANDO-BLOCO
                  END-IF
               WHEN LK-LINHA-SENAO
                  IF WK-PULANDO-BLOCO = 'S'
                     MOVE 'N'            TO WK-PULANDO-BLOCO
                  ELSE
                     MOVE 'S'            TO WK-PULANDO-BLOCO
                  END-IF
               WHEN LK-LINHA-FIM-SE
                  MOVE 'N'               TO WK-PULANDO-BLOCO
               WHEN LK-LINHA-REPITA
               WHEN LK-LINHA-FIM-REPITA
                  CONTINUE
               WHEN OTHER
                  IF WK-PULANDO-BLOCO NOT = 'S'
                     AND LK-LINHA-MESCLADA NOT = SPACES
                     AND WK-PONTEIRO-NTF < 160
                     IF WK-PONTEIRO-NTF > 1
                        STRING ' ' DELIMITED BY SIZE
                               INTO LK-NTF-TEXTO
                               WITH POINTER WK-PONTEIRO-NTF
                        END-STRING
                     END-IF
                     STRING FUNCTION TRIM(LK-LINHA-MESCLADA)
                            DELIMITED BY SIZE
                            INTO LK-NTF-TEXTO
                            WITH POINTER WK-PONTEIRO-NTF
                            ON OVERFLOW CONTINUE
                     END-STRING
                  END-IF
            END-EVALUATE
            .
       P610-FIM.

       P900-FINALIZAR.
            CLOSE FREQUENCIA ALUNO-IDENTIDADE CONTATO-MASTER
            CLOSE AVISO-TEMPLATE CARTAS-AVISO REGISTRO-AVISOS
            DISPLAY 'CARTAS DE AVISO GERADAS: ' WK-QTD-CARTAS
            DISPLAY 'SEM RESPONSAVEL/ENDERECO: '
                    WK-QTD-SEM-GUARDIAO
            DISPLAY 'RESPONSAVEL FALECIDO....: ' WK-QTD-FALECIDOS
            DISPLAY 'AVISOS SMS/EMAIL NA FILA: ' WK-QTD-NOTIFICACOES
            DISPLAY 'SEM SMS/EMAIL (CONSENT., SUPRESSAO, NMP): '
                    WK-QTD-SEM-NOTIFICACAO
            DISPLAY 'CARTAS EM FREQCART; REGISTRO EM FREQAVLG.'

            MOVE 'FREQAVIS'              TO LK-RUN-PROGRAMA
