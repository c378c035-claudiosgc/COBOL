      *          QUADRO DE CONTAGENS POR CATEGORIA E SERIE.
      *          OCORRENCIA GRAVE (SEVERIDADE 3) PODE GERAR CARTA AO
      *          RESPONSAVEL VIA MERGELIN (TEMPLATE OCORTPL).
      * Modification History:
      *   15/10/2026 CS  Ocorrencia grave avisa o responsavel por
      *                  SMS/email na hora (template OCORNTTP, NTFUTIL,
      *                  prioridade urgente), com ou sem a carta.
      *   15/10/2026 CS  Responsavel falecido (OBITCNTT) nao recebe
      *                  carta nem aviso por SMS/email.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO "OCORCART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-CARTAS.
           SELECT NOTIF-TEMPLATE
               ASSIGN TO "OCORNTTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-TEMPLATE-NTF.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDOCO'.
       FD  CARTAS-OCORRENCIA
           LABEL RECORD IS STANDARD.
       01  CARTA-REC                    PIC X(80).
       FD  NOTIF-TEMPLATE
           LABEL RECORD IS STANDARD.
       01  NTPL-LINHA                   PIC X(80).
       WORKING-STORAGE SECTION.
       77  WK-FS-OCORRENCIA             PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-REF                    PIC X(02) VALUE SPACES.
       77  WK-FS-TEMPLATE               PIC X(02) VALUE SPACES.
       77  WK-FS-CARTAS                 PIC X(02) VALUE SPACES.
       77  WK-FS-TEMPLATE-NTF           PIC X(02) VALUE SPACES.
       77  WK-PONTEIRO-NTF              PIC 9(03) VALUE ZEROS.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-TEMPLATE              PIC X(01) VALUE 'N'.
                                         OCCURS 20 TIMES.
           COPY 'PARMNORM'.
           COPY 'PARMERGE'.
           COPY 'PARMNTF'.

       LINKAGE SECTION.
           COPY 'COMAREA'.
                  IF WK-GERAR-CARTA = 'S' OR WK-GERAR-CARTA = 's'
                     PERFORM P400-GERAR-CARTA THRU P400-FIM
                  END-IF
                  PERFORM P450-NOTIFICAR THRU P450-FIM
               END-IF
            ELSE
               DISPLAY 'ERRO AO GRAVAR - FS: ' WK-FS-OCORRENCIA
                    DISPLAY 'RESPONSAVEL NAO ENCONTRADO.'
                    GO TO P400-FIM
            END-READ
            IF WK-REG-FALECIDO
               DISPLAY 'RESPONSAVEL FALECIDO - CARTA NAO GERADA.'
               GO TO P400-FIM
            END-IF

            MOVE ZEROS                   TO WK-QTDE-LINHAS-TPL
            MOVE 'N'                     TO WK-FIM-TEMPLATE
            .
       P420-FIM.

      ******************************************************************
      * P450-NOTIFICAR: ocorrencia grave vai ao responsavel por SMS
      * (ou email) sem esperar a carta - texto curto do OCORNTTP,
      * prioridade urgente. Consentimento, supressao e Nao Me
      * Perturbe sao conferidos pelo NTFUTIL.
      ******************************************************************
       P450-NOTIFICAR.
            IF MAT-GUARDIAO = ZEROS
               GO TO P450-FIM
            END-IF
            MOVE MAT-GUARDIAO            TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    GO TO P450-FIM
            END-READ
            IF WK-REG-FALECIDO
               DISPLAY 'RESPONSAVEL FALECIDO - SEM AVISO POR SMS/EMAIL.'
               GO TO P450-FIM
            END-IF

            MOVE ZEROS                   TO WK-QTDE-LINHAS-TPL
            MOVE 'N'                     TO WK-FIM-TEMPLATE
            OPEN INPUT NOTIF-TEMPLATE
            IF WK-FS-TEMPLATE-NTF NOT = '00'
               GO TO P450-FIM
            END-IF
            PERFORM P455-CARREGAR-LINHA-NTF THRU P455-FIM
                    UNTIL WK-FIM-TEMPLATE = 'S'
            CLOSE NOTIF-TEMPLATE

            MOVE 5                       TO LK-QTDE-CAMPOS
            MOVE 'ALUNO'                 TO LK-NOME-CAMPO(1)
            MOVE MAT-NOME                TO LK-VALOR-CAMPO(1)
            MOVE 'RESPONSAVEL'           TO LK-NOME-CAMPO(2)
            MOVE SPACES                  TO LK-VALOR-CAMPO(2)
            STRING WK-PRIMEIRO-NOME ' ' WK-ULTIMO-NOME
                   DELIMITED BY SIZE INTO LK-VALOR-CAMPO(2)
            END-STRING
            MOVE 'CATEGORIA'             TO LK-NOME-CAMPO(3)
            MOVE OCO-CATEGORIA           TO LK-VALOR-CAMPO(3)
            MOVE 'DATA'                  TO LK-NOME-CAMPO(4)
            MOVE OCO-DATA                TO LK-VALOR-CAMPO(4)
            MOVE 'DESCRICAO'             TO LK-NOME-CAMPO(5)
            MOVE OCO-DESCRICAO           TO LK-VALOR-CAMPO(5)

            MOVE SPACES                  TO LK-NTF-TEXTO
            MOVE 1                       TO WK-PONTEIRO-NTF
            MOVE 'N'                     TO WK-PULANDO-BLOCO
            PERFORM P460-MESCLAR-LINHA-NTF THRU P460-FIM
                    VARYING WK-IDX-LINHA FROM 1 BY 1
                    UNTIL WK-IDX-LINHA > WK-QTDE-LINHAS-TPL
            IF LK-NTF-TEXTO = SPACES
               GO TO P450-FIM
            END-IF

            MOVE MAT-GUARDIAO            TO LK-NTF-CODIGO
            SET LK-NTF-QUALQUER          TO TRUE
            MOVE 'OCORNTTP'              TO LK-NTF-MODELO
            MOVE 1                       TO LK-NTF-PRIORIDADE
            MOVE 'OCORCNTT'              TO LK-NTF-PROGRAMA
            MOVE WS-USUARIO-LOGADO       TO LK-NTF-USUARIO
            CALL 'NTFUTIL' USING PARAMETRES-NTF
            EVALUATE TRUE
               WHEN LK-NTF-OK
                  DISPLAY 'AVISO AO RESPONSAVEL NA FILA DE SMS/EMAIL.'
               WHEN LK-NTF-SEM-CONSENT
                  DISPLAY 'RESPONSAVEL SEM CONSENTIMENTO DE AVISOS - '
                          'SO A CARTA.'
               WHEN OTHER
                  DISPLAY 'AVISO POR SMS/EMAIL NAO ENVIADO (STATUS '
                          LK-NTF-STATUS ').'
            END-EVALUATE
            .
       P450-FIM.

       P455-CARREGAR-LINHA-NTF.
            READ NOTIF-TEMPLATE
                 AT END
                    MOVE 'S'             TO WK-FIM-TEMPLATE
                 NOT AT END
                    IF WK-QTDE-LINHAS-TPL < 20
                       ADD 1             TO WK-QTDE-LINHAS-TPL
                       MOVE NTPL-LINHA   TO
                            WK-TEMPLATE-LINHAS(WK-QTDE-LINHAS-TPL)
                    END-IF
            END-READ
            .
       P455-FIM.

       P460-MESCLAR-LINHA-NTF.
            MOVE WK-TEMPLATE-LINHAS(WK-IDX-LINHA) TO LK-TEMPLATE
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
       P460-FIM.

      ******************************************************************
      * P500-HISTORICO: as ocorrencias do aluno e, logo abaixo, o
      * transcript do ALUNOMST - o padrao aparece ao lado do
