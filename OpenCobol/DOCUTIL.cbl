      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE ABERTURA DO CHECKLIST DE DOCUMENTOS DE
      *          MATRICULA (DOCMSTR), NO ESTILO CHAMADO/CHAMADOR DO
      *          DEPUTIL. O MATRALU CHAMA AO MATRICULAR O ALUNO NOVO E
      *          O DOCALU QUANDO A SECRETARIA ABRE O CHECKLIST DE UM
      *          ALUNO ANTIGO: CADA TIPO ATIVO E OBRIGATORIO DO
      *          TDOCMSTR QUE AINDA NAO CONSTA PARA A MATRICULA VIRA
      *          UM REGISTRO 'P' PENDENTE. TDOCMSTR AUSENTE NAO FAZ
      *          NADA; DOCMSTR AUSENTE E CRIADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELTDC'.
           COPY 'SELDOC'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDTDC'.
           COPY 'FDDOC'.
       WORKING-STORAGE SECTION.
       77  WK-FS-TIPODOC                PIC X(02) VALUE SPACES.
       77  WK-FS-DOCUMENTO              PIC X(02) VALUE SPACES.
       77  WK-FIM-TIPO                  PIC X(01) VALUE 'N'.
       77  WK-QTD-EXIGIDOS              PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
           COPY 'PARMDOC'.

       PROCEDURE DIVISION USING PARAMETRES-DOC.
       MAIN-PROCEDURE.
            SET LK-DOC-SEM-TABELA        TO TRUE
            MOVE ZEROS                   TO LK-DOC-QTD-ABERTOS
                                            WK-QTD-EXIGIDOS

            OPEN INPUT TIPO-DOCUMENTO
            IF WK-FS-TIPODOC NOT = '00'
               GOBACK
            END-IF
            OPEN I-O DOCUMENTO-ALUNO
            IF WK-FS-DOCUMENTO = '35'
               OPEN OUTPUT DOCUMENTO-ALUNO
               CLOSE DOCUMENTO-ALUNO
               OPEN I-O DOCUMENTO-ALUNO
            END-IF
            IF WK-FS-DOCUMENTO NOT = '00'
               CLOSE TIPO-DOCUMENTO
               GOBACK
            END-IF

            MOVE 'N'                     TO WK-FIM-TIPO
            MOVE LOW-VALUES              TO TDC-CODIGO
            START TIPO-DOCUMENTO KEY IS NOT LESS THAN TDC-CODIGO
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-TIPO
            END-START
            PERFORM P200-ABRIR-TIPO THRU P200-FIM
                    UNTIL WK-FIM-TIPO = 'S'

            IF WK-QTD-EXIGIDOS > ZEROS
               IF LK-DOC-QTD-ABERTOS > ZEROS
                  SET LK-DOC-ABERTO      TO TRUE
               ELSE
                  SET LK-DOC-NADA-A-ABRIR TO TRUE
               END-IF
            END-IF

            CLOSE TIPO-DOCUMENTO DOCUMENTO-ALUNO
            GOBACK
            .

       P200-ABRIR-TIPO.
            READ TIPO-DOCUMENTO NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-TIPO
                    GO TO P200-FIM
            END-READ
            IF NOT TDC-ATIVO OR NOT TDC-E-OBRIGATORIO
               GO TO P200-FIM
            END-IF
            ADD 1                        TO WK-QTD-EXIGIDOS
            MOVE LK-DOC-MATRICULA        TO DOC-MATRICULA
            MOVE TDC-CODIGO              TO DOC-CODIGO
            READ DOCUMENTO-ALUNO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    GO TO P200-FIM
            END-READ
            SET DOC-PENDENTE             TO TRUE
            MOVE ZEROS                   TO DOC-DATA-RECEBIDO
                                            DOC-DATA-VALIDADE
            MOVE LK-DOC-USUARIO          TO DOC-USUARIO
            MOVE FUNCTION CURRENT-DATE(1:8) TO DOC-DATA-REGISTRO
            WRITE REG-DOCUMENTO-ALUNO
            IF WK-FS-DOCUMENTO = '00'
               ADD 1                     TO LK-DOC-QTD-ABERTOS
            END-IF
            .
       P200-FIM.
       END PROGRAM DOCUTIL.
