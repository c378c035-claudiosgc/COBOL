      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: SUBROTINA DA RETENCAO LEGAL (LGLMSTR), NO ESTILO
      *          CHAMADO/CHAMADOR DE PRFUTIL. QUANDO O JURIDICO
      *          RECEBE UMA ACAO OU UM OFICIO SOBRE UM CLIENTE, TUDO
      *          O QUE TEMOS DELE PRECISA FICAR - E O ARCCNTT
      *          EXPURGAVA, O RETCNTT APARAVA NOTAS E CAMPANHAS, O
      *          AUDARCH MOVIA A AUDITORIA E O LGPDDEL ANONIMIZAVA
      *          SEM SABER DISSO. AQUI SE RESPONDE SE O CODIGO TEM
      *          ALGUMA RETENCAO ATIVA. O ARQUIVO FICA ABERTO ENTRE
      *          AS CHAMADAS (OS LOTES PERGUNTAM REGISTRO A REGISTRO);
      *          O CHAMADOR FECHA COM A FUNCAO 'F'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELLGL'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDLGL'.
       WORKING-STORAGE SECTION.
       77  WK-FS-RETENCAO               PIC X(02) VALUE SPACES.
       77  WK-SITUACAO-ARQ              PIC X(01) VALUE 'N'.
           88 WK-ARQ-FECHADO            VALUE 'N'.
           88 WK-ARQ-ABERTO             VALUE 'S'.
           88 WK-ARQ-AUSENTE            VALUE 'X'.
       77  WK-FIM-RETENCAO              PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
           COPY 'PARMLGL'.

       PROCEDURE DIVISION USING PARAMETRES-LGL.
       MAIN-PROCEDURE.
            IF LK-LGL-FECHAR
               IF WK-ARQ-ABERTO
                  CLOSE RETENCAO-LEGAL
               END-IF
               SET WK-ARQ-FECHADO        TO TRUE
               GOBACK
            END-IF

            SET LK-LGL-LIVRE             TO TRUE
            MOVE SPACES                  TO LK-LGL-PROCESSO
            MOVE ZEROS                   TO LK-LGL-QTD-PROCESSOS

            IF WK-ARQ-FECHADO
               OPEN INPUT RETENCAO-LEGAL
               IF WK-FS-RETENCAO = '00'
                  SET WK-ARQ-ABERTO      TO TRUE
               ELSE
                  SET WK-ARQ-AUSENTE     TO TRUE
               END-IF
            END-IF
            IF WK-ARQ-AUSENTE
               SET LK-LGL-SEM-CADASTRO   TO TRUE
               GOBACK
            END-IF

            MOVE 'N'                     TO WK-FIM-RETENCAO
            MOVE LK-LGL-CODIGO           TO LGL-CODIGO
            MOVE LOW-VALUES              TO LGL-PROCESSO
            START RETENCAO-LEGAL KEY IS NOT LESS THAN LGL-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-RETENCAO
            END-START
            PERFORM P100-LER-RETENCAO THRU P100-FIM
                    UNTIL WK-FIM-RETENCAO = 'S'
            IF LK-LGL-QTD-PROCESSOS > ZEROS
               SET LK-LGL-RETIDO         TO TRUE
            END-IF
            GOBACK
            .

       P100-LER-RETENCAO.
            READ RETENCAO-LEGAL NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-RETENCAO
                    GO TO P100-FIM
            END-READ
            IF LGL-CODIGO NOT = LK-LGL-CODIGO
               MOVE 'S'                  TO WK-FIM-RETENCAO
               GO TO P100-FIM
            END-IF
            IF LGL-ATIVA
               ADD 1                     TO LK-LGL-QTD-PROCESSOS
               IF LK-LGL-PROCESSO = SPACES
                  MOVE LGL-PROCESSO      TO LK-LGL-PROCESSO
               END-IF
            END-IF
            .
       P100-FIM.
       END PROGRAM LGLUTIL.
