      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE PADRONIZACAO DE NOME DE RUA CONTRA O
      *          MESTRE LOGMSTR, NO ESTILO CHAMADO/CHAMADOR DO
      *          DDDUTIL. A RUA E NORMALIZADA (NORMUTIL: CAIXA ALTA,
      *          SEM ACENTO), PERDE PONTOS E VIRGULAS, E CADA PALAVRA
      *          E TROCADA PELA SUA FORMA PADRAO - A PRIMEIRA COMO
      *          TIPO DE LOGRADOURO ('T'), AS DEMAIS COMO PALAVRA
      *          COMUM ('P'). 'R. S. JOAO' E 'RUA SAO JOAO' SAEM
      *          IGUAIS, E O DOMPROP E O CORREIO PARAM DE VER DUAS
      *          RUAS. FORMA PADRAO MAIOR QUE 15 POSICOES NAO E
      *          CORTADA - VOLTA A RUA COMO VEIO (STATUS 02). TABELA
      *          AUSENTE NAO MEXE EM NADA (STATUS 03).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGRUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELLOGR'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDLOGR'.
       WORKING-STORAGE SECTION.
       77  WK-FS-LOGR                   PIC X(02) VALUE SPACES.
       77  WK-TEXTO                     PIC X(40) VALUE SPACES.
       77  WK-PALAVRA                   PIC X(40) VALUE SPACES.
       77  WK-MONTADA                   PIC X(80) VALUE SPACES.
       77  WK-PTR-TEXTO                 PIC 9(03) VALUE ZEROS.
       77  WK-PTR-MONTADA               PIC 9(03) VALUE ZEROS.
       77  WK-JA-TEVE-TIPO              PIC X(01) VALUE 'N'.
           COPY 'PARMNORM'.

       LINKAGE SECTION.
           COPY 'PARMLOGR'.

       PROCEDURE DIVISION USING PARAMETRES-LOGR.
       MAIN-PROCEDURE.
            MOVE LK-LOGR-ENTRADA         TO LK-LOGR-SAIDA
            MOVE SPACES                  TO LK-LOGR-PADRAO-LONGA
            SET LK-LOGR-SEM-TABELA       TO TRUE

            OPEN INPUT LOGRADOURO-MASTER
            IF WK-FS-LOGR NOT = '00'
               GOBACK
            END-IF

            MOVE LK-LOGR-ENTRADA         TO LK-TEXTO-ENTRADA
            CALL 'NORMUTIL' USING PARAMETRES-NORM
            MOVE LK-TEXTO-NORMALIZADO    TO WK-TEXTO
            INSPECT WK-TEXTO CONVERTING '.,;' TO '   '

            MOVE SPACES                  TO WK-MONTADA
            MOVE 1                       TO WK-PTR-TEXTO
                                            WK-PTR-MONTADA
            MOVE 'N'                     TO WK-JA-TEVE-TIPO
            PERFORM P200-PADRONIZAR-PALAVRA THRU P200-FIM
                    UNTIL WK-PTR-TEXTO > 40

            CLOSE LOGRADOURO-MASTER

            MOVE WK-MONTADA              TO LK-LOGR-PADRAO-LONGA
            IF WK-PTR-MONTADA > 16
               SET LK-LOGR-NAO-CABE      TO TRUE
               GOBACK
            END-IF

            MOVE WK-MONTADA              TO LK-LOGR-SAIDA
            IF LK-LOGR-SAIDA = LK-LOGR-ENTRADA
               SET LK-LOGR-INALTERADA    TO TRUE
            ELSE
               SET LK-LOGR-PADRONIZADA   TO TRUE
            END-IF
            GOBACK
            .

      ******************************************************************
      * P200-PADRONIZAR-PALAVRA: tira a proxima palavra do texto; a
      * primeira palavra e procurada como tipo de logradouro, as
      * demais como palavra comum. Achou, vale a forma padrao; nao
      * achou, a palavra segue como veio. A palavra entra na montagem
      * separada da anterior por um espaco so.
      ******************************************************************
       P200-PADRONIZAR-PALAVRA.
            MOVE SPACES                  TO WK-PALAVRA
            UNSTRING WK-TEXTO DELIMITED BY ALL SPACE
                INTO WK-PALAVRA
                WITH POINTER WK-PTR-TEXTO
            END-UNSTRING
            IF WK-PALAVRA = SPACES
               GO TO P200-FIM
            END-IF

            IF WK-PALAVRA(16:25) = SPACES
               IF WK-JA-TEVE-TIPO = 'N'
                  SET LOGR-TIPO-LOGRADOURO TO TRUE
               ELSE
                  SET LOGR-TIPO-PALAVRA  TO TRUE
               END-IF
               MOVE WK-PALAVRA           TO LOGR-VARIANTE
               READ LOGRADOURO-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE LOGR-PADRAO  TO WK-PALAVRA
               END-READ
            END-IF
            MOVE 'S'                     TO WK-JA-TEVE-TIPO

            IF WK-PTR-MONTADA > 1
               STRING ' ' DELIMITED BY SIZE
                   INTO WK-MONTADA
                   WITH POINTER WK-PTR-MONTADA
               END-STRING
            END-IF
            STRING WK-PALAVRA DELIMITED BY '  '
                INTO WK-MONTADA
                WITH POINTER WK-PTR-MONTADA
            END-STRING
            .
       P200-FIM.
       END PROGRAM LOGRUTIL.
