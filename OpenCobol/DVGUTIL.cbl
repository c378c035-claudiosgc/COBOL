      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: SUBROTINA DO REGISTRO DE COMPARTILHAMENTO COM
      *          TERCEIROS (DVGLOG), NO ESTILO CHAMADO/CHAMADOR DE
      *          TRNUTIL. QUANDO O TITULAR PERGUNTA "COM QUEM VOCES
      *          COMPARTILHARAM MEUS DADOS?", O DOSSIE MOSTRAVA O QUE
      *          TEMOS MAS NAO PARA ONDE FOI. CADA PROGRAMA QUE MANDA
      *          DADO PESSOAL PARA FORA ABRE AQUI UMA REMESSA
      *          (DESTINATARIO + SEQUENCIA DO ARQUIVO) E GRAVA CADA
      *          CODIGO QUE SAIU. O ARQUIVO FICA ABERTO DA ABERTURA
      *          AO FECHAMENTO DA REMESSA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVGUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELDVG'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDDVG'.
       WORKING-STORAGE SECTION.
       77  WK-FS-DIVULGACAO             PIC X(02) VALUE SPACES.
       77  WK-SITUACAO-ARQ              PIC X(01) VALUE 'N'.
           88 WK-ARQ-FECHADO            VALUE 'N'.
           88 WK-ARQ-ABERTO             VALUE 'S'.
       77  WK-DATA-REMESSA              PIC 9(08) VALUE ZEROS.
       77  WK-DESTINATARIO              PIC X(08) VALUE SPACES.
       77  WK-SEQUENCIA                 PIC 9(06) VALUE ZEROS.
       77  WK-PROGRAMA                  PIC X(08) VALUE SPACES.
       77  WK-QTD-GRAVADOS              PIC 9(06) VALUE ZEROS.
           COPY 'PARMTRN'.

       LINKAGE SECTION.
           COPY 'PARMDVG'.

       PROCEDURE DIVISION USING PARAMETRES-DVG.
       MAIN-PROCEDURE.
            SET LK-DVG-OK                TO TRUE
            EVALUATE TRUE
               WHEN LK-DVG-ABRIR
                  PERFORM P100-ABRIR-REMESSA THRU P100-FIM
               WHEN LK-DVG-GRAVAR
                  PERFORM P200-GRAVAR-CODIGO THRU P200-FIM
               WHEN LK-DVG-FECHAR
                  IF WK-ARQ-ABERTO
                     CLOSE DIVULGACAO-LOG
                  END-IF
                  SET WK-ARQ-FECHADO     TO TRUE
                  MOVE WK-QTD-GRAVADOS   TO LK-DVG-QTD-GRAVADOS
            END-EVALUATE
            GOBACK
            .

      ******************************************************************
      * P100-ABRIR-REMESSA: guarda destinatario, programa, data e
      * sequencia da remessa. Gerador que ja carimba sequencia no
      * header (TRNUTIL) passa a dele; quem nao tem header pede aqui
      * e o TRANSREG ganha a linha de saida do arquivo do mesmo jeito.
      ******************************************************************
       P100-ABRIR-REMESSA.
            IF LK-DVG-SEQUENCIA = ZEROS
               AND LK-DVG-ARQUIVO NOT = SPACES
               SET LK-TRN-REG-SAIDA      TO TRUE
               MOVE LK-DVG-ARQUIVO       TO LK-TRN-ARQUIVO
               MOVE LK-DVG-PROGRAMA      TO LK-TRN-PROGRAMA
               CALL 'TRNUTIL' USING PARAMETRES-TRN
               IF LK-TRN-OK
                  MOVE LK-TRN-SEQUENCIA  TO LK-DVG-SEQUENCIA
               END-IF
            END-IF
            MOVE LK-DVG-DESTINATARIO     TO WK-DESTINATARIO
            MOVE LK-DVG-SEQUENCIA        TO WK-SEQUENCIA
            MOVE LK-DVG-PROGRAMA         TO WK-PROGRAMA
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-REMESSA
            MOVE ZEROS                   TO WK-QTD-GRAVADOS

            IF WK-ARQ-ABERTO
               GO TO P100-FIM
            END-IF
            OPEN I-O DIVULGACAO-LOG
            IF WK-FS-DIVULGACAO = '35'
               OPEN OUTPUT DIVULGACAO-LOG
               CLOSE DIVULGACAO-LOG
               OPEN I-O DIVULGACAO-LOG
            END-IF
            IF WK-FS-DIVULGACAO = '00'
               SET WK-ARQ-ABERTO         TO TRUE
            ELSE
               SET LK-DVG-ERRO           TO TRUE
            END-IF
            .
       P100-FIM.

       P200-GRAVAR-CODIGO.
            IF NOT WK-ARQ-ABERTO
               SET LK-DVG-ERRO           TO TRUE
               GO TO P200-FIM
            END-IF
            MOVE LK-DVG-CODIGO           TO DVG-CODIGO
            MOVE WK-DATA-REMESSA         TO DVG-DATA
            MOVE WK-DESTINATARIO         TO DVG-DESTINATARIO
            MOVE WK-SEQUENCIA            TO DVG-SEQUENCIA
            MOVE WK-PROGRAMA             TO DVG-PROGRAMA
            WRITE REG-DIVULGACAO
            EVALUATE WK-FS-DIVULGACAO
               WHEN '00'
                  ADD 1                  TO WK-QTD-GRAVADOS
               WHEN '22'
                  CONTINUE
               WHEN OTHER
                  SET LK-DVG-ERRO        TO TRUE
            END-EVALUATE
            .
       P200-FIM.
       END PROGRAM DVGUTIL.
