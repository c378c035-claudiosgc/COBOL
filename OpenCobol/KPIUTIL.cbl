      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE ACESSO AO HISTORICO DE INDICADORES
      *          GERENCIAIS (KPIHIST), NO ESTILO CHAMADO/CHAMADOR DE
      *          IDXUTIL. O KPIREL GRAVA A FOTOGRAFIA DO MES E LE OS
      *          MESES DE COMPARACAO; O QUALCNTT DEPOSITA A PONTUACAO
      *          MEDIA DE QUALIDADE DO CADASTRO, QUE SO ELE SABE
      *          CALCULAR. ABRE E FECHA A CADA CHAMADA; O ARQUIVO
      *          NASCE NA PRIMEIRA GRAVACAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPIUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELKPI'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDKPI'.
       WORKING-STORAGE SECTION.
       77  WK-FS-KPIHIST                PIC X(02) VALUE SPACES.

       LINKAGE SECTION.
           COPY 'PARMKPI'.

       PROCEDURE DIVISION USING PARAMETRES-KPI.
       MAIN-PROCEDURE.
            SET LK-KPI-OK                TO TRUE
            IF LK-KPI-LER
               PERFORM P100-LER THRU P100-FIM
            ELSE
               PERFORM P200-GRAVAR THRU P200-FIM
            END-IF
            GOBACK
            .

       P100-LER.
            MOVE ZEROS                   TO LK-KPI-VALOR
            OPEN INPUT HISTORICO-INDICADOR
            IF WK-FS-KPIHIST NOT = '00'
               SET LK-KPI-NAO-ACHOU      TO TRUE
               GO TO P100-FIM
            END-IF
            MOVE LK-KPI-MES              TO KPI-MES
            MOVE LK-KPI-INDICADOR        TO KPI-INDICADOR
            READ HISTORICO-INDICADOR
                 INVALID KEY
                    SET LK-KPI-NAO-ACHOU TO TRUE
                 NOT INVALID KEY
                    MOVE KPI-VALOR       TO LK-KPI-VALOR
                    MOVE KPI-PROGRAMA    TO LK-KPI-PROGRAMA
            END-READ
            CLOSE HISTORICO-INDICADOR
            .
       P100-FIM.

       P200-GRAVAR.
            OPEN I-O HISTORICO-INDICADOR
            IF WK-FS-KPIHIST = '35'
               OPEN OUTPUT HISTORICO-INDICADOR
               CLOSE HISTORICO-INDICADOR
               OPEN I-O HISTORICO-INDICADOR
            END-IF
            IF WK-FS-KPIHIST NOT = '00'
               MOVE WK-FS-KPIHIST        TO LK-KPI-STATUS
               GO TO P200-FIM
            END-IF
            MOVE LK-KPI-MES              TO KPI-MES
            MOVE LK-KPI-INDICADOR        TO KPI-INDICADOR
            READ HISTORICO-INDICADOR
                 INVALID KEY
                    MOVE LK-KPI-VALOR    TO KPI-VALOR
                    MOVE FUNCTION CURRENT-DATE(1:8)
                                         TO KPI-DATA-APURACAO
                    MOVE LK-KPI-PROGRAMA TO KPI-PROGRAMA
                    WRITE REG-INDICADOR
                 NOT INVALID KEY
                    MOVE LK-KPI-VALOR    TO KPI-VALOR
                    MOVE FUNCTION CURRENT-DATE(1:8)
                                         TO KPI-DATA-APURACAO
                    MOVE LK-KPI-PROGRAMA TO KPI-PROGRAMA
                    REWRITE REG-INDICADOR
            END-READ
            IF WK-FS-KPIHIST NOT = '00'
               MOVE WK-FS-KPIHIST        TO LK-KPI-STATUS
            END-IF
            CLOSE HISTORICO-INDICADOR
            .
       P200-FIM.
       END PROGRAM KPIUTIL.
