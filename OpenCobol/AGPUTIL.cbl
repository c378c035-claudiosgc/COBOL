      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: SUBROTINA DO DIA DE VENCIMENTO DOS LOTES PERIODICOS
      *          (AGPMSTR). A REGRA DA LINHA ("3O DIA UTIL DO MES",
      *          "ULTIMO DIA UTIL DO TRIMESTRE", "5O DIA UTIL DE
      *          JANEIRO") VIRA DATA AQUI, PELO CALENDARIO DO CALMSTR
      *          VIA DATEUTIL 'N' - O CICLCTRL PERGUNTA SE VENCE HOJE
      *          E O AGPREL PERGUNTA QUAL FOI O ULTIMO VENCIMENTO.
      *          DEVOLVE O VENCIMENTO DO PERIODO DA DATA BASE E O DO
      *          PERIODO ANTERIOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGPUTIL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WK-ANO-BASE                  PIC 9(04) VALUE ZEROS.
       77  WK-MES-BASE                  PIC 9(02) VALUE ZEROS.
       77  WK-ANO-ALVO                  PIC 9(04) VALUE ZEROS.
       77  WK-MES-ALVO                  PIC S9(03) VALUE ZEROS.
       77  WK-DATA-ALVO                 PIC 9(08) VALUE ZEROS.
       77  WK-ORDINAL                   PIC 9(02) VALUE ZEROS.
       77  WK-DATA-ENTRADA              PIC 9(08) VALUE ZEROS.
           COPY 'PARMDATE'.

       LINKAGE SECTION.
           COPY 'PARMAGP'.

       PROCEDURE DIVISION USING PARAMETRES-AGP.
       MAIN-PROCEDURE.
            SET LK-AGP-OK                TO TRUE
            MOVE ZEROS                   TO LK-AGP-VENCIMENTO
                                            LK-AGP-VENC-ANTERIOR

            PERFORM P100-CONFERIR-REGRA THRU P100-FIM
            IF NOT LK-AGP-OK
               GOBACK
            END-IF

            MOVE LK-AGP-DATA-BASE(1:4)   TO WK-ANO-BASE
            MOVE LK-AGP-DATA-BASE(5:2)   TO WK-MES-BASE
            MOVE WK-ANO-BASE             TO WK-ANO-ALVO
            EVALUATE LK-AGP-FREQUENCIA
               WHEN 'M'
                  MOVE WK-MES-BASE       TO WK-MES-ALVO
               WHEN 'T'
                  COMPUTE WK-MES-ALVO = ((WK-MES-BASE - 1) / 3) * 3
                                      + LK-AGP-MES
               WHEN OTHER
                  MOVE LK-AGP-MES        TO WK-MES-ALVO
            END-EVALUATE
            PERFORM P300-CALCULAR-DIA THRU P300-FIM
            MOVE WK-DATA-ALVO            TO LK-AGP-VENCIMENTO

      *     Periodo anterior: um mes, um trimestre ou um ano antes.
            EVALUATE LK-AGP-FREQUENCIA
               WHEN 'M'
                  SUBTRACT 1             FROM WK-MES-ALVO
               WHEN 'T'
                  SUBTRACT 3             FROM WK-MES-ALVO
               WHEN OTHER
                  SUBTRACT 1             FROM WK-ANO-ALVO
            END-EVALUATE
            IF WK-MES-ALVO < 1
               ADD 12                    TO WK-MES-ALVO
               SUBTRACT 1                FROM WK-ANO-ALVO
            END-IF
            PERFORM P300-CALCULAR-DIA THRU P300-FIM
            MOVE WK-DATA-ALVO            TO LK-AGP-VENC-ANTERIOR
            GOBACK
            .

       P100-CONFERIR-REGRA.
            IF LK-AGP-FREQUENCIA NOT = 'M' AND
               LK-AGP-FREQUENCIA NOT = 'T' AND
               LK-AGP-FREQUENCIA NOT = 'A'
               SET LK-AGP-REGRA-INVALIDA TO TRUE
               GO TO P100-FIM
            END-IF
            IF LK-AGP-REGRA NOT = 'U' AND LK-AGP-REGRA NOT = 'F'
               SET LK-AGP-REGRA-INVALIDA TO TRUE
               GO TO P100-FIM
            END-IF
            IF LK-AGP-REGRA = 'U' AND
               (LK-AGP-ORDINAL NOT NUMERIC OR LK-AGP-ORDINAL = ZEROS)
               SET LK-AGP-REGRA-INVALIDA TO TRUE
               GO TO P100-FIM
            END-IF
            IF LK-AGP-FREQUENCIA = 'T' AND
               (LK-AGP-MES NOT NUMERIC OR
                LK-AGP-MES < 1 OR LK-AGP-MES > 3)
               SET LK-AGP-REGRA-INVALIDA TO TRUE
               GO TO P100-FIM
            END-IF
            IF LK-AGP-FREQUENCIA = 'A' AND
               (LK-AGP-MES NOT NUMERIC OR
                LK-AGP-MES < 1 OR LK-AGP-MES > 12)
               SET LK-AGP-REGRA-INVALIDA TO TRUE
            END-IF
            .
       P100-FIM.

      ******************************************************************
      * P300-CALCULAR-DIA: dia de vencimento em WK-ANO-ALVO/WK-MES-
      * ALVO. Enesimo dia util direto no DATEUTIL 'N'; o ultimo e o
      * maior ordinal que o DATEUTIL ainda aceita no mes. Ordinal
      * alem dos dias uteis do mes cai no ultimo dia util.
      ******************************************************************
       P300-CALCULAR-DIA.
            MOVE ZEROS                   TO WK-DATA-ALVO
            COMPUTE WK-DATA-ENTRADA = (WK-ANO-ALVO * 10000)
                                    + (WK-MES-ALVO * 100) + 1
            IF LK-AGP-REGRA = 'U'
               MOVE LK-AGP-ORDINAL       TO WK-ORDINAL
               PERFORM P310-ENESIMO
               IF LK-STATUS-OK
                  GO TO P300-FIM
               END-IF
            END-IF
            MOVE ZEROS                   TO WK-ORDINAL
            SET LK-STATUS-OK             TO TRUE
            PERFORM P320-PROXIMO-ORDINAL
                    UNTIL NOT LK-STATUS-OK OR WK-ORDINAL = 31
            .
       P300-FIM.

       P310-ENESIMO.
            MOVE WK-DATA-ENTRADA         TO LK-DATA-ENTRADA
            SET LK-SAIDA-AAAAMMDD        TO TRUE
            SET LK-FN-ENESIMO-UTIL       TO TRUE
            MOVE WK-ORDINAL              TO LK-NTH-ORDINAL
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            IF LK-STATUS-OK
               MOVE LK-DATA-SAIDA(1:8)   TO WK-DATA-ALVO
            END-IF
            .

       P320-PROXIMO-ORDINAL.
            ADD 1                        TO WK-ORDINAL
            PERFORM P310-ENESIMO
            .
       END PROGRAM AGPUTIL.
