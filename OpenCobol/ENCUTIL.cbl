      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE ENCARGOS DE ATRASO DAS MENSALIDADES, NO
      *          ESTILO CHAMADO/CHAMADOR DE CFGUTIL. A MULTA DE 2% E
      *          OS JUROS DIARIOS DO CONTRATO ERAM FEITOS NA
      *          CALCULADORA DO BALCAO - OU NAO ERAM COBRADOS. AQUI
      *          O VENCIMENTO QUE CAI EM FIM DE SEMANA OU FERIADO
      *          (CALMSTR, VIA DATEUTIL) PASSA PARA O DIA UTIL
      *          SEGUINTE, SOMA-SE A CARENCIA EM DIAS UTEIS, E SO
      *          DEPOIS DESSA DATA LIMITE HA MULTA (UMA VEZ POR
      *          FATURA, SOBRE O PRINCIPAL EM ABERTO) E JUROS PRO
      *          RATA POR DIA CORRIDO DESDE O VENCIMENTO - OU DESDE
      *          O ULTIMO PAGAMENTO PARCIAL. USADA PELA BAIXA
      *          (FATCNTT) E PELO AGING (FATAGING), QUE ASSIM NUNCA
      *          DISCORDAM DA CONTA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCUTIL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WK-MULTA-BP                  PIC 9(06) VALUE ZEROS.
       77  WK-JUROS-MES-BP              PIC 9(06) VALUE ZEROS.
       77  WK-CARENCIA-UTEIS            PIC 9(06) VALUE ZEROS.
       77  WK-CONT-UTEIS                PIC 9(06) VALUE ZEROS.
       77  WK-CONT-VOLTAS               PIC 9(04) VALUE ZEROS.
       77  WK-DATA-TESTE                PIC 9(08) VALUE ZEROS.
       77  WK-INTEIRO-DATA              PIC 9(08) VALUE ZEROS.
       77  WK-DATA-BASE                 PIC 9(08) VALUE ZEROS.
       77  WK-DIAS-JUROS                PIC S9(06) VALUE ZEROS.
           COPY 'PARMCFG'.
           COPY 'PARMDATE'.

       LINKAGE SECTION.
           COPY 'PARMENC'.

       PROCEDURE DIVISION USING PARAMETRES-ENC.
       MAIN-PROCEDURE.
            MOVE ZEROS                   TO LK-ENC-DATA-LIMITE
                                            LK-ENC-DIAS-ATRASO
                                            LK-ENC-MULTA-CTVS
                                            LK-ENC-JUROS-CTVS
            SET LK-ENC-EM-DIA            TO TRUE
            IF LK-ENC-VENCIMENTO = ZEROS
               OR LK-ENC-DATA-CALCULO = ZEROS
               GOBACK
            END-IF

            PERFORM P100-LER-TAXAS
            PERFORM P200-DATA-LIMITE THRU P200-FIM

            IF LK-ENC-DATA-CALCULO NOT > LK-ENC-DATA-LIMITE
               GOBACK
            END-IF

            SET LK-ENC-EM-ATRASO         TO TRUE
            COMPUTE LK-ENC-DIAS-ATRASO =
                    FUNCTION INTEGER-OF-DATE(LK-ENC-DATA-CALCULO) -
                    FUNCTION INTEGER-OF-DATE(LK-ENC-VENCIMENTO)

            IF LK-ENC-MULTA-LANCADA NOT = 'S'
               COMPUTE LK-ENC-MULTA-CTVS ROUNDED =
                       LK-ENC-PRINCIPAL-CTVS * WK-MULTA-BP / 10000
            END-IF

      *     Juros correm do vencimento ou do ultimo pagamento parcial
      *     feito ja em atraso - o que vier depois.
            MOVE LK-ENC-VENCIMENTO       TO WK-DATA-BASE
            IF LK-ENC-DATA-BASE-JUROS > WK-DATA-BASE
               MOVE LK-ENC-DATA-BASE-JUROS TO WK-DATA-BASE
            END-IF
            COMPUTE WK-DIAS-JUROS =
                    FUNCTION INTEGER-OF-DATE(LK-ENC-DATA-CALCULO) -
                    FUNCTION INTEGER-OF-DATE(WK-DATA-BASE)
            IF WK-DIAS-JUROS > ZEROS
               COMPUTE LK-ENC-JUROS-CTVS ROUNDED =
                       LK-ENC-PRINCIPAL-CTVS * WK-JUROS-MES-BP
                       * WK-DIAS-JUROS / 300000
            END-IF
            GOBACK
            .

       P100-LER-TAXAS.
            MOVE 'MULTA-ATRASO-BP'       TO LK-CFG-CHAVE
            MOVE 200                     TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-MULTA-BP
            MOVE 'JUROS-MES-BP'          TO LK-CFG-CHAVE
            MOVE 100                     TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-JUROS-MES-BP
            MOVE 'CARENCIA-DIAS-UTEIS'   TO LK-CFG-CHAVE
            MOVE ZEROS                   TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-CARENCIA-UTEIS
            .

      ******************************************************************
      * P200-DATA-LIMITE: vencimento em dia nao util vai para o
      * proximo dia util; dai em diante conta a carencia, so em dias
      * uteis. A trava de voltas evita laco com calendario estragado.
      ******************************************************************
       P200-DATA-LIMITE.
            MOVE LK-ENC-VENCIMENTO       TO WK-DATA-TESTE
            MOVE ZEROS                   TO WK-CONT-VOLTAS
            PERFORM P300-TESTAR-DIA
            PERFORM P310-AVANCAR-DIA THRU P310-FIM
                    UNTIL LK-E-DIA-UTIL OR WK-CONT-VOLTAS > 60
            MOVE ZEROS                   TO WK-CONT-UTEIS
            PERFORM P320-CONTAR-CARENCIA THRU P320-FIM
                    UNTIL WK-CONT-UTEIS NOT < WK-CARENCIA-UTEIS
                       OR WK-CONT-VOLTAS > 60
            MOVE WK-DATA-TESTE           TO LK-ENC-DATA-LIMITE
            .
       P200-FIM.

       P300-TESTAR-DIA.
            MOVE WK-DATA-TESTE           TO LK-DATA-ENTRADA
            SET LK-SAIDA-AAAAMMDD        TO TRUE
            MOVE 'U'                     TO LK-FUNCAO
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            IF NOT LK-STATUS-OK
               SET LK-E-DIA-UTIL         TO TRUE
            END-IF
            .

       P310-AVANCAR-DIA.
            COMPUTE WK-INTEIRO-DATA =
                    FUNCTION INTEGER-OF-DATE(WK-DATA-TESTE) + 1
            COMPUTE WK-DATA-TESTE =
                    FUNCTION DATE-OF-INTEGER(WK-INTEIRO-DATA)
            ADD 1                        TO WK-CONT-VOLTAS
            PERFORM P300-TESTAR-DIA
            .
       P310-FIM.

       P320-CONTAR-CARENCIA.
            PERFORM P310-AVANCAR-DIA THRU P310-FIM
            IF LK-E-DIA-UTIL
               ADD 1                     TO WK-CONT-UTEIS
            END-IF
            .
       P320-FIM.
       END PROGRAM ENCUTIL.
