      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: QUEBRA E LIQUIDACAO DE ACORDOS DE RENEGOCIACAO
      *          (ACDMSTR). VARRE OS ACORDOS ATIVOS DO FATACORD E LE
      *          AS PARCELAS DE CADA UM NO FATMSTR. PARCELA EM ABERTO
      *          VENCIDA HA MAIS DE ACORDO-DIAS-QUEBRA DIAS (CFGMSTR,
      *          PADRAO 30) QUEBRA O ACORDO: AS PARCELAS AINDA EM
      *          ABERTO PASSAM A VENCER NA DATA DA PARCELA PERDIDA
      *          (VENCIMENTO ANTECIPADO) E O SALDO VOLTA INTEIRO A
      *          COBRANCA - O FATCOBRA E O FATAGING PEGAM DE NOVO.
      *          ACORDO COM TODAS AS PARCELAS PAGAS (OU CANCELADAS)
      *          FICA LIQUIDADO. RODAR DEPOIS DA BAIXA DO DIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATQUEBR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELACD'.
           COPY 'SELFAT'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDACD'.
           COPY 'FDFAT'.
       WORKING-STORAGE SECTION.
       77  WK-FS-ACORDO                 PIC X(02) VALUE SPACES.
       77  WK-FS-FATURA                 PIC X(02) VALUE SPACES.
       77  WK-FIM-ACORDOS               PIC X(01) VALUE 'N'.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-DIAS-QUEBRA               PIC 9(03) VALUE ZEROS.
       77  WK-DIAS-ATRASO               PIC S9(07) VALUE ZEROS.
       77  WK-IDX-PARCELA               PIC 9(02) VALUE ZEROS.
       77  WK-QTD-EM-ABERTO             PIC 9(02) VALUE ZEROS.
       77  WK-PARCELA-PERDIDA           PIC 9(02) VALUE ZEROS.
       77  WK-VENC-PERDIDA              PIC 9(08) VALUE ZEROS.
       77  WK-QTD-LIDOS                 PIC 9(06) VALUE ZEROS.
       77  WK-QTD-QUEBRADOS             PIC 9(06) VALUE ZEROS.
       77  WK-QTD-LIQUIDADOS            PIC 9(06) VALUE ZEROS.
       01  WK-COMP-PARCELA.
           03 FILLER                    PIC 9(01) VALUE 9.
           03 WK-CP-ACORDO              PIC 9(03) VALUE ZEROS.
           03 WK-CP-PARCELA             PIC 9(02) VALUE ZEROS.
       01  WK-COMP-PARCELA-NUM REDEFINES WK-COMP-PARCELA
                                        PIC 9(06).
           COPY 'PARMCFG'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'FATQUEBR'              TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY '*** QUEBRA E LIQUIDACAO DE ACORDOS ***'
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            MOVE 'ACORDO-DIAS-QUEBRA'    TO LK-CFG-CHAVE
            MOVE 30                      TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-DIAS-QUEBRA
            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P200-LER-ACORDO THRU P200-FIM
                    UNTIL WK-FIM-ACORDOS = 'S'
            PERFORM P900-FINALIZAR
            STOP RUN
            .

       P100-ABRIR-ARQUIVOS.
            OPEN I-O ACORDO-MASTER
            IF WK-FS-ACORDO = '35'
               OPEN OUTPUT ACORDO-MASTER
               CLOSE ACORDO-MASTER
               OPEN I-O ACORDO-MASTER
            END-IF
            OPEN I-O FATURA-MASTER
            IF WK-FS-FATURA = '35'
               DISPLAY 'NAO HA FATURAS (RODE O FATGERA).'
               CLOSE ACORDO-MASTER
               STOP RUN
            END-IF
            .

       P200-LER-ACORDO.
            READ ACORDO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ACORDOS
                    GO TO P200-FIM
            END-READ
            IF NOT ACD-ATIVO
               GO TO P200-FIM
            END-IF
            ADD 1                        TO WK-QTD-LIDOS
            MOVE ACD-NUMERO(4:3)         TO WK-CP-ACORDO
            MOVE ZEROS                   TO WK-QTD-EM-ABERTO
                                            WK-PARCELA-PERDIDA
            PERFORM P300-EXAMINAR-PARCELA THRU P300-FIM
                    VARYING WK-IDX-PARCELA FROM 1 BY 1
                    UNTIL WK-IDX-PARCELA > ACD-QTD-PARCELAS

            EVALUATE TRUE
               WHEN WK-PARCELA-PERDIDA NOT = ZEROS
                  PERFORM P400-QUEBRAR-ACORDO
               WHEN WK-QTD-EM-ABERTO = ZEROS
                  SET ACD-LIQUIDADO      TO TRUE
                  MOVE WK-DATA-HOJE      TO ACD-DATA-SITUACAO
                  MOVE 'TODAS AS PARCELAS PAGAS'
                                         TO ACD-OBSERVACAO
                  REWRITE REG-ACORDO
                  ADD 1                  TO WK-QTD-LIQUIDADOS
                  DISPLAY 'ACORDO ' ACD-NUMERO ' LIQUIDADO.'
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            .
       P200-FIM.

      ******************************************************************
      * P300-EXAMINAR-PARCELA: a primeira parcela aberta com atraso
      * acima do limite e a que quebra o acordo.
      ******************************************************************
       P300-EXAMINAR-PARCELA.
            MOVE ACD-MATRICULA           TO FAT-MATRICULA
            MOVE WK-IDX-PARCELA          TO WK-CP-PARCELA
            MOVE WK-COMP-PARCELA-NUM     TO FAT-COMPETENCIA
            READ FATURA-MASTER
                 INVALID KEY
                    DISPLAY 'AVISO - ACORDO ' ACD-NUMERO ' SEM A '
                            'PARCELA ' WK-IDX-PARCELA ' NO FATMSTR.'
                    GO TO P300-FIM
            END-READ
            IF NOT FAT-ABERTA
               GO TO P300-FIM
            END-IF
            ADD 1                        TO WK-QTD-EM-ABERTO
            IF FAT-VENCIMENTO NOT < WK-DATA-HOJE
               OR WK-PARCELA-PERDIDA NOT = ZEROS
               GO TO P300-FIM
            END-IF
            COMPUTE WK-DIAS-ATRASO =
                    FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE)
                  - FUNCTION INTEGER-OF-DATE(FAT-VENCIMENTO)
            IF WK-DIAS-ATRASO > WK-DIAS-QUEBRA
               MOVE WK-IDX-PARCELA       TO WK-PARCELA-PERDIDA
               MOVE FAT-VENCIMENTO       TO WK-VENC-PERDIDA
            END-IF
            .
       P300-FIM.

      ******************************************************************
      * P400-QUEBRAR-ACORDO: vencimento antecipado - toda parcela
      * ainda aberta passa a vencer junto com a parcela perdida, e o
      * saldo inteiro do acordo volta para a cobranca.
      ******************************************************************
       P400-QUEBRAR-ACORDO.
            PERFORM P410-ANTECIPAR-PARCELA THRU P410-FIM
                    VARYING WK-IDX-PARCELA FROM 1 BY 1
                    UNTIL WK-IDX-PARCELA > ACD-QTD-PARCELAS
            SET ACD-QUEBRADO             TO TRUE
            MOVE WK-DATA-HOJE            TO ACD-DATA-SITUACAO
            MOVE SPACES                  TO ACD-OBSERVACAO
            STRING 'PARCELA ' WK-PARCELA-PERDIDA ' VENC. '
                   WK-VENC-PERDIDA ' NAO PAGA'
                   DELIMITED BY SIZE INTO ACD-OBSERVACAO
            END-STRING
            REWRITE REG-ACORDO
            ADD 1                        TO WK-QTD-QUEBRADOS
            DISPLAY 'ACORDO ' ACD-NUMERO ' QUEBRADO - RESPONSAVEL '
                    ACD-GUARDIAO ' - ' WK-QTD-EM-ABERTO
                    ' PARCELA(S) DE VOLTA A COBRANCA.'
            .

       P410-ANTECIPAR-PARCELA.
            MOVE ACD-MATRICULA           TO FAT-MATRICULA
            MOVE WK-IDX-PARCELA          TO WK-CP-PARCELA
            MOVE WK-COMP-PARCELA-NUM     TO FAT-COMPETENCIA
            READ FATURA-MASTER
                 INVALID KEY
                    GO TO P410-FIM
            END-READ
            IF FAT-ABERTA AND FAT-VENCIMENTO > WK-VENC-PERDIDA
               MOVE WK-VENC-PERDIDA      TO FAT-VENCIMENTO
               REWRITE REG-FATURA
            END-IF
            .
       P410-FIM.

       P900-FINALIZAR.
            CLOSE ACORDO-MASTER FATURA-MASTER
            DISPLAY 'ACORDOS ATIVOS LIDOS....: ' WK-QTD-LIDOS
            DISPLAY 'ACORDOS QUEBRADOS.......: ' WK-QTD-QUEBRADOS
            DISPLAY 'ACORDOS LIQUIDADOS......: ' WK-QTD-LIQUIDADOS

            MOVE 'FATQUEBR'              TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-LIDOS            TO LK-RUN-QTD-LIDOS
            COMPUTE LK-RUN-QTD-APLICADOS =
                    WK-QTD-QUEBRADOS + WK-QTD-LIQUIDADOS
            MOVE ZEROS                   TO LK-RUN-QTD-REJEITADOS
                                            LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM FATQUEBR.
