      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: RETORNO DA COBRANCA REGISTRADA (CNAB 400) DAS
      *          MENSALIDADES. LE O ARQUIVO DE RETORNO DO BANCO
      *          (CNABRET, LAYOUT LAYOUTCN), CONFERE A SEQUENCIA DO
      *          HEADER NO TRANSREG (TRNUTIL - RETORNO JA PROCESSADO
      *          E RECUSADO INTEIRO) E, POR OCORRENCIA: ENTRADA
      *          CONFIRMADA MARCA O BOLETO REGISTRADO, ENTRADA
      *          REJEITADA MARCA RECUSADO, LIQUIDACAO BAIXA A FATURA
      *          COM A DATA, O VALOR PAGO E A TARIFA DO BANCO - MULTA
      *          E JUROS PELA MESMA CONTA DA BAIXA DO FATCNTT
      *          (ENCUTIL), PAGAMENTO A MENOR DEIXA SALDO ABERTO.
      *          LINHA QUE NAO CASA COM FATURA, FATURA QUE NAO ESTA
      *          ABERTA OU VALOR DE TITULO DIVERGENTE NAO BAIXA NADA
      *          E VAI PARA O RELATORIO FATRETRJ.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATRETOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELFAT'.
           SELECT ARQ-RETORNO
               ASSIGN TO "CNABRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RETORNO.
           SELECT RELATORIO-REJEITOS
               ASSIGN TO "FATRETRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-REJEITOS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDFAT'.
       FD  ARQ-RETORNO
           LABEL RECORD IS STANDARD.
           COPY 'LAYOUTCN'.
       FD  RELATORIO-REJEITOS
           LABEL RECORD IS STANDARD.
       01  REJ-REC                      PIC X(100).
       WORKING-STORAGE SECTION.
       77  WK-FS-FATURA                 PIC X(02) VALUE SPACES.
       77  WK-FS-RETORNO                PIC X(02) VALUE SPACES.
       77  WK-FS-REJEITOS               PIC X(02) VALUE SPACES.
       77  WK-FIM-RETORNO               PIC X(01) VALUE 'N'.
       77  WK-MOTIVO-REJEICAO           PIC X(50) VALUE SPACES.
       77  WK-QTD-LIDOS                 PIC 9(06) VALUE ZEROS.
       77  WK-QTD-LIQUIDADAS            PIC 9(05) VALUE ZEROS.
       77  WK-QTD-PARCIAIS              PIC 9(05) VALUE ZEROS.
       77  WK-QTD-REGISTRADAS           PIC 9(05) VALUE ZEROS.
       77  WK-QTD-RECUSADAS-BANCO       PIC 9(05) VALUE ZEROS.
       77  WK-QTD-OUTRAS                PIC 9(05) VALUE ZEROS.
       77  WK-QTD-REJEITADAS            PIC 9(05) VALUE ZEROS.
       77  WK-TOTAL-PAGO-CTVS           PIC 9(12) VALUE ZEROS.
       77  WK-TOTAL-TARIFA-CTVS         PIC 9(12) VALUE ZEROS.
       77  WK-VALOR-PAGO-CTVS           PIC 9(11) VALUE ZEROS.
       77  WK-VALOR-TITULO-CTVS         PIC 9(11) VALUE ZEROS.
       77  WK-TARIFA-CTVS               PIC 9(11) VALUE ZEROS.
       77  WK-DATA-LIQUIDACAO           PIC 9(08) VALUE ZEROS.
       77  WK-ENCARGOS-CTVS             PIC S9(11) VALUE ZEROS.
       77  WK-PRINCIPAL-PAGO-CTVS       PIC S9(11) VALUE ZEROS.
       77  WK-SALDO-CTVS                PIC S9(11) VALUE ZEROS.
       77  WK-VALOR-REAIS               PIC 9(07)V99 VALUE ZEROS.
       77  WK-VALOR-EDITADO             PIC Z(6)9,99 VALUE ZEROS.
       01  WK-VALOR-CNAB                PIC X(13) VALUE ZEROS.
       01  WK-VALOR-CNAB-NUM REDEFINES WK-VALOR-CNAB
                                        PIC 9(11)V99.
       01  WK-DATA-DDMMAA.
           03 WK-DDMMAA-DD              PIC 9(02).
           03 WK-DDMMAA-MM              PIC 9(02).
           03 WK-DDMMAA-AA              PIC 9(02).
       01  WK-DATA-AAAAMMDD             PIC 9(08) VALUE ZEROS.
       01  WK-DATA-PARTES REDEFINES WK-DATA-AAAAMMDD.
           03 WK-DATA-SECULO            PIC 9(02).
           03 WK-DATA-AA                PIC 9(02).
           03 WK-DATA-MM                PIC 9(02).
           03 WK-DATA-DD                PIC 9(02).
           COPY 'PARMENC'.
           COPY 'PARMTRN'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'FATRETOR'              TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY '*** RETORNO DA COBRANCA (CNAB 400) ***'
            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P150-CONFERIR-HEADER THRU P150-FIM
            PERFORM P200-LER-RETORNO THRU P200-FIM
                    UNTIL WK-FIM-RETORNO = 'S'
            PERFORM P900-FINALIZAR
            STOP RUN
            .

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT ARQ-RETORNO
            IF WK-FS-RETORNO = '35'
               DISPLAY 'ARQUIVO DE RETORNO CNABRET NAO ENCONTRADO.'
               STOP RUN
            END-IF
            OPEN I-O FATURA-MASTER
            IF WK-FS-FATURA = '35'
               DISPLAY 'NAO HA FATURAS (RODE O FATGERA).'
               CLOSE ARQ-RETORNO
               STOP RUN
            END-IF
            OPEN OUTPUT RELATORIO-REJEITOS
            MOVE 'RETORNO DO BANCO - LINHAS NAO CASADAS/DIVERGENTES'
                                         TO REJ-REC
            WRITE REJ-REC
            .

      ******************************************************************
      * P150-CONFERIR-HEADER: primeira linha tem de ser header de
      * RETORNO; a sequencia do banco passa pelo TRANSREG como as
      * demais interfaces de entrada - retorno repetido e recusado
      * inteiro (baixaria tudo duas vezes), lacuna so avisa.
      ******************************************************************
       P150-CONFERIR-HEADER.
            READ ARQ-RETORNO
                 AT END
                    DISPLAY 'ARQUIVO DE RETORNO VAZIO.'
                    MOVE 'S'             TO WK-FIM-RETORNO
                    GO TO P150-FIM
            END-READ
            IF CNB-HDR-TIPO-REG NOT = '0' OR NOT CNB-HDR-RETORNO
               DISPLAY 'ARQUIVO RECUSADO - PRIMEIRA LINHA NAO E '
                       'HEADER DE RETORNO.'
               CLOSE ARQ-RETORNO FATURA-MASTER RELATORIO-REJEITOS
               STOP RUN
            END-IF

            SET LK-TRN-REG-ENTRADA       TO TRUE
            MOVE 'CNABRET'               TO LK-TRN-ARQUIVO
            MOVE ZEROS                   TO LK-TRN-SEQUENCIA
            IF CNB-HDR-SEQ-ARQUIVO NUMERIC
               MOVE CNB-HDR-SEQ-ARQUIVO  TO LK-TRN-SEQUENCIA
            END-IF
            MOVE 'FATRETOR'              TO LK-TRN-PROGRAMA
            CALL 'TRNUTIL' USING PARAMETRES-TRN
            IF LK-TRN-DUPLICATA
               DISPLAY 'ARQUIVO RECUSADO - RETORNO '
                       LK-TRN-SEQUENCIA ' JA FOI PROCESSADO.'
               CLOSE ARQ-RETORNO FATURA-MASTER RELATORIO-REJEITOS
               STOP RUN
            END-IF
            IF LK-TRN-LACUNA
               DISPLAY 'AVISO - ' LK-TRN-FALTAS ' RETORNO(S) '
                       'PULADO(S) ANTES DESTE ARQUIVO.'
            END-IF
            IF LK-TRN-SEM-SEQUENCIA
               DISPLAY 'AVISO - RETORNO SEM SEQUENCIA NO HEADER.'
            END-IF
            .
       P150-FIM.

       P200-LER-RETORNO.
            READ ARQ-RETORNO
                 AT END
                    MOVE 'S'             TO WK-FIM-RETORNO
                    GO TO P200-FIM
            END-READ
            EVALUATE CNB-RET-TIPO-REG
               WHEN '1'
                  ADD 1                  TO WK-QTD-LIDOS
                  PERFORM P300-TRATAR-DETALHE THRU P300-FIM
               WHEN '9'
                  IF CNB-TRL-QTD-TITULOS NUMERIC
                     AND CNB-TRL-QTD-TITULOS NOT = WK-QTD-LIDOS
                     DISPLAY 'AVISO - TRAILER INFORMA '
                             CNB-TRL-QTD-TITULOS ' TITULOS, LIDOS '
                             WK-QTD-LIDOS '.'
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            .
       P200-FIM.

      ******************************************************************
      * P300-TRATAR-DETALHE: a chave da fatura volta intacta no campo
      * de uso da empresa. Linha sem chave valida ou sem fatura no
      * FATMSTR nao casa e vai para o relatorio.
      ******************************************************************
       P300-TRATAR-DETALHE.
            IF CNB-RET-MATRICULA NOT NUMERIC
               OR CNB-RET-COMPETENCIA NOT NUMERIC
               MOVE 'CHAVE DA FATURA INVALIDA NO USO DA EMPRESA'
                                         TO WK-MOTIVO-REJEICAO
               PERFORM P700-REJEITAR
               GO TO P300-FIM
            END-IF
            MOVE CNB-RET-MATRICULA       TO FAT-MATRICULA
            MOVE CNB-RET-COMPETENCIA     TO FAT-COMPETENCIA
            READ FATURA-MASTER
                 INVALID KEY
                    MOVE 'FATURA NAO ENCONTRADA NO FATMSTR'
                                         TO WK-MOTIVO-REJEICAO
                    PERFORM P700-REJEITAR
                    GO TO P300-FIM
            END-READ

            EVALUATE TRUE
               WHEN CNB-RET-ENTRADA-OK
                  IF FAT-BOLETO-ENVIADO OR FAT-BOLETO-RECUSADO
                     SET FAT-BOLETO-REGISTRADO TO TRUE
                     REWRITE REG-FATURA
                  END-IF
                  ADD 1                  TO WK-QTD-REGISTRADAS
               WHEN CNB-RET-ENTRADA-REJ
                  SET FAT-BOLETO-RECUSADO TO TRUE
                  REWRITE REG-FATURA
                  ADD 1                  TO WK-QTD-RECUSADAS-BANCO
                  MOVE SPACES            TO WK-MOTIVO-REJEICAO
                  STRING 'BANCO RECUSOU O BOLETO - MOTIVO '
                         CNB-RET-MOTIVO
                         DELIMITED BY SIZE INTO WK-MOTIVO-REJEICAO
                  END-STRING
                  PERFORM P700-REJEITAR
               WHEN CNB-RET-LIQUIDACAO
                  PERFORM P400-LIQUIDAR THRU P400-FIM
               WHEN OTHER
                  ADD 1                  TO WK-QTD-OUTRAS
            END-EVALUATE
            .
       P300-FIM.

      ******************************************************************
      * P400-LIQUIDAR: so fatura ABERTA e com o mesmo valor de titulo
      * que foi na remessa e baixada; o resto e divergencia para a
      * secretaria resolver no FATCNTT. A baixa segue a regra do
      * balcao: encargos do ENCUTIL ate a data da liquidacao, pago
      * abate encargos e depois principal, pago a menor fica ABERTA
      * com saldo (e sai no relatorio como aviso).
      ******************************************************************
       P400-LIQUIDAR.
            IF NOT FAT-ABERTA
               MOVE SPACES               TO WK-MOTIVO-REJEICAO
               STRING 'LIQUIDACAO DE FATURA NAO ABERTA (STATUS '
                      FAT-STATUS ')'
                      DELIMITED BY SIZE INTO WK-MOTIVO-REJEICAO
               END-STRING
               PERFORM P700-REJEITAR
               GO TO P400-FIM
            END-IF
            MOVE CNB-RET-VALOR-TITULO    TO WK-VALOR-CNAB
            IF WK-VALOR-CNAB NOT NUMERIC
               MOVE 'VALOR DO TITULO INVALIDO'
                                         TO WK-MOTIVO-REJEICAO
               PERFORM P700-REJEITAR
               GO TO P400-FIM
            END-IF
            COMPUTE WK-VALOR-TITULO-CTVS = WK-VALOR-CNAB-NUM * 100
            IF WK-VALOR-TITULO-CTVS NOT = FAT-VALOR-CTVS
               MOVE 'VALOR DO TITULO DIVERGE DA FATURA'
                                         TO WK-MOTIVO-REJEICAO
               PERFORM P700-REJEITAR
               GO TO P400-FIM
            END-IF
            MOVE CNB-RET-VALOR-PAGO      TO WK-VALOR-CNAB
            IF WK-VALOR-CNAB NOT NUMERIC
               MOVE 'VALOR PAGO INVALIDO' TO WK-MOTIVO-REJEICAO
               PERFORM P700-REJEITAR
               GO TO P400-FIM
            END-IF
            COMPUTE WK-VALOR-PAGO-CTVS = WK-VALOR-CNAB-NUM * 100
            MOVE ZEROS                   TO WK-TARIFA-CTVS
            MOVE CNB-RET-TARIFA          TO WK-VALOR-CNAB
            IF WK-VALOR-CNAB NUMERIC
               COMPUTE WK-TARIFA-CTVS = WK-VALOR-CNAB-NUM * 100
            END-IF
            MOVE CNB-RET-DATA-OCORRENCIA TO WK-DATA-DDMMAA
            IF WK-DATA-DDMMAA NOT NUMERIC
               MOVE 'DATA DE LIQUIDACAO INVALIDA'
                                         TO WK-MOTIVO-REJEICAO
               PERFORM P700-REJEITAR
               GO TO P400-FIM
            END-IF
            PERFORM P800-DATA-DE-DDMMAA
            MOVE WK-DATA-AAAAMMDD        TO WK-DATA-LIQUIDACAO
            MOVE CNB-RET-DATA-CREDITO    TO WK-DATA-DDMMAA
            IF WK-DATA-DDMMAA NUMERIC AND WK-DATA-DDMMAA NOT = ZEROS
               PERFORM P800-DATA-DE-DDMMAA
               MOVE WK-DATA-AAAAMMDD     TO FAT-DATA-CREDITO
            ELSE
               MOVE WK-DATA-LIQUIDACAO   TO FAT-DATA-CREDITO
            END-IF

            PERFORM P450-PRINCIPAL-PAGO
            MOVE FAT-VENCIMENTO          TO LK-ENC-VENCIMENTO
            MOVE WK-DATA-LIQUIDACAO      TO LK-ENC-DATA-CALCULO
            COMPUTE LK-ENC-PRINCIPAL-CTVS =
                    FAT-VALOR-CTVS - WK-PRINCIPAL-PAGO-CTVS
            MOVE ZEROS                   TO LK-ENC-DATA-BASE-JUROS
            IF FAT-QTD-PAGTOS > ZEROS
               MOVE FAT-DATA-PAGTO       TO LK-ENC-DATA-BASE-JUROS
            END-IF
            MOVE 'N'                     TO LK-ENC-MULTA-LANCADA
            IF FAT-MULTA-CTVS > ZEROS
               MOVE 'S'                  TO LK-ENC-MULTA-LANCADA
            END-IF
            CALL 'ENCUTIL' USING PARAMETRES-ENC
            ADD LK-ENC-MULTA-CTVS        TO FAT-MULTA-CTVS
            ADD LK-ENC-JUROS-CTVS        TO FAT-JUROS-CTVS

            ADD WK-VALOR-PAGO-CTVS       TO FAT-VALOR-PAGO-CTVS
            ADD WK-TARIFA-CTVS           TO FAT-TARIFA-CTVS
            ADD 1                        TO FAT-QTD-PAGTOS
            MOVE WK-DATA-LIQUIDACAO      TO FAT-DATA-PAGTO
            SET FAT-BOLETO-LIQUIDADO     TO TRUE
            COMPUTE WK-SALDO-CTVS = FAT-VALOR-CTVS + FAT-MULTA-CTVS
                                  + FAT-JUROS-CTVS - FAT-VALOR-PAGO-CTVS
            IF WK-SALDO-CTVS > ZEROS
               ADD 1                     TO WK-QTD-PARCIAIS
               COMPUTE WK-VALOR-REAIS = WK-SALDO-CTVS / 100
               MOVE WK-VALOR-REAIS       TO WK-VALOR-EDITADO
               MOVE SPACES               TO WK-MOTIVO-REJEICAO
               STRING 'AVISO: PAGO A MENOR - BAIXA PARCIAL, SALDO '
                      WK-VALOR-EDITADO
                      DELIMITED BY SIZE INTO WK-MOTIVO-REJEICAO
               END-STRING
               PERFORM P710-AVISAR
            ELSE
               SET FAT-PAGA              TO TRUE
            END-IF
            REWRITE REG-FATURA
            IF WK-FS-FATURA NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR FATURA ' FAT-MATRICULA '/'
                       FAT-COMPETENCIA ' - FS: ' WK-FS-FATURA
               GO TO P400-FIM
            END-IF
            ADD 1                        TO WK-QTD-LIQUIDADAS
            ADD WK-VALOR-PAGO-CTVS       TO WK-TOTAL-PAGO-CTVS
            ADD WK-TARIFA-CTVS           TO WK-TOTAL-TARIFA-CTVS
            .
       P400-FIM.

       P450-PRINCIPAL-PAGO.
            COMPUTE WK-ENCARGOS-CTVS = FAT-MULTA-CTVS + FAT-JUROS-CTVS
            COMPUTE WK-PRINCIPAL-PAGO-CTVS =
                    FAT-VALOR-PAGO-CTVS - WK-ENCARGOS-CTVS
            IF WK-PRINCIPAL-PAGO-CTVS < ZEROS
               MOVE ZEROS                TO WK-PRINCIPAL-PAGO-CTVS
            END-IF
            IF WK-PRINCIPAL-PAGO-CTVS > FAT-VALOR-CTVS
               MOVE FAT-VALOR-CTVS       TO WK-PRINCIPAL-PAGO-CTVS
            END-IF
            .

       P700-REJEITAR.
            ADD 1                        TO WK-QTD-REJEITADAS
            PERFORM P710-AVISAR
            .

       P710-AVISAR.
            MOVE SPACES                  TO REJ-REC
            STRING CNB-RET-USO-EMPRESA(1:12) ' OC ' CNB-RET-OCORRENCIA
                   ' NN ' CNB-RET-NOSSO-NUMERO ' - '
                   WK-MOTIVO-REJEICAO
                   DELIMITED BY SIZE INTO REJ-REC
            END-STRING
            WRITE REJ-REC
            .

       P800-DATA-DE-DDMMAA.
            MOVE 20                      TO WK-DATA-SECULO
            MOVE WK-DDMMAA-AA            TO WK-DATA-AA
            MOVE WK-DDMMAA-MM            TO WK-DATA-MM
            MOVE WK-DDMMAA-DD            TO WK-DATA-DD
            .

       P900-FINALIZAR.
            CLOSE ARQ-RETORNO FATURA-MASTER RELATORIO-REJEITOS
            DISPLAY 'DETALHES LIDOS..........: ' WK-QTD-LIDOS
            DISPLAY 'FATURAS LIQUIDADAS......: ' WK-QTD-LIQUIDADAS
            DISPLAY '  (PAGAS A MENOR........: ' WK-QTD-PARCIAIS ')'
            DISPLAY 'BOLETOS REGISTRADOS.....: ' WK-QTD-REGISTRADAS
            DISPLAY 'BOLETOS RECUSADOS.......: ' WK-QTD-RECUSADAS-BANCO
            DISPLAY 'OUTRAS OCORRENCIAS......: ' WK-QTD-OUTRAS
            DISPLAY 'REJEITADAS (FATRETRJ)...: ' WK-QTD-REJEITADAS
            DISPLAY 'TOTAL PAGO (CTVS).......: ' WK-TOTAL-PAGO-CTVS
            DISPLAY 'TARIFAS BANCARIAS (CTVS): ' WK-TOTAL-TARIFA-CTVS

            MOVE 'FATRETOR'              TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-LIDOS            TO LK-RUN-QTD-LIDOS
            MOVE WK-QTD-LIQUIDADAS       TO LK-RUN-QTD-APLICADOS
            MOVE WK-QTD-REJEITADAS       TO LK-RUN-QTD-REJEITADOS
            MOVE ZEROS                   TO LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM FATRETOR.
