      *          NAS FAIXAS CLASSICAS (ATE 30 / 31-60 / 61-90 /
      *          MAIS DE 90 DIAS), E FECHA COM OS TOTAIS POR FAIXA.
      *          SAIDA EM FATAGREL.
      * Modification History:
      *   15/10/2026 CS  Colunas de valor cheio e desconto (bolsas do
      *                  DESCMSTR) antes do valor devido, para a
      *                  cobranca ver o que a familia deve de fato.
      *   15/10/2026 CS  Principal em aberto, multa, juros (lancados
      *                  na baixa mais os correntes ate hoje, pelo
      *                  ENCUTIL) e saldo por fatura; fatura com
      *                  pagamento parcial entra pelo saldo residual.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY 'FDALID'.
       FD  RELATORIO-AGING
           LABEL RECORD IS STANDARD.
       01  AGING-REC                    PIC X(160).
       WORKING-STORAGE SECTION.
       77  WK-FS-FATURA                 PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-NOME-ALUNO                PIC X(20) VALUE SPACES.
       77  WK-VALOR-REAIS               PIC 9(07)V99 VALUE ZEROS.
       77  WK-VALOR-EDITADO             PIC Z(6)9,99 VALUE ZEROS.
       77  WK-BRUTO-EDITADO             PIC Z(6)9,99 VALUE ZEROS.
       77  WK-DESCONTO-EDITADO          PIC Z(6)9,99 VALUE ZEROS.
       77  WK-QTD-ATE-30                PIC 9(05) VALUE ZEROS.
       77  WK-QTD-31-60                 PIC 9(05) VALUE ZEROS.
       77  WK-QTD-61-90                 PIC 9(05) VALUE ZEROS.
       77  WK-QTD-MAIS-90               PIC 9(05) VALUE ZEROS.
       77  WK-TOTAL-ABERTO-CTVS         PIC 9(11) VALUE ZEROS.
       77  WK-TOTAL-DESCONTO-CTVS       PIC 9(11) VALUE ZEROS.
       77  WK-TOTAL-MULTA-CTVS          PIC 9(11) VALUE ZEROS.
       77  WK-TOTAL-JUROS-CTVS          PIC 9(11) VALUE ZEROS.
       77  WK-PRINCIPAL-EDITADO         PIC Z(6)9,99 VALUE ZEROS.
       77  WK-MULTA-EDITADO             PIC Z(6)9,99 VALUE ZEROS.
       77  WK-JUROS-EDITADO             PIC Z(6)9,99 VALUE ZEROS.
       77  WK-SALDO-EDITADO             PIC Z(6)9,99 VALUE ZEROS.
       77  WK-MULTA-CTVS                PIC 9(09) VALUE ZEROS.
       77  WK-JUROS-CTVS                PIC 9(09) VALUE ZEROS.
       77  WK-ENCARGOS-CTVS             PIC S9(11) VALUE ZEROS.
       77  WK-PRINCIPAL-PAGO-CTVS       PIC S9(11) VALUE ZEROS.
       77  WK-PRINCIPAL-ABERTO-CTVS     PIC S9(11) VALUE ZEROS.
       77  WK-SALDO-CTVS                PIC S9(11) VALUE ZEROS.
           COPY 'PARMENC'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
            WRITE AGING-REC
            MOVE SPACES                  TO AGING-REC
            STRING 'MATRICULA COMPET VENCIMENTO ATRASO ALUNO'
                   '                RESP.  VALOR CHEIO   DESCONTO'
                   '     DEVIDO  PRINCIPAL      MULTA      JUROS'
                   '  SALDO (R$)'
                   DELIMITED BY SIZE INTO AGING-REC
            END-STRING
            WRITE AGING-REC
               WHEN OTHER
                  ADD 1                  TO WK-QTD-MAIS-90
            END-EVALUATE
            PERFORM P310-ENCARGOS-ATE-HOJE
            ADD WK-SALDO-CTVS            TO WK-TOTAL-ABERTO-CTVS
            ADD FAT-DESCONTO-CTVS        TO WK-TOTAL-DESCONTO-CTVS
            ADD WK-MULTA-CTVS            TO WK-TOTAL-MULTA-CTVS
            ADD WK-JUROS-CTVS            TO WK-TOTAL-JUROS-CTVS

            MOVE SPACES                  TO WK-NOME-ALUNO
            MOVE FAT-MATRICULA           TO MAT-MATRICULA
                    MOVE MAT-NOME        TO WK-NOME-ALUNO
            END-READ

      *     Fatura anterior ao cadastro de descontos nao tem o bruto
      *     gravado - o cheio e o proprio valor devido.
            IF FAT-VALOR-BRUTO-CTVS = ZEROS
               COMPUTE WK-VALOR-REAIS = FAT-VALOR-CTVS / 100
            ELSE
               COMPUTE WK-VALOR-REAIS = FAT-VALOR-BRUTO-CTVS / 100
            END-IF
            MOVE WK-VALOR-REAIS          TO WK-BRUTO-EDITADO
            COMPUTE WK-VALOR-REAIS = FAT-DESCONTO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-DESCONTO-EDITADO
            COMPUTE WK-VALOR-REAIS = FAT-VALOR-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            COMPUTE WK-VALOR-REAIS = WK-PRINCIPAL-ABERTO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-PRINCIPAL-EDITADO
            COMPUTE WK-VALOR-REAIS = WK-MULTA-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-MULTA-EDITADO
            COMPUTE WK-VALOR-REAIS = WK-JUROS-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-JUROS-EDITADO
            COMPUTE WK-VALOR-REAIS = WK-SALDO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-SALDO-EDITADO
            MOVE SPACES                  TO AGING-REC
            STRING FAT-MATRICULA '    ' FAT-COMPETENCIA ' '
                   FAT-VENCIMENTO '   ' WK-DIAS-ATRASO ' '
                   WK-NOME-ALUNO ' ' FAT-GUARDIAO ' '
                   WK-BRUTO-EDITADO ' ' WK-DESCONTO-EDITADO ' '
                   WK-VALOR-EDITADO ' ' WK-PRINCIPAL-EDITADO ' '
                   WK-MULTA-EDITADO ' ' WK-JUROS-EDITADO ' '
                   WK-SALDO-EDITADO
                   DELIMITED BY SIZE INTO AGING-REC
            END-STRING
            WRITE AGING-REC
            .

      ******************************************************************
      * P310-ENCARGOS-ATE-HOJE: mesma conta da baixa no FATCNTT - o
      * que ja entrou pagou encargos antes de principal; sobre o
      * principal em aberto o ENCUTIL projeta a multa (se ainda nao
      * lancada) e os juros correntes ate hoje. Multa/juros da linha
      * = lancados + projetados; saldo = o que a familia pagaria hoje.
      ******************************************************************
       P310-ENCARGOS-ATE-HOJE.
            COMPUTE WK-ENCARGOS-CTVS = FAT-MULTA-CTVS + FAT-JUROS-CTVS
            COMPUTE WK-PRINCIPAL-PAGO-CTVS =
                    FAT-VALOR-PAGO-CTVS - WK-ENCARGOS-CTVS
            IF WK-PRINCIPAL-PAGO-CTVS < ZEROS
               MOVE ZEROS                TO WK-PRINCIPAL-PAGO-CTVS
            END-IF
            IF WK-PRINCIPAL-PAGO-CTVS > FAT-VALOR-CTVS
               MOVE FAT-VALOR-CTVS       TO WK-PRINCIPAL-PAGO-CTVS
            END-IF
            COMPUTE WK-PRINCIPAL-ABERTO-CTVS =
                    FAT-VALOR-CTVS - WK-PRINCIPAL-PAGO-CTVS

            MOVE FAT-VENCIMENTO          TO LK-ENC-VENCIMENTO
            MOVE WK-DATA-HOJE            TO LK-ENC-DATA-CALCULO
            MOVE WK-PRINCIPAL-ABERTO-CTVS TO LK-ENC-PRINCIPAL-CTVS
            MOVE ZEROS                   TO LK-ENC-DATA-BASE-JUROS
            IF FAT-QTD-PAGTOS > ZEROS
               MOVE FAT-DATA-PAGTO       TO LK-ENC-DATA-BASE-JUROS
            END-IF
            MOVE 'N'                     TO LK-ENC-MULTA-LANCADA
            IF FAT-MULTA-CTVS > ZEROS
               MOVE 'S'                  TO LK-ENC-MULTA-LANCADA
            END-IF
            CALL 'ENCUTIL' USING PARAMETRES-ENC
            COMPUTE WK-MULTA-CTVS = FAT-MULTA-CTVS + LK-ENC-MULTA-CTVS
            COMPUTE WK-JUROS-CTVS = FAT-JUROS-CTVS + LK-ENC-JUROS-CTVS
            COMPUTE WK-SALDO-CTVS = FAT-VALOR-CTVS + WK-MULTA-CTVS
                                  + WK-JUROS-CTVS - FAT-VALOR-PAGO-CTVS
            IF WK-SALDO-CTVS < ZEROS
               MOVE ZEROS                TO WK-SALDO-CTVS
            END-IF
            .

       P900-FINALIZAR.
            MOVE SPACES                  TO AGING-REC
            COMPUTE WK-VALOR-REAIS = WK-TOTAL-ABERTO-CTVS / 100
                   DELIMITED BY SIZE INTO AGING-REC
            END-STRING
            WRITE AGING-REC
            MOVE SPACES                  TO AGING-REC
            COMPUTE WK-VALOR-REAIS = WK-TOTAL-DESCONTO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-DESCONTO-EDITADO
            STRING 'DESCONTOS/BOLSAS NAS FATURAS EM ATRASO (R$): '
                   WK-DESCONTO-EDITADO
                   DELIMITED BY SIZE INTO AGING-REC
            END-STRING
            WRITE AGING-REC
            MOVE SPACES                  TO AGING-REC
            COMPUTE WK-VALOR-REAIS = WK-TOTAL-MULTA-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-MULTA-EDITADO
            COMPUTE WK-VALOR-REAIS = WK-TOTAL-JUROS-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-JUROS-EDITADO
            STRING 'MULTAS (R$): ' WK-MULTA-EDITADO
                   '  JUROS ATE HOJE (R$): ' WK-JUROS-EDITADO
                   DELIMITED BY SIZE INTO AGING-REC
            END-STRING
            WRITE AGING-REC
            CLOSE FATURA-MASTER ALUNO-IDENTIDADE RELATORIO-AGING
            DISPLAY 'RELATORIO DE INADIMPLENCIA EM FATAGREL.'

