      *          COMPETENCIA, VALOR EM CENTAVOS, DATA AAAAMMDD,
      *          SEPARADOS POR VIRGULA). PAGAMENTO DE FATURA
      *          INEXISTENTE OU JA PAGA E RECUSADO COM AVISO.
      * Modification History:
      *   15/10/2026 CS  Consulta mostra valor cheio, desconto (bolsas
      *                  do DESCMSTR) e valor devido de cada fatura.
      *   15/10/2026 CS  Multa e juros de atraso na baixa (tela e
      *                  FATPAGTO) pelo ENCUTIL - taxas no CFGMSTR,
      *                  vencimento e carencia em dias uteis do
      *                  CALMSTR. Pagamento parcial aceito: a fatura
      *                  fica ABERTA com o saldo residual. Consulta
      *                  mostra principal, multa, juros, pago e saldo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-BAIXOU                    PIC X(01) VALUE 'N'.
       77  WK-VALOR-REAIS               PIC 9(07)V99 VALUE ZEROS.
       77  WK-VALOR-EDITADO             PIC Z(6)9,99 VALUE ZEROS.
       77  WK-BRUTO-EDITADO             PIC Z(6)9,99 VALUE ZEROS.
       77  WK-DESCONTO-EDITADO          PIC Z(6)9,99 VALUE ZEROS.
       77  WK-MULTA-EDITADO             PIC Z(6)9,99 VALUE ZEROS.
       77  WK-JUROS-EDITADO             PIC Z(6)9,99 VALUE ZEROS.
       77  WK-PAGO-EDITADO              PIC Z(6)9,99 VALUE ZEROS.
       77  WK-SALDO-EDITADO             PIC Z(6)9,99 VALUE ZEROS.
       77  WK-QTD-PARCIAIS              PIC 9(05) VALUE ZEROS.
       77  WK-PARCIAL                   PIC X(01) VALUE 'N'.
       77  WK-ENCARGOS-CTVS             PIC S9(11) VALUE ZEROS.
       77  WK-PRINCIPAL-PAGO-CTVS       PIC S9(11) VALUE ZEROS.
       77  WK-PRINCIPAL-ABERTO-CTVS     PIC S9(11) VALUE ZEROS.
       77  WK-DEVIDO-CTVS               PIC S9(11) VALUE ZEROS.
       77  WK-SALDO-CTVS                PIC S9(11) VALUE ZEROS.
           COPY 'PARMENC'.

       LINKAGE SECTION.
           COPY 'COMAREA'.
            ACCEPT WK-DATA-INF
            PERFORM P350-APLICAR-BAIXA THRU P350-SAIDA
            IF WK-BAIXOU = 'S'
               PERFORM P370-MOSTRAR-CALCULO
               IF WK-PARCIAL = 'S'
                  DISPLAY 'PAGAMENTO PARCIAL BAIXADO - FATURA SEGUE '
                          'ABERTA COM O SALDO ACIMA.'
               ELSE
                  DISPLAY 'PAGAMENTO BAIXADO.'
               END-IF
            END-IF
            .
       P300-FIM.
      ******************************************************************
      * P350-APLICAR-BAIXA: fatura precisa existir e estar ABERTA -
      * pagamento repetido ou de fatura cancelada e recusado e o
      * motivo sai na tela/resumo. Depois da data limite (vencimento
      * no dia util + carencia) o ENCUTIL lanca a multa (uma vez) e
      * os juros do periodo sobre o principal ainda em aberto; o
      * pagamento abate encargos primeiro e depois principal. Se nao
      * cobrir o devido, a fatura fica ABERTA com o saldo.
      ******************************************************************
       P350-APLICAR-BAIXA.
            MOVE 'N'                     TO WK-BAIXOU
            MOVE 'N'                     TO WK-PARCIAL
            MOVE WK-MATRICULA-INF        TO FAT-MATRICULA
            MOVE WK-COMPETENCIA-INF      TO FAT-COMPETENCIA
            READ FATURA-MASTER
                       FAT-STATUS ').'
               GO TO P350-SAIDA
            END-IF
            IF WK-VALOR-INF = ZEROS
               DISPLAY 'FATURA ' WK-MATRICULA-INF '/'
                       WK-COMPETENCIA-INF ' - VALOR PAGO ZERO.'
               GO TO P350-SAIDA
            END-IF
            IF FAT-QTD-PAGTOS > ZEROS
               AND WK-DATA-INF < FAT-DATA-PAGTO
               DISPLAY 'FATURA ' WK-MATRICULA-INF '/'
                       WK-COMPETENCIA-INF ' - DATA ANTERIOR AO '
                       'ULTIMO PAGAMENTO (' FAT-DATA-PAGTO ').'
               GO TO P350-SAIDA
            END-IF

            PERFORM P360-SITUACAO-ATUAL
            MOVE FAT-VENCIMENTO          TO LK-ENC-VENCIMENTO
            MOVE WK-DATA-INF             TO LK-ENC-DATA-CALCULO
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
            ADD LK-ENC-MULTA-CTVS        TO FAT-MULTA-CTVS
            ADD LK-ENC-JUROS-CTVS        TO FAT-JUROS-CTVS
            PERFORM P360-SITUACAO-ATUAL
            MOVE WK-SALDO-CTVS           TO WK-DEVIDO-CTVS

            ADD WK-VALOR-INF             TO FAT-VALOR-PAGO-CTVS
            ADD 1                        TO FAT-QTD-PAGTOS
            MOVE WK-DATA-INF             TO FAT-DATA-PAGTO
            PERFORM P360-SITUACAO-ATUAL
            IF WK-SALDO-CTVS > ZEROS
               MOVE 'S'                  TO WK-PARCIAL
            ELSE
               SET FAT-PAGA              TO TRUE
            END-IF
            REWRITE REG-FATURA
            IF WK-FS-FATURA = '00'
               MOVE 'S'                  TO WK-BAIXOU
            .
       P350-SAIDA.

      ******************************************************************
      * P360-SITUACAO-ATUAL: o que ja entrou paga encargos (multa +
      * juros lancados) antes de principal; daqui saem o principal
      * ainda em aberto e o saldo da fatura (nunca negativo na tela -
      * pagamento a maior fica registrado no pago).
      ******************************************************************
       P360-SITUACAO-ATUAL.
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
            COMPUTE WK-SALDO-CTVS = FAT-VALOR-CTVS + WK-ENCARGOS-CTVS
                                  - FAT-VALOR-PAGO-CTVS
            IF WK-SALDO-CTVS < ZEROS
               MOVE ZEROS                TO WK-SALDO-CTVS
            END-IF
            .

       P370-MOSTRAR-CALCULO.
            IF LK-ENC-EM-ATRASO
               DISPLAY 'PAGO COM ' LK-ENC-DIAS-ATRASO
                       ' DIA(S) DE ATRASO (LIMITE SEM ENCARGOS: '
                       LK-ENC-DATA-LIMITE ').'
            END-IF
            COMPUTE WK-VALOR-REAIS = LK-ENC-PRINCIPAL-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            DISPLAY 'PRINCIPAL EM ABERTO..: ' WK-VALOR-EDITADO
            COMPUTE WK-VALOR-REAIS = LK-ENC-MULTA-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-MULTA-EDITADO
            DISPLAY 'MULTA................: ' WK-MULTA-EDITADO
            COMPUTE WK-VALOR-REAIS = LK-ENC-JUROS-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-JUROS-EDITADO
            DISPLAY 'JUROS................: ' WK-JUROS-EDITADO
            COMPUTE WK-VALOR-REAIS = WK-DEVIDO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            DISPLAY 'TOTAL DEVIDO.........: ' WK-VALOR-EDITADO
            COMPUTE WK-VALOR-REAIS = WK-VALOR-INF / 100
            MOVE WK-VALOR-REAIS          TO WK-PAGO-EDITADO
            DISPLAY 'VALOR PAGO...........: ' WK-PAGO-EDITADO
            COMPUTE WK-VALOR-REAIS = WK-SALDO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-SALDO-EDITADO
            DISPLAY 'SALDO EM ABERTO......: ' WK-SALDO-EDITADO
            .

       P400-CARREGAR-ARQUIVO.
            OPEN INPUT ARQ-PAGAMENTOS
            IF WK-FS-PAGTOS = '35'
            END-IF
            MOVE ZEROS                   TO WK-QTD-BAIXADAS
                                            WK-QTD-REJEITADAS
                                            WK-QTD-PARCIAIS
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P410-CARREGAR-LINHA THRU P410-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE ARQ-PAGAMENTOS
            DISPLAY 'PAGAMENTOS BAIXADOS..: ' WK-QTD-BAIXADAS
            DISPLAY '  (PARCIAIS, SALDO ABERTO: ' WK-QTD-PARCIAIS ')'
            DISPLAY 'PAGAMENTOS RECUSADOS.: ' WK-QTD-REJEITADAS
            .
       P400-FIM.
                    PERFORM P350-APLICAR-BAIXA THRU P350-SAIDA
                    IF WK-BAIXOU = 'S'
                       ADD 1             TO WK-QTD-BAIXADAS
                       IF WK-PARCIAL = 'S'
                          ADD 1          TO WK-QTD-PARCIAIS
                       END-IF
                    ELSE
                       ADD 1             TO WK-QTD-REJEITADAS
                    END-IF
       P500-FATURAS-DO-ALUNO.
            DISPLAY 'MATRICULA: '
            ACCEPT WK-MATRICULA-INF
            DISPLAY 'COMPETEN VENCIMENTO ST VALOR CHEIO   DESCONTO'
                    '     DEVIDO      MULTA      JUROS       PAGO'
                    '      SALDO ULT.PAGTO'
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-MATRICULA-INF        TO FAT-MATRICULA
            MOVE ZEROS                   TO FAT-COMPETENCIA
                    IF FAT-MATRICULA NOT = WK-MATRICULA-INF
                       MOVE 'S'          TO WK-FIM-ARQ
                    ELSE
                       IF FAT-VALOR-BRUTO-CTVS = ZEROS
                          COMPUTE WK-VALOR-REAIS =
                                  FAT-VALOR-CTVS / 100
                       ELSE
                          COMPUTE WK-VALOR-REAIS =
                                  FAT-VALOR-BRUTO-CTVS / 100
                       END-IF
                       MOVE WK-VALOR-REAIS TO WK-BRUTO-EDITADO
                       COMPUTE WK-VALOR-REAIS = FAT-DESCONTO-CTVS / 100
                       MOVE WK-VALOR-REAIS TO WK-DESCONTO-EDITADO
                       COMPUTE WK-VALOR-REAIS = FAT-VALOR-CTVS / 100
                       MOVE WK-VALOR-REAIS TO WK-VALOR-EDITADO
                       COMPUTE WK-VALOR-REAIS = FAT-MULTA-CTVS / 100
                       MOVE WK-VALOR-REAIS TO WK-MULTA-EDITADO
                       COMPUTE WK-VALOR-REAIS = FAT-JUROS-CTVS / 100
                       MOVE WK-VALOR-REAIS TO WK-JUROS-EDITADO
                       COMPUTE WK-VALOR-REAIS =
                               FAT-VALOR-PAGO-CTVS / 100
                       MOVE WK-VALOR-REAIS TO WK-PAGO-EDITADO
                       PERFORM P360-SITUACAO-ATUAL
                       IF NOT FAT-ABERTA
                          MOVE ZEROS     TO WK-SALDO-CTVS
                       END-IF
                       COMPUTE WK-VALOR-REAIS = WK-SALDO-CTVS / 100
                       MOVE WK-VALOR-REAIS TO WK-SALDO-EDITADO
                       DISPLAY FAT-COMPETENCIA '   ' FAT-VENCIMENTO
                               '  ' FAT-STATUS '  ' WK-BRUTO-EDITADO
                               ' ' WK-DESCONTO-EDITADO
                               ' ' WK-VALOR-EDITADO
                               ' ' WK-MULTA-EDITADO
                               ' ' WK-JUROS-EDITADO
                               ' ' WK-PAGO-EDITADO
                               ' ' WK-SALDO-EDITADO
                               ' ' FAT-DATA-PAGTO
                    END-IF
            END-READ
