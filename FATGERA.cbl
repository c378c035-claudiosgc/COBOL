      *          VENC). FATURA JA EXISTENTE NAO E REGERADA; ALUNO
      *          SEM RESPONSAVEL SAI NO AVISO. BAIXA E O FATCNTT,
      *          INADIMPLENCIA E O FATAGING, COBRANCA E O FATCOBRA.
      * Modification History:
      *   15/10/2026 CS  Bolsas e descontos do DESCMSTR (FATDESC):
      *                  descontos ATIVOS e vigentes no vencimento
      *                  sao abatidos do valor cheio; a fatura guarda
      *                  bruto, desconto e liquido. Bolsa integral
      *                  (liquido zero) ja nasce quitada.
      *   15/10/2026 CS  Fatura da competencia nasce sem acordo
      *                  (FAT-ACORDO/FAT-PARCELA zerados).
      *   15/10/2026 CS  Competencia ja fechada pelo FATFECHA
      *                  (FCHMSTR) nao recebe faturas novas.
      *   15/10/2026 CS  Valor cheio pela tabela de mensalidades por
      *                  serie (PRECMSTR/FATPRECO) vigente na
      *                  competencia, no lugar de MENSALIDADE-CTVS;
      *                  serie ativa sem preco interrompe a rodada
      *                  antes de gravar qualquer fatura.
      *   15/10/2026 CS  Aluno no ciclo de rematricula do ano
      *                  (REMMSTR) so e faturado se a resposta for
      *                  CONFIRMADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY 'SELFAT'.
           COPY 'SELALID'.
           COPY 'SELDSC'.
           COPY 'SELFCH'.
           COPY 'SELPRC'.
           COPY 'SELREM'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDFAT'.
           COPY 'FDALID'.
           COPY 'FDDSC'.
           COPY 'FDFCH'.
           COPY 'FDPRC'.
           COPY 'FDREM'.
       WORKING-STORAGE SECTION.
       77  WK-FS-FATURA                 PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-DESCONTO               PIC X(02) VALUE SPACES.
       77  WK-FS-FECHAMENTO             PIC X(02) VALUE SPACES.
       77  WK-FIM-FECHAMENTOS           PIC X(01) VALUE 'N'.
       77  WK-MES-FECHADO               PIC 9(06) VALUE ZEROS.
       77  WK-FS-PRECO                  PIC X(02) VALUE SPACES.
       77  WK-FIM-PRECOS                PIC X(01) VALUE 'N'.
       77  WK-IDX-SERIE                 PIC 9(03) VALUE ZEROS.
       77  WK-QTD-SERIES-SEM-PRECO      PIC 9(03) VALUE ZEROS.
       77  WK-FS-REMATRICULA            PIC X(02) VALUE SPACES.
       77  WK-TEM-REMATRICULA           PIC X(01) VALUE 'N'.
       77  WK-ELEGIVEL                  PIC X(01) VALUE 'S'.
       77  WK-QTD-NAO-REMATRICULADOS    PIC 9(05) VALUE ZEROS.
      *    Preco vigente na competencia por serie (indice = serie+1).
       01  WK-TABELA-PRECOS.
           03 WK-PRECO-SERIE OCCURS 100 TIMES.
               05 WK-PRC-DEFINIDO       PIC X(01).
               05 WK-PRC-AVISADO        PIC X(01).
               05 WK-PRC-VALOR-CTVS     PIC 9(09).
       77  WK-TEM-DESCONTOS             PIC X(01) VALUE 'N'.
       77  WK-FIM-DESCONTOS             PIC X(01) VALUE 'N'.
       77  WK-DESCONTO-CTVS             PIC 9(09) VALUE ZEROS.
       77  WK-DESCONTO-UM               PIC 9(09) VALUE ZEROS.
       77  WK-QTD-COM-DESCONTO          PIC 9(05) VALUE ZEROS.
       77  WK-QTD-BOLSA-INTEGRAL        PIC 9(05) VALUE ZEROS.
       77  WK-TOTAL-BRUTO-CTVS          PIC 9(11) VALUE ZEROS.
       77  WK-TOTAL-DESCONTO-CTVS       PIC 9(11) VALUE ZEROS.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-FIM-ALUNOS                PIC X(01) VALUE 'N'.
       77  WK-COMPETENCIA               PIC 9(06) VALUE ZEROS.
       77  WK-VALOR-CTVS                PIC 9(09) VALUE ZEROS.
            DISPLAY '*** GERACAO MENSAL DE MENSALIDADES ***'
            DISPLAY 'COMPETENCIA (AAAAMM): '
            ACCEPT WK-COMPETENCIA
            PERFORM P060-VERIFICAR-FECHAMENTO THRU P060-FIM
            IF WK-COMPETENCIA NOT > WK-MES-FECHADO
               DISPLAY 'COMPETENCIA ' WK-COMPETENCIA ' JA FECHADA '
                       '(ULTIMO FECHAMENTO: ' WK-MES-FECHADO ').'
               STOP RUN
            END-IF

            PERFORM P070-CARREGAR-PRECOS THRU P070-FIM
            MOVE 'MENS-DIA-VENC'         TO LK-CFG-CHAVE
            MOVE 10                      TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
               DISPLAY 'NAO HA CADASTRO DE ALUNOS (ALUNOID).'
               STOP RUN
            END-IF
            OPEN INPUT REMATRICULA-MASTER
            IF WK-FS-REMATRICULA = '00'
               MOVE 'S'                  TO WK-TEM-REMATRICULA
            END-IF
            PERFORM P080-VERIFICAR-SERIES THRU P080-FIM
            IF WK-QTD-SERIES-SEM-PRECO > ZEROS
               DISPLAY WK-QTD-SERIES-SEM-PRECO ' SERIE(S) ATIVA(S) '
                       'SEM PRECO PARA ' WK-COMPETENCIA ' - CADASTRE '
                       'NA TABELA DE MENSALIDADES. NADA FOI GERADO.'
               CLOSE ALUNO-IDENTIDADE
               IF WK-TEM-REMATRICULA = 'S'
                  CLOSE REMATRICULA-MASTER
               END-IF
               MOVE 'FATGERA '           TO LK-RUN-PROGRAMA
               MOVE 'FIM'                TO LK-RUN-EVENTO
               MOVE ZEROS                TO LK-RUN-QTD-LIDOS
                                            LK-RUN-QTD-APLICADOS
               MOVE WK-QTD-SERIES-SEM-PRECO TO LK-RUN-QTD-REJEITADOS
               MOVE 8                    TO LK-RUN-CODIGO-RETORNO
               CALL 'RUNUTIL' USING PARAMETRES-RUN
               STOP RUN
            END-IF
            OPEN I-O FATURA-MASTER
            IF WK-FS-FATURA = '35'
               OPEN OUTPUT FATURA-MASTER
               CLOSE FATURA-MASTER
               OPEN I-O FATURA-MASTER
            END-IF
      *     Sem DESCMSTR (nenhum desconto cadastrado ainda) todo mundo
      *     paga o valor cheio, como antes.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            OPEN INPUT DESCONTO-MASTER
            IF WK-FS-DESCONTO = '00'
               MOVE 'S'                  TO WK-TEM-DESCONTOS
            END-IF

            PERFORM P200-GERAR-UMA THRU P200-FIM
                    UNTIL WK-FIM-ALUNOS = 'S'

            CLOSE ALUNO-IDENTIDADE FATURA-MASTER
            IF WK-TEM-DESCONTOS = 'S'
               CLOSE DESCONTO-MASTER
            END-IF
            IF WK-TEM-REMATRICULA = 'S'
               CLOSE REMATRICULA-MASTER
            END-IF
            DISPLAY 'FATURAS GERADAS.....: ' WK-QTD-GERADAS
            DISPLAY 'JA EXISTIAM.........: ' WK-QTD-JA-EXISTIAM
            DISPLAY 'COM DESCONTO........: ' WK-QTD-COM-DESCONTO
            DISPLAY 'BOLSA INTEGRAL......: ' WK-QTD-BOLSA-INTEGRAL
            DISPLAY 'TOTAL BRUTO (CTVS)..: ' WK-TOTAL-BRUTO-CTVS
            DISPLAY 'TOTAL DESCONTOS.....: ' WK-TOTAL-DESCONTO-CTVS
            DISPLAY 'ALUNOS SEM RESPONSAVEL (GERADAS ASSIM MESMO): '
                    WK-QTD-SEM-GUARDIAO
            DISPLAY 'SEM REMATRICULA CONFIRMADA (NAO FATURADOS): '
                    WK-QTD-NAO-REMATRICULADOS

            MOVE 'FATGERA '              TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            STOP RUN
            .

      ******************************************************************
      * P060-VERIFICAR-FECHAMENTO: o maior mes com registro total
      * (competencia 000000) no FCHMSTR. Sem FCHMSTR nada foi fechado.
      ******************************************************************
       P060-VERIFICAR-FECHAMENTO.
            MOVE ZEROS                   TO WK-MES-FECHADO
            OPEN INPUT FECHAMENTO-CONTROLE
            IF WK-FS-FECHAMENTO NOT = '00'
               GO TO P060-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-FECHAMENTOS
            PERFORM P065-LER-FECHAMENTO THRU P065-FIM
                    UNTIL WK-FIM-FECHAMENTOS = 'S'
            CLOSE FECHAMENTO-CONTROLE
            .
       P060-FIM.

       P065-LER-FECHAMENTO.
            READ FECHAMENTO-CONTROLE NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-FECHAMENTOS
                 NOT AT END
                    IF FCH-COMPETENCIA = ZEROS
                       MOVE FCH-MES      TO WK-MES-FECHADO
                    END-IF
            END-READ
            .
       P065-FIM.

      ******************************************************************
      * P070-CARREGAR-PRECOS: PRECMSTR vem em ordem de serie e
      * vigencia, entao a ultima vigencia nao posterior a competencia
      * de cada serie e a que fica na tabela.
      ******************************************************************
       P070-CARREGAR-PRECOS.
            PERFORM P072-LIMPAR-PRECO
                    VARYING WK-IDX-SERIE FROM 1 BY 1
                    UNTIL WK-IDX-SERIE > 100
            OPEN INPUT PRECO-MASTER
            IF WK-FS-PRECO NOT = '00'
               GO TO P070-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-PRECOS
            PERFORM P075-LER-PRECO THRU P075-FIM
                    UNTIL WK-FIM-PRECOS = 'S'
            CLOSE PRECO-MASTER
            .
       P070-FIM.

       P072-LIMPAR-PRECO.
            MOVE 'N'                TO WK-PRC-DEFINIDO(WK-IDX-SERIE)
                                       WK-PRC-AVISADO(WK-IDX-SERIE)
            MOVE ZEROS              TO WK-PRC-VALOR-CTVS(WK-IDX-SERIE)
            .

       P075-LER-PRECO.
            READ PRECO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-PRECOS
                    GO TO P075-FIM
            END-READ
            IF PRC-VIGENCIA > WK-COMPETENCIA
               GO TO P075-FIM
            END-IF
            COMPUTE WK-IDX-SERIE = PRC-SERIE + 1
            MOVE 'S'                TO WK-PRC-DEFINIDO(WK-IDX-SERIE)
            MOVE PRC-VALOR-CTVS     TO WK-PRC-VALOR-CTVS(WK-IDX-SERIE)
            .
       P075-FIM.

      ******************************************************************
      * P080-VERIFICAR-SERIES: passada previa no ALUNOID - toda serie
      * com aluno ativo precisa de preco, senao a rodada nao comeca
      * (meia competencia faturada e pior que nenhuma).
      ******************************************************************
       P080-VERIFICAR-SERIES.
            MOVE ZEROS                   TO WK-QTD-SERIES-SEM-PRECO
            MOVE 'N'                     TO WK-FIM-ALUNOS
            PERFORM P085-VERIFICAR-ALUNO THRU P085-FIM
                    UNTIL WK-FIM-ALUNOS = 'S'
            MOVE 'N'                     TO WK-FIM-ALUNOS
            MOVE ZEROS                   TO MAT-MATRICULA
            START ALUNO-IDENTIDADE KEY IS NOT LESS THAN MAT-MATRICULA
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ALUNOS
            END-START
            .
       P080-FIM.

       P085-VERIFICAR-ALUNO.
            READ ALUNO-IDENTIDADE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ALUNOS
                    GO TO P085-FIM
            END-READ
            IF NOT MAT-ATIVO
               GO TO P085-FIM
            END-IF
            PERFORM P090-VERIFICAR-REMATRICULA THRU P090-FIM
            IF WK-ELEGIVEL = 'N'
               GO TO P085-FIM
            END-IF
            COMPUTE WK-IDX-SERIE = MAT-SERIE + 1
            IF WK-PRC-DEFINIDO(WK-IDX-SERIE) = 'N'
               AND WK-PRC-AVISADO(WK-IDX-SERIE) = 'N'
               MOVE 'S'             TO WK-PRC-AVISADO(WK-IDX-SERIE)
               ADD 1                     TO WK-QTD-SERIES-SEM-PRECO
               DISPLAY 'SERIE ' MAT-SERIE ' SEM PRECO VIGENTE EM '
                       WK-COMPETENCIA ' (EX.: MATRICULA '
                       MAT-MATRICULA ').'
            END-IF
            .
       P085-FIM.

      ******************************************************************
      * P090-VERIFICAR-REMATRICULA: aluno que esta no ciclo de
      * rematricula do ano da competencia so e faturado confirmado;
      * aluno fora do ciclo (novo) segue como sempre.
      ******************************************************************
       P090-VERIFICAR-REMATRICULA.
            MOVE 'S'                     TO WK-ELEGIVEL
            IF WK-TEM-REMATRICULA NOT = 'S'
               GO TO P090-FIM
            END-IF
            MOVE WK-COMPETENCIA(1:4)     TO REM-ANO
            MOVE MAT-MATRICULA           TO REM-MATRICULA
            READ REMATRICULA-MASTER
                 INVALID KEY
                    GO TO P090-FIM
            END-READ
            IF NOT REM-CONFIRMADA
               MOVE 'N'                  TO WK-ELEGIVEL
            END-IF
            .
       P090-FIM.

       P200-GERAR-UMA.
            READ ALUNO-IDENTIDADE NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ALUNOS
                 NOT AT END
                    IF MAT-ATIVO
                       PERFORM P090-VERIFICAR-REMATRICULA
                               THRU P090-FIM
                       IF WK-ELEGIVEL = 'S'
                          PERFORM P300-GRAVAR-FATURA
                       ELSE
                          ADD 1          TO WK-QTD-NAO-REMATRICULADOS
                       END-IF
                    END-IF
            END-READ
            .
            MOVE MAT-MATRICULA           TO FAT-MATRICULA
            MOVE WK-COMPETENCIA          TO FAT-COMPETENCIA
            MOVE MAT-GUARDIAO            TO FAT-GUARDIAO
            COMPUTE FAT-VENCIMENTO =
                    (WK-COMPETENCIA * 100) + WK-DIA-VENC
            COMPUTE WK-IDX-SERIE = MAT-SERIE + 1
            MOVE WK-PRC-VALOR-CTVS(WK-IDX-SERIE) TO WK-VALOR-CTVS
            PERFORM P400-SOMAR-DESCONTOS THRU P400-FIM
            MOVE WK-VALOR-CTVS           TO FAT-VALOR-BRUTO-CTVS
            MOVE WK-DESCONTO-CTVS        TO FAT-DESCONTO-CTVS
            COMPUTE FAT-VALOR-CTVS = WK-VALOR-CTVS - WK-DESCONTO-CTVS
            MOVE ZEROS                   TO FAT-DATA-PAGTO
                                            FAT-VALOR-PAGO-CTVS
                                            FAT-QTD-COBRANCAS
                                            FAT-MULTA-CTVS
                                            FAT-JUROS-CTVS
                                            FAT-QTD-PAGTOS
                                            FAT-SEQ-REMESSA
                                            FAT-DATA-CREDITO
                                            FAT-TARIFA-CTVS
                                            FAT-ACORDO
                                            FAT-PARCELA
            MOVE SPACE                   TO FAT-BOLETO-STATUS
      *     Bolsa integral: nada a cobrar - nasce quitada para nao
      *     aparecer no aging nem receber carta de cobranca.
            IF FAT-VALOR-CTVS = ZEROS
               SET FAT-PAGA              TO TRUE
               MOVE WK-DATA-HOJE         TO FAT-DATA-PAGTO
            ELSE
               SET FAT-ABERTA            TO TRUE
            END-IF
            WRITE REG-FATURA
            EVALUATE WK-FS-FATURA
               WHEN '00'
                  ADD 1                  TO WK-QTD-GERADAS
                  ADD FAT-VALOR-BRUTO-CTVS TO WK-TOTAL-BRUTO-CTVS
                  IF FAT-DESCONTO-CTVS > ZEROS
                     ADD 1               TO WK-QTD-COM-DESCONTO
                     ADD FAT-DESCONTO-CTVS TO WK-TOTAL-DESCONTO-CTVS
                  END-IF
                  IF FAT-VALOR-CTVS = ZEROS
                     ADD 1               TO WK-QTD-BOLSA-INTEGRAL
                  END-IF
               WHEN '22'
                  ADD 1                  TO WK-QTD-JA-EXISTIAM
               WHEN OTHER
                          ' - FS: ' WK-FS-FATURA
            END-EVALUATE
            .

      ******************************************************************
      * P400-SOMAR-DESCONTOS: soma os descontos ATIVOS da matricula
      * cuja vigencia cobre o vencimento da fatura (percentual sobre
      * o valor cheio, arredondado, ou valor fixo). Irmao + bolsa
      * acumulam, mas o total nunca passa do valor cheio.
      ******************************************************************
       P400-SOMAR-DESCONTOS.
            MOVE ZEROS                   TO WK-DESCONTO-CTVS
            IF WK-TEM-DESCONTOS NOT = 'S'
               GO TO P400-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-DESCONTOS
            MOVE MAT-MATRICULA           TO DSC-MATRICULA
            MOVE ZEROS                   TO DSC-SEQ
            START DESCONTO-MASTER KEY IS NOT LESS THAN DSC-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-DESCONTOS
            END-START
            PERFORM P410-LER-DESCONTO THRU P410-FIM
                    UNTIL WK-FIM-DESCONTOS = 'S'
            IF WK-DESCONTO-CTVS > WK-VALOR-CTVS
               MOVE WK-VALOR-CTVS        TO WK-DESCONTO-CTVS
            END-IF
            .
       P400-FIM.

       P410-LER-DESCONTO.
            READ DESCONTO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-DESCONTOS
                    GO TO P410-FIM
            END-READ
            IF DSC-MATRICULA NOT = MAT-MATRICULA
               MOVE 'S'                  TO WK-FIM-DESCONTOS
               GO TO P410-FIM
            END-IF
            IF NOT DSC-ATIVO
               OR DSC-DATA-INICIO > FAT-VENCIMENTO
               OR (DSC-DATA-FIM NOT = ZEROS AND
                   DSC-DATA-FIM < FAT-VENCIMENTO)
               GO TO P410-FIM
            END-IF
            IF DSC-PERCENTUAL
               COMPUTE WK-DESCONTO-UM ROUNDED =
                       WK-VALOR-CTVS * DSC-PERCENTUAL-DESC / 100
            ELSE
               MOVE DSC-VALOR-DESC-CTVS  TO WK-DESCONTO-UM
            END-IF
            ADD WK-DESCONTO-UM           TO WK-DESCONTO-CTVS
            .
       P410-FIM.
       END PROGRAM FATGERA.
