      *          OUTRA CARTA). CADA EMISSAO SOMA FAT-QTD-COBRANCAS -
      *          DA SEGUNDA EM DIANTE O TEMPLATE PODE ESCALAR O TOM
      *          COM @SE COBRANCA=REPETIDA@. SAIDA EM FATCARTA.
      * Modification History:
      *   15/10/2026 CS  Campos VALOR-CHEIO e DESCONTO para o template
      *                  (bolsas do DESCMSTR); VALOR continua sendo o
      *                  liquido devido.
      *   15/10/2026 CS  Campo SALDO: o que a familia deve hoje, com
      *                  multa e juros (ENCUTIL) e descontados os
      *                  pagamentos parciais.
      *   15/10/2026 CS  Parcela de acordo (FATACORD) sai com
      *                  COMPETENCIA = ACORDO nnnnnn PARC pp.
      *   15/10/2026 CS  Responsavel falecido (OBITCNTT) nao recebe
      *                  carta de cobranca - conta como suprimida.
      *   15/10/2026 CS  Aviso de cobranca por SMS/email ao responsavel
      *                  (template FATNTTP, NTFUTIL), inclusive quando
      *                  a carta esta suprimida pelo correio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO "FATCARTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-CARTAS.
           SELECT NOTIF-TEMPLATE
               ASSIGN TO "FATNTTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-TEMPLATE-NTF.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDFAT'.
       FD  CARTAS-COBRANCA
           LABEL RECORD IS STANDARD.
       01  CARTA-REC                    PIC X(80).
       FD  NOTIF-TEMPLATE
           LABEL RECORD IS STANDARD.
       01  NTPL-LINHA                   PIC X(80).
       WORKING-STORAGE SECTION.
       77  WK-FS-FATURA                 PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-SUPRESSAO              PIC X(02) VALUE SPACES.
       77  WK-FS-TEMPLATE               PIC X(02) VALUE SPACES.
       77  WK-FS-CARTAS                 PIC X(02) VALUE SPACES.
       77  WK-FS-TEMPLATE-NTF           PIC X(02) VALUE SPACES.
       77  WK-FIM-TEMPLATE-NTF          PIC X(01) VALUE 'N'.
       77  WK-QTD-NOTIFICACOES          PIC 9(05) VALUE ZEROS.
       77  WK-QTD-SEM-NOTIFICACAO       PIC 9(05) VALUE ZEROS.
       77  WK-PONTEIRO-NTF              PIC 9(03) VALUE ZEROS.
       77  WK-FIM-TEMPLATE              PIC X(01) VALUE 'N'.
       77  WK-FIM-FATURAS               PIC X(01) VALUE 'N'.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-PULANDO-BLOCO             PIC X(01) VALUE 'N'.
       77  WK-VALOR-REAIS               PIC 9(07)V99 VALUE ZEROS.
       77  WK-VALOR-EDITADO             PIC Z(6)9,99 VALUE ZEROS.
       77  WK-ENCARGOS-CTVS             PIC S9(11) VALUE ZEROS.
       77  WK-PRINCIPAL-PAGO-CTVS       PIC S9(11) VALUE ZEROS.
       77  WK-SALDO-CTVS                PIC S9(11) VALUE ZEROS.
       01  WK-TABELA-TEMPLATE.
           05 WK-QTDE-LINHAS-TPL        PIC 9(02) VALUE ZEROS.
           05 WK-TEMPLATE-LINHAS        PIC X(80) VALUE SPACES
                                         OCCURS 20 TIMES.
       01  WK-TABELA-TEMPLATE-NTF.
           05 WK-QTDE-LINHAS-NTF        PIC 9(02) VALUE ZEROS.
           05 WK-TEMPLATE-NTF           PIC X(80) VALUE SPACES
                                         OCCURS 6 TIMES.
           COPY 'PARMRUN'.
           COPY 'PARMERGE'.
           COPY 'PARMENC'.
           COPY 'PARMNTF'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY 'TEMPLATE FATCOBTP NAO ENCONTRADO.'
               STOP RUN
            END-IF
            OPEN INPUT NOTIF-TEMPLATE
            IF WK-FS-TEMPLATE-NTF = '00'
               PERFORM P160-CARREGAR-TEMPLATE-NTF THRU P160-FIM
                       UNTIL WK-FIM-TEMPLATE-NTF = 'S'
               CLOSE NOTIF-TEMPLATE
            ELSE
               DISPLAY 'TEMPLATE FATNTTP NAO ENCONTRADO - SEM AVISO '
                       'POR SMS/EMAIL.'
            END-IF
            OPEN OUTPUT CARTAS-COBRANCA
            .

            .
       P150-FIM.

       P160-CARREGAR-TEMPLATE-NTF.
            READ NOTIF-TEMPLATE
                 AT END
                    MOVE 'S'             TO WK-FIM-TEMPLATE-NTF
                 NOT AT END
                    IF WK-QTDE-LINHAS-NTF < 6
                       ADD 1             TO WK-QTDE-LINHAS-NTF
                       MOVE NTPL-LINHA   TO
                            WK-TEMPLATE-NTF(WK-QTDE-LINHAS-NTF)
                    END-IF
            END-READ
            .
       P160-FIM.

       P200-LER-FATURA.
            READ FATURA-MASTER NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-FATURAS
      * P300-COBRAR: endereco sai do responsavel validado; carta
      * devolvida (SUPRESS canal C) nao ganha outra carta; cada
      * emissao soma FAT-QTD-COBRANCAS e a partir da segunda o campo
      * COBRANCA vira REPETIDA para o template escalar o tom. O
      * aviso por SMS/email sai mesmo com a carta suprimida - o
      * correio devolveu, o celular pode estar certo.
      ******************************************************************
       P300-COBRAR.
            IF FAT-GUARDIAO = ZEROS
            END-READ
            IF WK-SUPRIMIDO = 'S'
               ADD 1                     TO WK-QTD-SUPRIMIDAS
            END-IF

            MOVE FAT-GUARDIAO            TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    IF WK-SUPRIMIDO NOT = 'S'
                       ADD 1             TO WK-QTD-SEM-ENDERECO
                    END-IF
                    GO TO P300-FIM
            END-READ
            IF WK-REG-FALECIDO
               IF WK-SUPRIMIDO NOT = 'S'
                  ADD 1                  TO WK-QTD-SUPRIMIDAS
               END-IF
               GO TO P300-FIM
            END-IF

            MOVE FAT-MATRICULA           TO MAT-MATRICULA
            READ ALUNO-IDENTIDADE
            END-READ

            PERFORM P400-PREPARAR-CAMPOS
            IF WK-QTDE-LINHAS-NTF > ZEROS
               PERFORM P500-NOTIFICAR THRU P500-FIM
            END-IF
            IF WK-SUPRIMIDO = 'S'
               GO TO P300-FIM
            END-IF

            MOVE 'N'                     TO WK-PULANDO-BLOCO
            PERFORM P410-MESCLAR-LINHA THRU P410-FIM
                    VARYING WK-IDX-LINHA FROM 1 BY 1
       P300-FIM.

       P400-PREPARAR-CAMPOS.
            MOVE 13                      TO LK-QTDE-CAMPOS
            MOVE 'ALUNO'                 TO LK-NOME-CAMPO(1)
            MOVE MAT-NOME                TO LK-VALOR-CAMPO(1)
            MOVE 'RESPONSAVEL'           TO LK-NOME-CAMPO(2)
            MOVE WK-UF                   TO LK-VALOR-CAMPO(6)
            MOVE 'COMPETENCIA'           TO LK-NOME-CAMPO(7)
            MOVE FAT-COMPETENCIA         TO LK-VALOR-CAMPO(7)
            IF FAT-PARCELA > ZEROS
               MOVE SPACES               TO LK-VALOR-CAMPO(7)
               STRING 'ACORDO ' FAT-ACORDO ' PARC ' FAT-PARCELA
                      DELIMITED BY SIZE INTO LK-VALOR-CAMPO(7)
               END-STRING
            END-IF
            MOVE 'VALOR'                 TO LK-NOME-CAMPO(8)
            COMPUTE WK-VALOR-REAIS = FAT-VALOR-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            ELSE
               MOVE 'REPETIDA'           TO LK-VALOR-CAMPO(10)
            END-IF
            MOVE 'VALOR-CHEIO'           TO LK-NOME-CAMPO(11)
            IF FAT-VALOR-BRUTO-CTVS = ZEROS
               COMPUTE WK-VALOR-REAIS = FAT-VALOR-CTVS / 100
            ELSE
               COMPUTE WK-VALOR-REAIS = FAT-VALOR-BRUTO-CTVS / 100
            END-IF
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            MOVE WK-VALOR-EDITADO        TO LK-VALOR-CAMPO(11)
            MOVE 'DESCONTO'              TO LK-NOME-CAMPO(12)
            COMPUTE WK-VALOR-REAIS = FAT-DESCONTO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            MOVE WK-VALOR-EDITADO        TO LK-VALOR-CAMPO(12)
            MOVE 'SALDO'                 TO LK-NOME-CAMPO(13)
            PERFORM P405-SALDO-ATE-HOJE
            COMPUTE WK-VALOR-REAIS = WK-SALDO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            MOVE WK-VALOR-EDITADO        TO LK-VALOR-CAMPO(13)
            .

      ******************************************************************
      * P405-SALDO-ATE-HOJE: mesma conta do FATAGING - pago abate
      * encargos antes de principal, ENCUTIL projeta multa/juros sobre
      * o principal em aberto ate hoje.
      ******************************************************************
       P405-SALDO-ATE-HOJE.
            COMPUTE WK-ENCARGOS-CTVS = FAT-MULTA-CTVS + FAT-JUROS-CTVS
            COMPUTE WK-PRINCIPAL-PAGO-CTVS =
                    FAT-VALOR-PAGO-CTVS - WK-ENCARGOS-CTVS
            IF WK-PRINCIPAL-PAGO-CTVS < ZEROS
               MOVE ZEROS                TO WK-PRINCIPAL-PAGO-CTVS
            END-IF
            IF WK-PRINCIPAL-PAGO-CTVS > FAT-VALOR-CTVS
               MOVE FAT-VALOR-CTVS       TO WK-PRINCIPAL-PAGO-CTVS
            END-IF
            MOVE FAT-VENCIMENTO          TO LK-ENC-VENCIMENTO
            MOVE WK-DATA-HOJE            TO LK-ENC-DATA-CALCULO
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
            COMPUTE WK-SALDO-CTVS = FAT-VALOR-CTVS + WK-ENCARGOS-CTVS
                                  + LK-ENC-MULTA-CTVS
                                  + LK-ENC-JUROS-CTVS
                                  - FAT-VALOR-PAGO-CTVS
            IF WK-SALDO-CTVS < ZEROS
               MOVE ZEROS                TO WK-SALDO-CTVS
            END-IF
            .

       P410-MESCLAR-LINHA.
            .
       P410-FIM.

      ******************************************************************
      * P500-NOTIFICAR: o aviso curto do FATNTTP com os mesmos campos
      * da carta, por SMS (ou email). Consentimento, supressao e Nao
      * Me Perturbe sao conferidos pelo NTFUTIL; recusa so conta.
      ******************************************************************
       P500-NOTIFICAR.
            MOVE SPACES                  TO LK-NTF-TEXTO
            MOVE 1                       TO WK-PONTEIRO-NTF
            MOVE 'N'                     TO WK-PULANDO-BLOCO
            PERFORM P510-MESCLAR-LINHA-NTF THRU P510-FIM
                    VARYING WK-IDX-LINHA FROM 1 BY 1
                    UNTIL WK-IDX-LINHA > WK-QTDE-LINHAS-NTF
            IF LK-NTF-TEXTO = SPACES
               GO TO P500-FIM
            END-IF

            MOVE FAT-GUARDIAO            TO LK-NTF-CODIGO
            SET LK-NTF-QUALQUER          TO TRUE
            MOVE 'FATNTTP'               TO LK-NTF-MODELO
            MOVE 2                       TO LK-NTF-PRIORIDADE
            MOVE 'FATCOBRA'              TO LK-NTF-PROGRAMA
            MOVE 'LOTE'                  TO LK-NTF-USUARIO
            CALL 'NTFUTIL' USING PARAMETRES-NTF
            IF LK-NTF-OK
               ADD 1                     TO WK-QTD-NOTIFICACOES
            ELSE
               ADD 1                     TO WK-QTD-SEM-NOTIFICACAO
            END-IF
            .
       P500-FIM.

       P510-MESCLAR-LINHA-NTF.
            MOVE WK-TEMPLATE-NTF(WK-IDX-LINHA) TO LK-TEMPLATE
            CALL 'MERGELIN' USING PARAMETRES-MERGE
            EVALUATE TRUE
               WHEN LK-LINHA-SE
                  IF LK-CONDICAO-VERDADEIRA
                     MOVE 'N'            TO WK-PULANDO-BLOCO
                  ELSE
                     MOVE 'S'            TO WK-PULANDO-BLOCO
                  END-IF
               WHEN LK-LINHA-SENAO
                  IF WK-PULANDO-BLOCO = 'S'
                     MOVE 'N'            TO WK-PULANDO-BLOCO
                  ELSE
                     MOVE 'S'            TO WK-PULANDO-BLOCO
                  END-IF
               WHEN LK-LINHA-FIM-SE
                  MOVE 'N'               TO WK-PULANDO-BLOCO
               WHEN LK-LINHA-REPITA
               WHEN LK-LINHA-FIM-REPITA
                  CONTINUE
               WHEN OTHER
                  IF WK-PULANDO-BLOCO NOT = 'S'
                     AND LK-LINHA-MESCLADA NOT = SPACES
                     AND WK-PONTEIRO-NTF < 160
                     IF WK-PONTEIRO-NTF > 1
                        STRING ' ' DELIMITED BY SIZE
                               INTO LK-NTF-TEXTO
                               WITH POINTER WK-PONTEIRO-NTF
                        END-STRING
                     END-IF
                     STRING FUNCTION TRIM(LK-LINHA-MESCLADA)
                            DELIMITED BY SIZE
                            INTO LK-NTF-TEXTO
                            WITH POINTER WK-PONTEIRO-NTF
                            ON OVERFLOW CONTINUE
                     END-STRING
                  END-IF
            END-EVALUATE
            .
       P510-FIM.

       P900-FINALIZAR.
            CLOSE FATURA-MASTER ALUNO-IDENTIDADE CONTATO-MASTER
            CLOSE SUPRESSAO COBRANCA-TEMPLATE CARTAS-COBRANCA
                    WK-QTD-SUPRIMIDAS
            DISPLAY 'SEM RESPONSAVEL/ENDERECO: '
                    WK-QTD-SEM-ENDERECO
            DISPLAY 'AVISOS SMS/EMAIL NA FILA: ' WK-QTD-NOTIFICACOES
            DISPLAY 'SEM SMS/EMAIL (CONSENT., SUPRESSAO, NMP): '
                    WK-QTD-SEM-NOTIFICACAO

            MOVE 'FATCOBRA'              TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
