      *          - O SEQUENCIAMENTO DEIXA DE DEPENDER DE QUEM ESTA
      *          NO TURNO. TABELA AUSENTE E SEMEADA COM AS
      *          DEPENDENCIAS CONHECIDAS DO DECK.
      * Modification History:
      *   15/10/2026 CS  Semente da DEPTABLE inclui o FRLEXEC (fila de
      *                  relatorios da noite) depois do LOTCONTT.
      *   15/10/2026 CS  Passo AGENDA: lanca os lotes periodicos da
      *                  AGPMSTR (mensais, trimestrais, anuais) que
      *                  vencem hoje pela regra de dia util (AGPUTIL),
      *                  com os parametros padrao da tabela, e grava
      *                  INICIO/FIM no RUNLOG por quem nao grava.
      *                  Tabela ausente e semeada com o calendario
      *                  conhecido; atrasos saem no AGPREL.
      *   15/10/2026 CS  Semente da AGPMSTR inclui QUALCNTT e o painel
      *                  gerencial KPIREL no ultimo dia util do mes.
      *   15/10/2026 CS  Semente da DEPTABLE inclui o NTFENVIO (remessa
      *                  de SMS/email ao gateway) depois do LOTCONTT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELRUNL'.
           COPY 'SELAGP'.
           SELECT TABELA-DEPENDENCIAS
               ASSIGN TO "DEPTABLE"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDRUNL'.
           COPY 'FDAGP'.
       FD  TABELA-DEPENDENCIAS
           LABEL RECORD IS STANDARD.
       01  DEPEND-REC.
       01  WK-REQUISITOS.
           05 WK-REQUISITO              PIC X(08) OCCURS 20 TIMES.
           COPY 'PARMDATE'.
       77  WK-FS-AGENDA-PER             PIC X(02) VALUE SPACES.
       77  WK-FIM-AGENDA                PIC X(01) VALUE 'N'.
       77  WK-PROGRAMA-AGP              PIC X(08) VALUE SPACES.
       77  WK-PARAMETRO-AGENDA          PIC X(20) VALUE SPACES.
       77  WK-VALOR-MARCA               PIC X(06) VALUE SPACES.
       77  WK-ANO-AGP                   PIC 9(04) VALUE ZEROS.
       77  WK-MES-AGP                   PIC 9(02) VALUE ZEROS.
       77  WK-JA-RODOU                  PIC X(01) VALUE 'N'.
       77  WK-RC-AGP                    PIC 9(02) VALUE ZEROS.
       77  WK-QTD-AGP-LANCADOS          PIC 9(03) VALUE ZEROS.
       77  WK-QTD-AGP-FALHAS            PIC 9(03) VALUE ZEROS.
           COPY 'PARMAGP'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               PERFORM P300-CONFERIR-REQUISITOS
            END-IF

            IF WK-LIBERADO = 'S' AND WK-PASSO-PEDIDO = 'AGENDA'
               PERFORM P500-RODAR-AGENDA THRU P500-FIM
            END-IF

            IF WK-LIBERADO = 'S'
               DISPLAY 'PASSO ' WK-PASSO-PEDIDO ' LIBERADO.'
               MOVE ZERO                 TO RETURN-CODE
               IF WK-QTD-AGP-FALHAS > ZEROS
                  MOVE 4                 TO RETURN-CODE
               END-IF
            ELSE
               DISPLAY 'PASSO ' WK-PASSO-PEDIDO ' RECUSADO: '
                       WK-MOTIVO-RECUSA
            MOVE 'CDCCNTT'               TO DEP-PASSO
            MOVE 'INTCONTT'              TO DEP-REQUISITO
            WRITE DEPEND-REC
            MOVE 'FRLEXEC'               TO DEP-PASSO
            MOVE 'LOTCONTT'              TO DEP-REQUISITO
            WRITE DEPEND-REC
            MOVE 'NTFENVIO'              TO DEP-PASSO
            MOVE 'LOTCONTT'              TO DEP-REQUISITO
            WRITE DEPEND-REC
            MOVE 'AGENDA'                TO DEP-PASSO
            MOVE 'LOTCONTT'              TO DEP-REQUISITO
            WRITE DEPEND-REC
            CLOSE TABELA-DEPENDENCIAS
            DISPLAY 'TABELA DEPTABLE CRIADA COM AS DEPENDENCIAS '
                    'CONHECIDAS DO DECK.'
            .
       P320-FIM.

      ******************************************************************
      * P500-RODAR-AGENDA: passo AGENDA do deck. Cada linha da AGPMSTR
      * cujo vencimento (AGPUTIL) e hoje e lancada por CALL, com os
      * parametros padrao em AGP_PARAMETRO - o lote le dali em vez de
      * perguntar no console. Lote que ja logou FIM RC=0 hoje (rerun
      * da noite) nao roda de novo.
      ******************************************************************
       P500-RODAR-AGENDA.
            OPEN INPUT AGENDA-PERIODICA
            IF WK-FS-AGENDA-PER = '35'
               PERFORM P590-SEMEAR-AGENDA
               OPEN INPUT AGENDA-PERIODICA
            END-IF
            IF WK-FS-AGENDA-PER NOT = '00'
               DISPLAY 'AGPMSTR INDISPONIVEL - FS: ' WK-FS-AGENDA-PER
               GO TO P500-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-AGENDA
            PERFORM P510-LER-AGENDA THRU P510-FIM
                    UNTIL WK-FIM-AGENDA = 'S'
            CLOSE AGENDA-PERIODICA
            DISPLAY 'LOTES PERIODICOS LANCADOS: ' WK-QTD-AGP-LANCADOS
                    ' - COM ERRO: ' WK-QTD-AGP-FALHAS
            .
       P500-FIM.

       P510-LER-AGENDA.
            READ AGENDA-PERIODICA
                 AT END
                    MOVE 'S'             TO WK-FIM-AGENDA
                    GO TO P510-FIM
            END-READ
            IF AGP-PROGRAMA(1:1) = '*' OR AGP-PROGRAMA = SPACES
               GO TO P510-FIM
            END-IF
            MOVE AGP-FREQUENCIA          TO LK-AGP-FREQUENCIA
            MOVE AGP-REGRA               TO LK-AGP-REGRA
            MOVE AGP-ORDINAL             TO LK-AGP-ORDINAL
            MOVE AGP-MES                 TO LK-AGP-MES
            MOVE WK-DATA-HOJE            TO LK-AGP-DATA-BASE
            CALL 'AGPUTIL' USING PARAMETRES-AGP
            IF NOT LK-AGP-OK
               DISPLAY 'AGPMSTR: REGRA INVALIDA PARA ' AGP-PROGRAMA
                       ' - LINHA IGNORADA.'
               GO TO P510-FIM
            END-IF
            IF LK-AGP-VENCIMENTO NOT = WK-DATA-HOJE
               GO TO P510-FIM
            END-IF

            MOVE AGP-PROGRAMA            TO WK-PROGRAMA-AGP
            MOVE 'N'                     TO WK-JA-RODOU
            MOVE 'N'                     TO WK-FIM-ARQ
            OPEN INPUT RUN-LOG
            IF WK-FS-RUNLOG = '00'
               PERFORM P520-CONFERIR-RUNLOG THRU P520-FIM
                       UNTIL WK-FIM-ARQ = 'S'
               CLOSE RUN-LOG
            END-IF
            IF WK-JA-RODOU = 'S'
               DISPLAY WK-PROGRAMA-AGP ' JA TERMINOU HOJE - NAO '
                       'RELANCADO.'
               GO TO P510-FIM
            END-IF

            PERFORM P530-MONTAR-PARAMETRO THRU P530-FIM
            PERFORM P540-LANCAR-LOTE
            .
       P510-FIM.

       P520-CONFERIR-RUNLOG.
            READ RUN-LOG
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    IF RUN-PROGRAMA = WK-PROGRAMA-AGP
                       AND RUN-EVENTO-FIM
                       AND RUN-DATA-HORA(1:8) = WK-DATA-HOJE
                       AND RUN-CODIGO-RETORNO = ZEROS
                       MOVE 'S'          TO WK-JA-RODOU
                    END-IF
            END-READ
            .
       P520-FIM.

      ******************************************************************
      * P530-MONTAR-PARAMETRO: troca a marca '&...' do inicio dos
      * parametros pelo mes/ano da execucao (ver FDAGP).
      ******************************************************************
       P530-MONTAR-PARAMETRO.
            MOVE AGP-PARAMETROS          TO WK-PARAMETRO-AGENDA
            IF AGP-PARM-MARCA(1:1) NOT = '&'
               GO TO P530-FIM
            END-IF
            MOVE WK-DATA-HOJE(1:4)       TO WK-ANO-AGP
            MOVE WK-DATA-HOJE(5:2)       TO WK-MES-AGP
            MOVE SPACES                  TO WK-VALOR-MARCA
            EVALUATE TRUE
               WHEN AGP-PARM-MES-ATUAL
                  STRING WK-ANO-AGP WK-MES-AGP
                         DELIMITED BY SIZE INTO WK-VALOR-MARCA
                  END-STRING
               WHEN AGP-PARM-MES-ANTERIOR
                  IF WK-MES-AGP = 1
                     MOVE 12             TO WK-MES-AGP
                     SUBTRACT 1          FROM WK-ANO-AGP
                  ELSE
                     SUBTRACT 1          FROM WK-MES-AGP
                  END-IF
                  STRING WK-ANO-AGP WK-MES-AGP
                         DELIMITED BY SIZE INTO WK-VALOR-MARCA
                  END-STRING
               WHEN AGP-PARM-PROX-MES
                  IF WK-MES-AGP = 12
                     MOVE 1              TO WK-MES-AGP
                  ELSE
                     ADD 1               TO WK-MES-AGP
                  END-IF
                  MOVE WK-MES-AGP        TO WK-VALOR-MARCA
               WHEN AGP-PARM-ANO-ATUAL
                  MOVE WK-ANO-AGP        TO WK-VALOR-MARCA
               WHEN AGP-PARM-ANO-ANTERIOR
                  SUBTRACT 1             FROM WK-ANO-AGP
                  MOVE WK-ANO-AGP        TO WK-VALOR-MARCA
               WHEN OTHER
                  GO TO P530-FIM
            END-EVALUATE
            MOVE SPACES                  TO WK-PARAMETRO-AGENDA
            STRING WK-VALOR-MARCA DELIMITED BY SPACE
                   AGP-PARM-RESTO DELIMITED BY SPACE
                   INTO WK-PARAMETRO-AGENDA
            END-STRING
            .
       P530-FIM.

      ******************************************************************
      * P540-LANCAR-LOTE: CALL do lote com o parametro no ambiente;
      * CANCEL depois, para o proximo lancamento do mesmo programa
      * (rerun) partir da WORKING-STORAGE inicial. Programa ausente
      * sai com RC 12 no RUNLOG.
      ******************************************************************
       P540-LANCAR-LOTE.
            DISPLAY 'LANCANDO ' WK-PROGRAMA-AGP ' (VENCE HOJE) - '
                    'PARAMETROS: ' WK-PARAMETRO-AGENDA
            DISPLAY 'AGP_PARAMETRO'      UPON ENVIRONMENT-NAME
            DISPLAY WK-PARAMETRO-AGENDA  UPON ENVIRONMENT-VALUE
            IF NOT AGP-GRAVA-RUNLOG
               MOVE WK-PROGRAMA-AGP      TO LK-RUN-PROGRAMA
               MOVE 'INICIO'             TO LK-RUN-EVENTO
               MOVE ZEROS                TO LK-RUN-QTD-LIDOS
                                            LK-RUN-QTD-APLICADOS
                                            LK-RUN-QTD-REJEITADOS
                                            LK-RUN-CODIGO-RETORNO
               CALL 'RUNUTIL' USING PARAMETRES-RUN
            END-IF

            MOVE ZERO                    TO RETURN-CODE
            CALL WK-PROGRAMA-AGP
                 ON EXCEPTION
                    MOVE 12              TO RETURN-CODE
                    DISPLAY 'PROGRAMA ' WK-PROGRAMA-AGP
                            ' NAO ENCONTRADO.'
            END-CALL
            MOVE RETURN-CODE             TO WK-RC-AGP
            CANCEL WK-PROGRAMA-AGP
            MOVE SPACES                  TO WK-PARAMETRO-AGENDA
            DISPLAY 'AGP_PARAMETRO'      UPON ENVIRONMENT-NAME
            DISPLAY WK-PARAMETRO-AGENDA  UPON ENVIRONMENT-VALUE
            ADD 1                        TO WK-QTD-AGP-LANCADOS

            IF NOT AGP-GRAVA-RUNLOG OR WK-RC-AGP = 12
               MOVE WK-PROGRAMA-AGP      TO LK-RUN-PROGRAMA
               MOVE 'FIM'                TO LK-RUN-EVENTO
               MOVE ZEROS                TO LK-RUN-QTD-LIDOS
                                            LK-RUN-QTD-APLICADOS
                                            LK-RUN-QTD-REJEITADOS
               MOVE WK-RC-AGP            TO LK-RUN-CODIGO-RETORNO
               CALL 'RUNUTIL' USING PARAMETRES-RUN
            END-IF
            IF WK-RC-AGP NOT = ZEROS
               ADD 1                     TO WK-QTD-AGP-FALHAS
            END-IF
            DISPLAY WK-PROGRAMA-AGP ' TERMINOU - RC ' WK-RC-AGP
            .

      ******************************************************************
      * P590-SEMEAR-AGENDA: calendario conhecido dos lotes periodicos.
      * Mensais: AUDARCH e AUDTREND no 3o dia util; RUNTREND,
      * CUSTOREL, LGPDREL e ANIVCNTT no ultimo dia util, preparando o
      * mes seguinte, e QUALCNTT seguido do KPIREL (o painel le a
      * pontuacao de qualidade que o QUALCNTT acabou de fotografar).
      * Trimestral: USRRECER no ultimo dia util do trimestre. Anuais:
      * PROGALU no 5o dia util de janeiro (ano anterior) e CENSOEXP
      * no 10o dia util de marco.
      ******************************************************************
       P590-SEMEAR-AGENDA.
            OPEN OUTPUT AGENDA-PERIODICA
            MOVE '* PROGRAMA F R OR MS L PARAMETROS'
                                         TO REG-AGENDA-PER
            WRITE REG-AGENDA-PER
            MOVE 'AUDARCH  M U 03 00 N 0000'
                                         TO REG-AGENDA-PER
            WRITE REG-AGENDA-PER
            MOVE 'AUDTREND M U 03 00 N'  TO REG-AGENDA-PER
            WRITE REG-AGENDA-PER
            MOVE 'RUNTREND M F 00 00 S'  TO REG-AGENDA-PER
            WRITE REG-AGENDA-PER
            MOVE 'CUSTOREL M F 00 00 S &MESATU'
                                         TO REG-AGENDA-PER
            WRITE REG-AGENDA-PER
            MOVE 'LGPDREL  M F 00 00 N'  TO REG-AGENDA-PER
            WRITE REG-AGENDA-PER
            MOVE 'ANIVCNTT M F 00 00 N &PROXMM S'
                                         TO REG-AGENDA-PER
            WRITE REG-AGENDA-PER
            MOVE 'QUALCNTT M F 00 00 N'  TO REG-AGENDA-PER
            WRITE REG-AGENDA-PER
            MOVE 'KPIREL   M F 00 00 S &MESATU'
                                         TO REG-AGENDA-PER
            WRITE REG-AGENDA-PER
            MOVE 'USRRECER T F 00 03 N'  TO REG-AGENDA-PER
            WRITE REG-AGENDA-PER
            MOVE 'PROGALU  A U 05 01 S &ANOANT'
                                         TO REG-AGENDA-PER
            WRITE REG-AGENDA-PER
            MOVE 'CENSOEXP A U 10 03 S &ANOANT 2'
                                         TO REG-AGENDA-PER
            WRITE REG-AGENDA-PER
            CLOSE AGENDA-PERIODICA
            DISPLAY 'TABELA AGPMSTR CRIADA COM OS LOTES PERIODICOS '
                    'CONHECIDOS.'
            .

       P800-REGISTRAR-RECUSA.
            OPEN EXTEND LOG-RECUSAS
            IF WK-FS-RECUSAS = '35'
