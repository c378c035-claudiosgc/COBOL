      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: DEMONSTRATIVO MENSAL DE HORAS-AULA POR PROFESSOR PARA
      *          A FOLHA. A FOLHA PAGA O PROFESSOR PELA AULA DADA E O
      *          RH CONTAVA NA MAO, PELA GRADE DO HORMSTR E PELO
      *          CALENDARIO DE FERIADOS. ESTE LOTE EXPANDE A GRADE DE
      *          CADA PROFESSOR SOBRE OS DIAS UTEIS DA COMPETENCIA
      *          (CALMSTR VIA DATEUTIL 'U'), DESCONTA AS AULAS
      *          FALTADAS E SOMA AS DADAS EM SUBSTITUICAO A COLEGAS
      *          (AMBAS DO COBMSTR, MANTIDO PELO AUSPROF). EMITE O
      *          DEMONSTRATIVO EM HORAPREL E A INTERFACE DE LAYOUT
      *          FIXO DA FOLHA EM HORAPARQ (LAYOUTHP), COM A MESMA
      *          MOLDURA DE HEADER/TRAILER E SEQUENCIA DE TRANSMISSAO
      *          DAS DEMAIS INTERFACES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORAPAG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELHOR'.
           COPY 'SELCOB'.
           SELECT ARQ-HORAPAG
               ASSIGN TO "HORAPARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-HORAPAG.
           SELECT RELATORIO-HORAS
               ASSIGN TO "HORAPREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDHOR'.
           COPY 'FDCOB'.
       FD  ARQ-HORAPAG
           LABEL RECORD IS STANDARD.
           COPY 'LAYOUTHP'.
       FD  RELATORIO-HORAS
           LABEL RECORD IS STANDARD.
       01  HRS-REC                      PIC X(80).
       WORKING-STORAGE SECTION.
       77  WK-FS-HORARIO                PIC X(02) VALUE SPACES.
       77  WK-FS-COBERTURA              PIC X(02) VALUE SPACES.
       77  WK-FS-HORAPAG                PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-FIM-HOR                   PIC X(01) VALUE 'N'.
       77  WK-FIM-COB                   PIC X(01) VALUE 'N'.
       77  WK-ANO-INF                   PIC 9(05) VALUE ZEROS.
       77  WK-DATA-PRIMEIRO             PIC 9(08) VALUE ZEROS.
       77  WK-DATA-ULTIMO               PIC 9(08) VALUE ZEROS.
       77  WK-DATA-CORRENTE             PIC 9(08) VALUE ZEROS.
       77  WK-DIAS-CORRIDOS             PIC 9(07) VALUE ZEROS.
       77  WK-DIAS-LIMITE               PIC 9(07) VALUE ZEROS.
       77  WK-DIA-SEMANA                PIC 9(01) VALUE ZEROS.
       77  WK-IDX-DIA                   PIC 9(01) VALUE ZEROS.
       77  WK-IDX-PROF                  PIC 9(03) VALUE ZEROS.
       77  WK-IDX-ACHADO                PIC 9(03) VALUE ZEROS.
       77  WK-QTDE-PROF                 PIC 9(03) VALUE ZEROS.
       77  WK-PROF-PROCURADO            PIC X(08) VALUE SPACES.
       77  WK-QTD-DIAS-UTEIS            PIC 9(02) VALUE ZEROS.
       77  WK-QTD-EXPORTADOS            PIC 9(06) VALUE ZEROS.
       77  WK-QTD-COB-LIDAS             PIC 9(06) VALUE ZEROS.
       77  WK-QTD-ESTOURO               PIC 9(05) VALUE ZEROS.
       77  WK-HASH-AULAS                PIC 9(15) VALUE ZEROS.
       77  WK-PAGAS-CALC                PIC S9(05) VALUE ZEROS.
       77  WK-TOT-PREVISTAS             PIC 9(06) VALUE ZEROS.
       77  WK-TOT-FALTADAS              PIC 9(06) VALUE ZEROS.
       77  WK-TOT-SUBSTITUICAO          PIC 9(06) VALUE ZEROS.
       77  WK-TOT-PAGAS                 PIC 9(06) VALUE ZEROS.
       01  WK-COMPETENCIA               PIC 9(06) VALUE ZEROS.
       01  WK-COMPETENCIA-R REDEFINES WK-COMPETENCIA.
           05 WK-COMP-ANO               PIC 9(04).
           05 WK-COMP-MES               PIC 9(02).
       01  WK-DIAS-UTEIS-SEMANA.
           05 WK-UTEIS-DIA              PIC 9(02) OCCURS 7 TIMES.
       01  WK-TABELA-PROFESSORES.
           05 WK-PF                     OCCURS 300 TIMES.
               10 WK-PF-ID              PIC X(08).
               10 WK-PF-GRADE-DIA       PIC 9(02) OCCURS 7 TIMES.
               10 WK-PF-PREVISTAS       PIC 9(04).
               10 WK-PF-FALTADAS        PIC 9(04).
               10 WK-PF-SUBSTITUICAO    PIC 9(04).
               10 WK-PF-PAGAS           PIC 9(04).
       01  WK-HEADER.
           03 WK-HDR-TIPO               PIC X(01) VALUE 'H'.
           03 WK-HDR-ORIGEM             PIC X(08).
           03 WK-HDR-DATA               PIC 9(08).
           03 WK-HDR-VERSAO             PIC X(04).
           03 WK-HDR-SEQUENCIA          PIC 9(06).
       01  WK-TRAILER.
           03 WK-TRL-TIPO               PIC X(01) VALUE 'T'.
           03 WK-TRL-CONTAGEM           PIC 9(09).
           03 WK-TRL-HASH               PIC 9(15).
       01  WK-LINHA-DET.
           05 WK-DET-PROFESSOR          PIC X(08).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WK-DET-PREVISTAS          PIC ZZZ9.
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 WK-DET-FALTADAS           PIC ZZZ9.
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 WK-DET-SUBSTITUICAO       PIC ZZZ9.
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 WK-DET-PAGAS              PIC ZZZ9.
       01  WK-LINHA-TOT.
           05 FILLER                    PIC X(08) VALUE 'TOTAL'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WK-TOT-ED-PREVISTAS       PIC ZZZZZ9.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WK-TOT-ED-FALTADAS        PIC ZZZZZ9.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WK-TOT-ED-SUBSTITUICAO    PIC ZZZZZ9.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WK-TOT-ED-PAGAS           PIC ZZZZZ9.
           COPY 'PARMDATE'.
           COPY 'PARMTRN'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'HORAPAG'               TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY '*** DEMONSTRATIVO DE HORAS-AULA P/ FOLHA ***'
            DISPLAY 'COMPETENCIA (AAAAMM)........: '
            ACCEPT WK-COMPETENCIA
            DISPLAY 'ANO-SEMESTRE DA GRADE (AAAAS): '
            ACCEPT WK-ANO-INF
            IF WK-COMP-MES < 1 OR WK-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA.'
               STOP RUN
            END-IF

            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P200-CONTAR-DIAS-UTEIS
            PERFORM P300-CARREGAR-GRADE
            PERFORM P400-APURAR-COBERTURAS
            PERFORM P500-EMITIR THRU P500-FIM
                    VARYING WK-IDX-PROF FROM 1 BY 1
                    UNTIL WK-IDX-PROF > WK-QTDE-PROF
            PERFORM P900-FINALIZAR
            STOP RUN
            .

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT HORARIO-MASTER
            IF WK-FS-HORARIO = '35'
               DISPLAY 'NAO HA GRADE HORARIA (HORMSTR).'
               STOP RUN
            END-IF
            OPEN INPUT COBERTURA-MASTER
            IF WK-FS-COBERTURA = '35'
               OPEN OUTPUT COBERTURA-MASTER
               CLOSE COBERTURA-MASTER
               OPEN INPUT COBERTURA-MASTER
            END-IF
            OPEN OUTPUT ARQ-HORAPAG
            OPEN OUTPUT RELATORIO-HORAS

            SET LK-TRN-REG-SAIDA         TO TRUE
            MOVE 'HORAPARQ'              TO LK-TRN-ARQUIVO
            MOVE 'HORAPAG'               TO LK-TRN-PROGRAMA
            CALL 'TRNUTIL' USING PARAMETRES-TRN

            MOVE 'HORAPAG'               TO WK-HDR-ORIGEM
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-HDR-DATA
            MOVE 'V001'                  TO WK-HDR-VERSAO
            MOVE LK-TRN-SEQUENCIA        TO WK-HDR-SEQUENCIA
            MOVE SPACES                  TO REG-HORAPAG
            WRITE REG-HORAPAG FROM WK-HEADER

            MOVE SPACES                  TO HRS-REC
            STRING 'DEMONSTRATIVO DE HORAS-AULA - COMPETENCIA '
                   WK-COMP-MES '/' WK-COMP-ANO
                   ' - GRADE ' WK-ANO-INF
                   DELIMITED BY SIZE INTO HRS-REC
            END-STRING
            WRITE HRS-REC
            MOVE 'PROFESSOR   PREVISTAS  FALTADAS  SUBSTIT.     PAGAS'
                                         TO HRS-REC
            WRITE HRS-REC
            .

      ******************************************************************
      * P200-CONTAR-DIAS-UTEIS: quantos dias uteis de cada dia da
      * semana cabem na competencia - feriado do CALMSTR e fim de
      * semana ficam de fora pelo DATEUTIL 'U', como no AUSPROF.
      ******************************************************************
       P200-CONTAR-DIAS-UTEIS.
            INITIALIZE WK-DIAS-UTEIS-SEMANA
            COMPUTE WK-DATA-PRIMEIRO = WK-COMPETENCIA * 100 + 1
            IF WK-COMP-MES = 12
               COMPUTE WK-DATA-ULTIMO =
                       (WK-COMP-ANO + 1) * 10000 + 101
            ELSE
               COMPUTE WK-DATA-ULTIMO = WK-DATA-PRIMEIRO + 100
            END-IF
            COMPUTE WK-DIAS-LIMITE =
                    FUNCTION INTEGER-OF-DATE(WK-DATA-ULTIMO) - 1
            COMPUTE WK-DATA-ULTIMO =
                    FUNCTION DATE-OF-INTEGER(WK-DIAS-LIMITE)
            COMPUTE WK-DIAS-CORRIDOS =
                    FUNCTION INTEGER-OF-DATE(WK-DATA-PRIMEIRO)
            PERFORM P210-UM-DIA THRU P210-FIM
                    UNTIL WK-DIAS-CORRIDOS > WK-DIAS-LIMITE
            .

       P210-UM-DIA.
            COMPUTE WK-DATA-CORRENTE =
                    FUNCTION DATE-OF-INTEGER(WK-DIAS-CORRIDOS)
            COMPUTE WK-DIA-SEMANA =
                    FUNCTION MOD(WK-DIAS-CORRIDOS - 1, 7) + 1

            MOVE WK-DATA-CORRENTE        TO LK-DATA-ENTRADA
            MOVE 'U'                     TO LK-FUNCAO
            SET LK-SAIDA-AAAAMMDD        TO TRUE
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            MOVE 'V'                     TO LK-FUNCAO

            IF LK-STATUS-OK OF PARAMETRES-DATA AND LK-E-DIA-UTIL
               ADD 1                     TO WK-UTEIS-DIA(WK-DIA-SEMANA)
               ADD 1                     TO WK-QTD-DIAS-UTEIS
            END-IF
            ADD 1                        TO WK-DIAS-CORRIDOS
            .
       P210-FIM.

      ******************************************************************
      * P300-CARREGAR-GRADE: cada aula do HORMSTR no periodo soma um
      * na coluna do dia da semana do professor; a previsao do mes e
      * essa grade vezes os dias uteis de cada dia da semana.
      ******************************************************************
       P300-CARREGAR-GRADE.
            INITIALIZE WK-TABELA-PROFESSORES
            MOVE 'N'                     TO WK-FIM-HOR
            MOVE WK-ANO-INF              TO HOR-ANO-SEMESTRE
            MOVE ZEROS                   TO HOR-DIA-SEMANA
                                            HOR-PERIODO
            MOVE LOW-VALUES              TO HOR-MATERIA
            START HORARIO-MASTER KEY IS NOT LESS THAN HOR-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-HOR
            END-START
            PERFORM P310-LER-AULA THRU P310-FIM
                    UNTIL WK-FIM-HOR = 'S'
            IF WK-QTDE-PROF = ZEROS
               DISPLAY 'GRADE ' WK-ANO-INF ' SEM AULAS NO HORMSTR.'
            END-IF
            .

       P310-LER-AULA.
            READ HORARIO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-HOR
                    GO TO P310-FIM
            END-READ
            IF HOR-ANO-SEMESTRE NOT = WK-ANO-INF
               MOVE 'S'                  TO WK-FIM-HOR
               GO TO P310-FIM
            END-IF
            IF HOR-PROFESSOR = SPACES
               GO TO P310-FIM
            END-IF
            MOVE HOR-PROFESSOR           TO WK-PROF-PROCURADO
            PERFORM P600-LOCALIZAR-PROFESSOR THRU P600-FIM
            IF WK-IDX-PROF > ZEROS
               ADD 1 TO WK-PF-GRADE-DIA(WK-IDX-PROF HOR-DIA-SEMANA)
            END-IF
            .
       P310-FIM.

      ******************************************************************
      * P400-APURAR-COBERTURAS: o COBMSTR tem uma linha por aula de
      * professor ausente na data - e aula faltada do ausente e, se
      * coberta, aula de substituicao de quem cobriu.
      ******************************************************************
       P400-APURAR-COBERTURAS.
            MOVE 'N'                     TO WK-FIM-COB
            MOVE WK-DATA-PRIMEIRO        TO COB-DATA
            MOVE ZEROS                   TO COB-PERIODO
            MOVE LOW-VALUES              TO COB-MATERIA
            START COBERTURA-MASTER KEY IS NOT LESS THAN COB-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-COB
            END-START
            PERFORM P410-LER-COBERTURA THRU P410-FIM
                    UNTIL WK-FIM-COB = 'S'
            .

       P410-LER-COBERTURA.
            READ COBERTURA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-COB
                    GO TO P410-FIM
            END-READ
            IF COB-DATA > WK-DATA-ULTIMO
               MOVE 'S'                  TO WK-FIM-COB
               GO TO P410-FIM
            END-IF
            ADD 1                        TO WK-QTD-COB-LIDAS

            MOVE COB-PROFESSOR-AUSENTE   TO WK-PROF-PROCURADO
            PERFORM P600-LOCALIZAR-PROFESSOR THRU P600-FIM
            IF WK-IDX-PROF > ZEROS
               ADD 1                     TO WK-PF-FALTADAS(WK-IDX-PROF)
            END-IF

            IF COB-COBERTA AND COB-SUBSTITUTO NOT = SPACES
               MOVE COB-SUBSTITUTO       TO WK-PROF-PROCURADO
               PERFORM P600-LOCALIZAR-PROFESSOR THRU P600-FIM
               IF WK-IDX-PROF > ZEROS
                  ADD 1 TO WK-PF-SUBSTITUICAO(WK-IDX-PROF)
               END-IF
            END-IF
            .
       P410-FIM.

      ******************************************************************
      * P500-EMITIR: previstas = grade x dias uteis; pagas = previstas
      * - faltadas + substituicao, nunca negativa (falta lancada sobre
      * grade de outro periodo nao pode gerar desconto alem da grade).
      ******************************************************************
       P500-EMITIR.
            MOVE ZEROS                   TO WK-PF-PREVISTAS(WK-IDX-PROF)
            PERFORM P510-SOMAR-DIA THRU P510-FIM
                    VARYING WK-IDX-DIA FROM 1 BY 1
                    UNTIL WK-IDX-DIA > 7
            COMPUTE WK-PAGAS-CALC = WK-PF-PREVISTAS(WK-IDX-PROF)
                                  - WK-PF-FALTADAS(WK-IDX-PROF)
                                  + WK-PF-SUBSTITUICAO(WK-IDX-PROF)
            IF WK-PAGAS-CALC < ZEROS
               MOVE ZEROS                TO WK-PAGAS-CALC
            END-IF
            MOVE WK-PAGAS-CALC           TO WK-PF-PAGAS(WK-IDX-PROF)

            MOVE SPACES                  TO REG-HORAPAG
            MOVE 'D'                     TO HP-TIPO-REG
            MOVE WK-PF-ID(WK-IDX-PROF)   TO HP-PROFESSOR
            MOVE WK-COMPETENCIA          TO HP-COMPETENCIA
            MOVE WK-PF-PREVISTAS(WK-IDX-PROF) TO HP-AULAS-PREVISTAS
            MOVE WK-PF-FALTADAS(WK-IDX-PROF)  TO HP-AULAS-FALTADAS
            MOVE WK-PF-SUBSTITUICAO(WK-IDX-PROF)
                                         TO HP-AULAS-SUBSTITUICAO
            MOVE WK-PF-PAGAS(WK-IDX-PROF) TO HP-AULAS-PAGAS
            WRITE REG-HORAPAG
            ADD 1                        TO WK-QTD-EXPORTADOS
            ADD WK-PF-PAGAS(WK-IDX-PROF) TO WK-HASH-AULAS

            MOVE WK-PF-ID(WK-IDX-PROF)   TO WK-DET-PROFESSOR
            MOVE WK-PF-PREVISTAS(WK-IDX-PROF) TO WK-DET-PREVISTAS
            MOVE WK-PF-FALTADAS(WK-IDX-PROF)  TO WK-DET-FALTADAS
            MOVE WK-PF-SUBSTITUICAO(WK-IDX-PROF)
                                         TO WK-DET-SUBSTITUICAO
            MOVE WK-PF-PAGAS(WK-IDX-PROF) TO WK-DET-PAGAS
            WRITE HRS-REC FROM WK-LINHA-DET

            ADD WK-PF-PREVISTAS(WK-IDX-PROF)    TO WK-TOT-PREVISTAS
            ADD WK-PF-FALTADAS(WK-IDX-PROF)     TO WK-TOT-FALTADAS
            ADD WK-PF-SUBSTITUICAO(WK-IDX-PROF) TO WK-TOT-SUBSTITUICAO
            ADD WK-PF-PAGAS(WK-IDX-PROF)        TO WK-TOT-PAGAS
            .
       P500-FIM.

       P510-SOMAR-DIA.
            COMPUTE WK-PF-PREVISTAS(WK-IDX-PROF) =
                    WK-PF-PREVISTAS(WK-IDX-PROF)
                  + WK-PF-GRADE-DIA(WK-IDX-PROF WK-IDX-DIA)
                  * WK-UTEIS-DIA(WK-IDX-DIA)
            .
       P510-FIM.

      ******************************************************************
      * P600-LOCALIZAR-PROFESSOR: devolve em WK-IDX-PROF a linha do
      * professor na tabela, incluindo-o se ainda nao estiver; zero
      * se a tabela estourou (contado e avisado no final).
      ******************************************************************
       P600-LOCALIZAR-PROFESSOR.
            MOVE ZEROS                   TO WK-IDX-ACHADO
            PERFORM P610-COMPARAR THRU P610-FIM
                    VARYING WK-IDX-PROF FROM 1 BY 1
                    UNTIL WK-IDX-PROF > WK-QTDE-PROF
                       OR WK-IDX-ACHADO > ZEROS
            IF WK-IDX-ACHADO = ZEROS
               IF WK-QTDE-PROF < 300
                  ADD 1                  TO WK-QTDE-PROF
                  MOVE WK-QTDE-PROF      TO WK-IDX-ACHADO
                  MOVE WK-PROF-PROCURADO TO WK-PF-ID(WK-IDX-ACHADO)
               ELSE
                  ADD 1                  TO WK-QTD-ESTOURO
               END-IF
            END-IF
            MOVE WK-IDX-ACHADO           TO WK-IDX-PROF
            .
       P600-FIM.

       P610-COMPARAR.
            IF WK-PF-ID(WK-IDX-PROF) = WK-PROF-PROCURADO
               MOVE WK-IDX-PROF          TO WK-IDX-ACHADO
            END-IF
            .
       P610-FIM.

       P900-FINALIZAR.
            MOVE WK-QTD-EXPORTADOS       TO WK-TRL-CONTAGEM
            MOVE WK-HASH-AULAS           TO WK-TRL-HASH
            MOVE SPACES                  TO REG-HORAPAG
            WRITE REG-HORAPAG FROM WK-TRAILER

            MOVE WK-TOT-PREVISTAS        TO WK-TOT-ED-PREVISTAS
            MOVE WK-TOT-FALTADAS         TO WK-TOT-ED-FALTADAS
            MOVE WK-TOT-SUBSTITUICAO     TO WK-TOT-ED-SUBSTITUICAO
            MOVE WK-TOT-PAGAS            TO WK-TOT-ED-PAGAS
            WRITE HRS-REC FROM WK-LINHA-TOT
            MOVE SPACES                  TO HRS-REC
            STRING 'DIAS UTEIS NA COMPETENCIA: ' WK-QTD-DIAS-UTEIS
                   DELIMITED BY SIZE INTO HRS-REC
            END-STRING
            WRITE HRS-REC

            CLOSE HORARIO-MASTER COBERTURA-MASTER
            CLOSE ARQ-HORAPAG RELATORIO-HORAS
            DISPLAY 'DIAS UTEIS NA COMPETENCIA.: ' WK-QTD-DIAS-UTEIS
            DISPLAY 'PROFESSORES NA INTERFACE..: ' WK-QTD-EXPORTADOS
            DISPLAY 'AULAS COBMSTR NO MES......: ' WK-QTD-COB-LIDAS
            DISPLAY 'TOTAL DE AULAS A PAGAR....: ' WK-TOT-PAGAS
            IF WK-QTD-ESTOURO > ZEROS
               DISPLAY 'TABELA DE PROFESSORES CHEIA - '
                       WK-QTD-ESTOURO ' LANCAMENTO(S) IGNORADO(S).'
            END-IF
            DISPLAY 'INTERFACE EM HORAPARQ; DEMONSTRATIVO EM HORAPREL.'

            MOVE 'HORAPAG'               TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-COB-LIDAS        TO LK-RUN-QTD-LIDOS
            MOVE WK-QTD-EXPORTADOS       TO LK-RUN-QTD-APLICADOS
            MOVE WK-QTD-ESTOURO          TO LK-RUN-QTD-REJEITADOS
            MOVE ZEROS                   TO LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM HORAPAG.
