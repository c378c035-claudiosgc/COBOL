      *          RELATORIO POR SERIE EM PROGREL PARA A SECRETARIA
      *          REVISAR - A MATRICULA DO ANO SEGUINTE JA ENCONTRA A
      *          SERIE CERTA.
      * Modification History:
      *   15/10/2026 CS  Materia obrigatoria da matriz curricular
      *                  (CURMSTR) nao cursada no ano retem o aluno
      *                  e sai listada no PROGREL.
      *   15/10/2026 CS  Promovido com dependencia ('D'): reprovado
      *                  em ate DEPEND-MAX-MATERIAS (CFGMSTR) passa
      *                  de ano e cada materia pendente e gravada no
      *                  DEPMSTR com o periodo de origem.
      *   15/10/2026 CS  Termina com GOBACK em vez de STOP RUN - o
      *                  CICLCTRL (passo AGENDA) chama este lote no
      *                  vencimento da AGPMSTR. Com AGP_PARAMETRO no
      *                  ambiente, o parametro vem dali e nada e
      *                  perguntado no console.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY 'SELALID'.
           COPY 'SELALUNO'.
           COPY 'SELCUR'.
           COPY 'SELDEP'.
           COPY 'SELOFE'.
           SELECT RELATORIO-PROGRESSAO
               ASSIGN TO "PROGREL"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY 'FDALID'.
           COPY 'FDALUNO'.
           COPY 'FDCUR'.
           COPY 'FDDEP'.
           COPY 'FDOFE'.
       FD  RELATORIO-PROGRESSAO
           LABEL RECORD IS STANDARD.
       01  PROG-REC                     PIC X(100).
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNO                  PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-FS-CURRICULO              PIC X(02) VALUE SPACES.
       77  WK-TEM-CURRICULO             PIC X(01) VALUE 'N'.
       77  WK-FIM-MATRIZ                PIC X(01) VALUE 'N'.
       77  WK-CURSOU                    PIC X(01) VALUE 'N'.
       77  WK-QTD-RETIDOS-MATRIZ        PIC 9(05) VALUE ZEROS.
       01  WK-TABELA-FALTANTES.
           03 WK-QTD-FALTANTES          PIC 9(02) VALUE ZEROS.
           03 WK-FALTANTE               PIC X(15) OCCURS 20 TIMES.
       77  WK-IDX-FALTANTE              PIC 9(02) VALUE ZEROS.
       77  WK-FS-DEPENDENCIA            PIC X(02) VALUE SPACES.
       77  WK-FS-OFERTA                 PIC X(02) VALUE SPACES.
       77  WK-TEM-OFERTA                PIC X(01) VALUE 'N'.
       77  WK-LIMITE-DEPEND             PIC 9(02) VALUE 1.
       77  WK-QTD-PROMOVIDOS-DEP        PIC 9(05) VALUE ZEROS.
       77  WK-QTD-DEP-GRAVADAS          PIC 9(05) VALUE ZEROS.
       77  WK-DEP-JA-ABERTA             PIC X(01) VALUE 'N'.
       77  WK-FIM-DEP                   PIC X(01) VALUE 'N'.
      *    Materias reprovadas do aluno no ano (reprovacao numa
      *    oferta de dependencia entra com a materia de origem).
       01  WK-TABELA-REPROVADAS.
           03 WK-REPROVADA OCCURS 20 TIMES.
               05 WK-RP-MATERIA         PIC X(15).
               05 WK-RP-PERIODO         PIC 9(05).
       77  WK-IDX-REPROVADA             PIC 9(02) VALUE ZEROS.
       77  WK-FIM-ALUNOS                PIC X(01) VALUE 'N'.
       77  WK-FIM-NOTAS                 PIC X(01) VALUE 'N'.
       77  WK-ANO-FECHADO               PIC 9(04) VALUE ZEROS.
       77  WK-PARAMETRO-AGENDA          PIC X(20) VALUE SPACES.
       77  WK-SEM1                      PIC 9(05) VALUE ZEROS.
       77  WK-SEM2                      PIC 9(05) VALUE ZEROS.
       77  WK-LIMITE-REPROV             PIC 9(02) VALUE 3.
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY '*** PROGRESSAO DE SERIE - FECHAMENTO DE ANO ***'
            DISPLAY 'AGP_PARAMETRO'      UPON ENVIRONMENT-NAME
            ACCEPT WK-PARAMETRO-AGENDA   FROM ENVIRONMENT-VALUE
            IF WK-PARAMETRO-AGENDA NOT = SPACES
               MOVE WK-PARAMETRO-AGENDA(1:4) TO WK-ANO-FECHADO
            ELSE
               DISPLAY 'ANO A FECHAR (AAAA): '
               ACCEPT WK-ANO-FECHADO
            END-IF
            COMPUTE WK-SEM1 = (WK-ANO-FECHADO * 10) + 1
            COMPUTE WK-SEM2 = (WK-ANO-FECHADO * 10) + 2

            DISPLAY WK-LIMITE-REPROV ' REPROVACAO(OES) OU MAIS '
                    'SEGURAM O ALUNO NA SERIE.'

            MOVE 'DEPEND-MAX-MATERIAS'   TO LK-CFG-CHAVE
            MOVE 1                       TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-LIMITE-DEPEND
            DISPLAY 'ATE ' WK-LIMITE-DEPEND ' REPROVACAO(OES) PASSA '
                    'DE ANO COM DEPENDENCIA.'

            OPEN I-O ALUNO-IDENTIDADE
            IF WK-FS-ALUNOID = '35'
               DISPLAY 'NAO HA CADASTRO DE ALUNOS (ALUNOID).'
               GOBACK
            END-IF
            OPEN INPUT ALUNO-MASTER
            IF WK-FS-ALUNO = '35'
               DISPLAY 'NAO HA MESTRE DE NOTAS (ALUNOMST).'
               CLOSE ALUNO-IDENTIDADE
               GOBACK
            END-IF
            OPEN INPUT CURRICULO-MASTER
            IF WK-FS-CURRICULO = '00'
               MOVE 'S'                  TO WK-TEM-CURRICULO
            ELSE
               DISPLAY 'SEM MATRIZ CURRICULAR (CURMSTR) - MATERIAS '
                       'OBRIGATORIAS NAO VERIFICADAS.'
            END-IF
            OPEN I-O DEPENDENCIA-MASTER
            IF WK-FS-DEPENDENCIA = '35'
               OPEN OUTPUT DEPENDENCIA-MASTER
               CLOSE DEPENDENCIA-MASTER
               OPEN I-O DEPENDENCIA-MASTER
            END-IF
            OPEN INPUT OFERTA-MASTER
            IF WK-FS-OFERTA = '00'
               MOVE 'S'                  TO WK-TEM-OFERTA
            END-IF
            OPEN OUTPUT RELATORIO-PROGRESSAO
            MOVE SPACES                  TO PROG-REC
                    UNTIL WK-FIM-ALUNOS = 'S'

            PERFORM P900-FINALIZAR
            GOBACK
            .

       P200-PROCESSAR-ALUNO.
               GO TO P300-FIM
            END-IF

            MOVE ZEROS                   TO WK-QTD-FALTANTES
            IF WK-TEM-CURRICULO = 'S'
               PERFORM P400-VERIFICAR-MATRIZ THRU P400-FIM
            END-IF

            MOVE MAT-SERIE               TO WK-SERIE-ANTERIOR
            EVALUATE TRUE
               WHEN WK-QTD-REPROVADAS >= WK-LIMITE-REPROV
               WHEN WK-QTD-REPROVADAS > WK-LIMITE-DEPEND
               WHEN WK-QTD-FALTANTES > ZEROS
                  SET MAT-RETIDO         TO TRUE
                  ADD 1                  TO WK-QTD-RETIDOS
                  IF WK-QTD-FALTANTES > ZEROS
                     ADD 1               TO WK-QTD-RETIDOS-MATRIZ
                  END-IF
               WHEN WK-QTD-REPROVADAS > ZEROS
                  SET MAT-PROMOVIDO-DEP  TO TRUE
                  ADD 1                  TO MAT-SERIE
                  ADD 1                  TO WK-QTD-PROMOVIDOS-DEP
               WHEN OTHER
                  SET MAT-PROMOVIDO      TO TRUE
                  ADD 1                  TO MAT-SERIE
                  ADD 1                  TO WK-QTD-PROMOVIDOS
            END-EVALUATE
            REWRITE REG-ALUNO-ID

            MOVE SPACES                  TO PROG-REC
                   DELIMITED BY SIZE INTO PROG-REC
            END-STRING
            WRITE PROG-REC
            PERFORM P450-LISTAR-FALTANTE
                    VARYING WK-IDX-FALTANTE FROM 1 BY 1
                    UNTIL WK-IDX-FALTANTE > WK-QTD-FALTANTES
            IF MAT-PROMOVIDO-DEP
               PERFORM P500-GRAVAR-DEPENDENCIA THRU P500-FIM
                       VARYING WK-IDX-REPROVADA FROM 1 BY 1
                       UNTIL WK-IDX-REPROVADA > WK-QTD-REPROVADAS
                          OR WK-IDX-REPROVADA > 20
            END-IF
            .
       P300-FIM.

                          ADD 1          TO WK-QTD-MATERIAS
                          IF AL-STATUS(1:9) = 'REPROVADO'
                             ADD 1       TO WK-QTD-REPROVADAS
                             PERFORM P320-GUARDAR-REPROVADA
                                     THRU P320-FIM
                          END-IF
                       END-IF
                    END-IF
            .
       P310-FIM.

       P320-GUARDAR-REPROVADA.
            IF WK-QTD-REPROVADAS > 20
               GO TO P320-FIM
            END-IF
            MOVE AL-MATERIA        TO WK-RP-MATERIA(WK-QTD-REPROVADAS)
            MOVE AL-ANO-SEMESTRE   TO WK-RP-PERIODO(WK-QTD-REPROVADAS)
            IF WK-TEM-OFERTA = 'S'
               MOVE AL-ANO-SEMESTRE      TO OFE-ANO-SEMESTRE
               MOVE AL-MATERIA           TO OFE-MATERIA
               READ OFERTA-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF OFE-DEPENDENCIA-DE NOT = SPACES
                          MOVE OFE-DEPENDENCIA-DE TO
                               WK-RP-MATERIA(WK-QTD-REPROVADAS)
                       END-IF
               END-READ
            END-IF
            .
       P320-FIM.

      ******************************************************************
      * P400-VERIFICAR-MATRIZ: percorre a matriz do ano fechado para
      * a serie atual do aluno; cada materia OBRIGATORIA precisa de
      * registro fechado no ALUNOMST em um dos dois semestres. A que
      * faltar e impedimento de promocao, qualquer que seja o numero
      * de reprovacoes. Serie sem matriz no ano nao e verificada.
      ******************************************************************
       P400-VERIFICAR-MATRIZ.
            MOVE 'N'                     TO WK-FIM-MATRIZ
            MOVE WK-ANO-FECHADO          TO CUR-ANO
            MOVE MAT-SERIE               TO CUR-SERIE
            MOVE LOW-VALUES              TO CUR-MATERIA
            START CURRICULO-MASTER KEY IS NOT LESS THAN CUR-CHAVE
                INVALID KEY
                   GO TO P400-FIM
            END-START
            PERFORM P410-LER-MATRIZ THRU P410-FIM
                    UNTIL WK-FIM-MATRIZ = 'S'
            .
       P400-FIM.

       P410-LER-MATRIZ.
            READ CURRICULO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-MATRIZ
                    GO TO P410-FIM
            END-READ
            IF CUR-ANO NOT = WK-ANO-FECHADO
               OR CUR-SERIE NOT = MAT-SERIE
               MOVE 'S'                  TO WK-FIM-MATRIZ
               GO TO P410-FIM
            END-IF
            IF NOT CUR-OBRIGATORIA
               GO TO P410-FIM
            END-IF
            MOVE 'N'                     TO WK-CURSOU
            MOVE MAT-MATRICULA           TO AL-MATRICULA
            MOVE WK-SEM1                 TO AL-ANO-SEMESTRE
            MOVE CUR-MATERIA             TO AL-MATERIA
            PERFORM P420-LER-NOTA
            IF WK-CURSOU = 'N'
               MOVE WK-SEM2              TO AL-ANO-SEMESTRE
               PERFORM P420-LER-NOTA
            END-IF
            IF WK-CURSOU = 'N' AND WK-QTD-FALTANTES < 20
               ADD 1                     TO WK-QTD-FALTANTES
               MOVE CUR-MATERIA     TO WK-FALTANTE(WK-QTD-FALTANTES)
            END-IF
            .
       P410-FIM.

       P420-LER-NOTA.
            READ ALUNO-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF AL-STATUS NOT = SPACES
                       MOVE 'S'          TO WK-CURSOU
                    END-IF
            END-READ
            .

       P450-LISTAR-FALTANTE.
            MOVE SPACES                  TO PROG-REC
            STRING '          MATERIA OBRIGATORIA NAO CURSADA: '
                   WK-FALTANTE(WK-IDX-FALTANTE)
                   DELIMITED BY SIZE INTO PROG-REC
            END-STRING
            WRITE PROG-REC
            .

      ******************************************************************
      * P500-GRAVAR-DEPENDENCIA: uma dependencia aberta por materia
      * reprovada. Se a materia ja tem dependencia aberta (reprovou
      * de novo na turma de dependencia), a original continua valendo
      * e nada novo e gravado.
      ******************************************************************
       P500-GRAVAR-DEPENDENCIA.
            MOVE 'N'                     TO WK-DEP-JA-ABERTA
            MOVE 'N'                     TO WK-FIM-DEP
            MOVE MAT-MATRICULA           TO DEP-MATRICULA
            MOVE WK-RP-MATERIA(WK-IDX-REPROVADA) TO DEP-MATERIA
            MOVE ZEROS                   TO DEP-PERIODO-ORIGEM
            START DEPENDENCIA-MASTER KEY IS NOT LESS THAN DEP-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-DEP
            END-START
            PERFORM P510-PROCURAR-ABERTA THRU P510-FIM
                    UNTIL WK-FIM-DEP = 'S'
            IF WK-DEP-JA-ABERTA = 'S'
               GO TO P500-FIM
            END-IF

            MOVE MAT-MATRICULA           TO DEP-MATRICULA
            MOVE WK-RP-MATERIA(WK-IDX-REPROVADA) TO DEP-MATERIA
            MOVE WK-RP-PERIODO(WK-IDX-REPROVADA) TO DEP-PERIODO-ORIGEM
            MOVE WK-SERIE-ANTERIOR       TO DEP-SERIE-ORIGEM
            SET DEP-ABERTA               TO TRUE
            MOVE FUNCTION CURRENT-DATE(1:8) TO DEP-DATA-REGISTRO
            MOVE ZEROS                   TO DEP-PERIODO-CUMPRIDA
                                            DEP-DATA-CUMPRIDA
            WRITE REG-DEPENDENCIA
            IF WK-FS-DEPENDENCIA = '00'
               ADD 1                     TO WK-QTD-DEP-GRAVADAS
            END-IF
            MOVE SPACES                  TO PROG-REC
            STRING '          DEPENDENCIA: ' DEP-MATERIA
                   ' ORIGEM ' DEP-PERIODO-ORIGEM
                   DELIMITED BY SIZE INTO PROG-REC
            END-STRING
            WRITE PROG-REC
            .
       P500-FIM.

       P510-PROCURAR-ABERTA.
            READ DEPENDENCIA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-DEP
                    GO TO P510-FIM
            END-READ
            IF DEP-MATRICULA NOT = MAT-MATRICULA
               OR DEP-MATERIA NOT = WK-RP-MATERIA(WK-IDX-REPROVADA)
               MOVE 'S'                  TO WK-FIM-DEP
               GO TO P510-FIM
            END-IF
            IF DEP-ABERTA
               MOVE 'S'                  TO WK-DEP-JA-ABERTA
               MOVE 'S'                  TO WK-FIM-DEP
            END-IF
            .
       P510-FIM.

       P900-FINALIZAR.
            MOVE SPACES                  TO PROG-REC
            STRING 'PROMOVIDOS: ' WK-QTD-PROMOVIDOS
                   '  RETIDOS: ' WK-QTD-RETIDOS
                   '  SEM NOTAS: ' WK-QTD-SEM-NOTAS
                   '  RETIDOS PELA MATRIZ: ' WK-QTD-RETIDOS-MATRIZ
                   DELIMITED BY SIZE INTO PROG-REC
            END-STRING
            WRITE PROG-REC
            MOVE SPACES                  TO PROG-REC
            STRING 'PROMOVIDOS COM DEPENDENCIA: '
                   WK-QTD-PROMOVIDOS-DEP
                   '  DEPENDENCIAS GRAVADAS: ' WK-QTD-DEP-GRAVADAS
                   DELIMITED BY SIZE INTO PROG-REC
            END-STRING
            WRITE PROG-REC
            CLOSE ALUNO-IDENTIDADE ALUNO-MASTER RELATORIO-PROGRESSAO
            CLOSE DEPENDENCIA-MASTER
            IF WK-TEM-OFERTA = 'S'
               CLOSE OFERTA-MASTER
            END-IF
            IF WK-TEM-CURRICULO = 'S'
               CLOSE CURRICULO-MASTER
            END-IF
            DISPLAY 'PROMOVIDOS: ' WK-QTD-PROMOVIDOS
            DISPLAY 'PROMOVIDOS COM DEPENDENCIA: '
                    WK-QTD-PROMOVIDOS-DEP
            DISPLAY 'RETIDOS...: ' WK-QTD-RETIDOS
            DISPLAY 'SEM NOTAS.: ' WK-QTD-SEM-NOTAS
            DISPLAY 'RETIDOS PELA MATRIZ: ' WK-QTD-RETIDOS-MATRIZ
            DISPLAY 'RELATORIO PARA A SECRETARIA EM PROGREL.'

            MOVE 'PROGALU '              TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            COMPUTE LK-RUN-QTD-APLICADOS =
                    WK-QTD-PROMOVIDOS + WK-QTD-PROMOVIDOS-DEP
                  + WK-QTD-RETIDOS
            MOVE ZEROS                   TO LK-RUN-QTD-LIDOS
                                            LK-RUN-QTD-REJEITADOS
                                            LK-RUN-CODIGO-RETORNO
