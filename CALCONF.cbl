      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CONFORMIDADE DO ANO LETIVO COM PLANO DE REPOSICAO. A
      *          LEI PEDE 200 DIAS LETIVOS E A CARGA HORARIA DA MATRIZ
      *          POR MATERIA, MAS OS FERIADOS DO CALMSTR CAEM SEMPRE
      *          NO MESMO DIA DA SEMANA E A MATERIA DAQUELE DIA NA
      *          GRADE (HORMSTR) PERDE AULA ATRAS DE AULA SEM NINGUEM
      *          PERCEBER ATE O INSPETOR CONTAR. ESTE LOTE PROJETA,
      *          PARA O ANO LETIVO INFORMADO, OS DIAS LETIVOS
      *          EFETIVOS (SEG-SEX FORA DO CALMSTR, MAIS OS SABADOS
      *          DE REPOSICAO CONFIRMADOS) CONTRA O MINIMO
      *          CONFIGURADO (ANO-DIAS-LETIVOS) E, POR MATERIA/TURMA,
      *          AS AULAS QUE A GRADE REALMENTE DA NO ANO, AS
      *          PERDIDAS EM FERIADO E AS REPOSICOES CONFIRMADAS
      *          (REPMSTR) CONTRA A CARGA EXIGIDA NA MATRIZ
      *          (CURMSTR, SERIE DA TURMA PELO TURMMSTR). O
      *          RELATORIO CALCREL LISTA A FALTA; OPCIONALMENTE O
      *          LOTE PROPOE AS DATAS DE REPOSICAO - PRIMEIRO SABADO
      *          LIVRE (ATE REPOS-PERIODOS-SAB AULAS NO DIA), DEPOIS
      *          HORARIO VAGO NA SEMANA - SEM CHOQUE DE TURMA,
      *          PROFESSOR OU SALA COM A GRADE E COM AS OUTRAS
      *          REPOSICOES, GRAVADAS NO REPMSTR COMO PROPOSTAS
      *          ('P'). A SECRETARIA CONFIRMA NO HORCNTT; A PROPOSTA
      *          NAO CONFIRMADA E REFEITA A CADA RODADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCONF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELHOR'.
           COPY 'SELREP'.
           COPY 'SELCAL'.
           COPY 'SELTUR'.
           COPY 'SELCUR'.
           SELECT RELATORIO-CONFORMIDADE
               ASSIGN TO "CALCREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDHOR'.
           COPY 'FDREP'.
           COPY 'FDCAL'.
           COPY 'FDTUR'.
           COPY 'FDCUR'.
       FD  RELATORIO-CONFORMIDADE
           LABEL RECORD IS STANDARD.
       01  CALCREL-REC                  PIC X(132).
       WORKING-STORAGE SECTION.
       77  WK-FS-HORARIO                PIC X(02) VALUE SPACES.
       77  WK-FS-REPOSICAO              PIC X(02) VALUE SPACES.
       77  WK-FS-CALEND                 PIC X(02) VALUE SPACES.
       77  WK-FS-TURMA                  PIC X(02) VALUE SPACES.
       77  WK-FS-CURRICULO              PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-CALEND-OK                 PIC X(01) VALUE 'N'.
       77  WK-TURMA-OK                  PIC X(01) VALUE 'N'.
       77  WK-CURRICULO-OK              PIC X(01) VALUE 'N'.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-PROPOR                    PIC X(01) VALUE 'N'.
       77  WK-ERRO-PARAMETRO            PIC X(01) VALUE 'N'.
       77  WK-ANO-LETIVO                PIC 9(04) VALUE ZEROS.
       77  WK-DATA-INICIO               PIC 9(08) VALUE ZEROS.
       77  WK-DATA-FIM-SEM1             PIC 9(08) VALUE ZEROS.
       77  WK-DATA-FIM                  PIC 9(08) VALUE ZEROS.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-DATA-CORRENTE             PIC 9(08) VALUE ZEROS.
       77  WK-DIAS-CORRIDOS             PIC 9(07) VALUE ZEROS.
       77  WK-DIAS-FIM                  PIC 9(07) VALUE ZEROS.
       77  WK-DIA-SEMANA                PIC 9(01) VALUE ZEROS.
       77  WK-ANO-SEMESTRE              PIC 9(05) VALUE ZEROS.
       77  WK-DIA-UTIL                  PIC X(01) VALUE 'N'.
       77  WK-FERIADO                   PIC X(01) VALUE 'N'.
       77  WK-DIAS-MINIMO               PIC 9(03) VALUE 200.
       77  WK-PERIODOS-SABADO           PIC 9(01) VALUE 4.
       77  WK-DIAS-LETIVOS              PIC 9(03) VALUE ZEROS.
       77  WK-DIAS-FERIADO              PIC 9(03) VALUE ZEROS.
       77  WK-SABADOS-REPOSICAO         PIC 9(03) VALUE ZEROS.
       77  WK-ULTIMA-DATA-REP           PIC 9(08) VALUE ZEROS.
       77  WK-CONT-PROPOSTAS            PIC 9(05) VALUE ZEROS.
       77  WK-CONT-DESCARTADAS          PIC 9(05) VALUE ZEROS.
       77  WK-CONT-COM-FALTA            PIC 9(04) VALUE ZEROS.
       77  WK-SOMA-AULAS                PIC 9(04) VALUE ZEROS.
       77  WK-SERIE                     PIC 9(02) VALUE ZEROS.
       77  WK-RESTANTES                 PIC 9(04) VALUE ZEROS.
       77  WK-PASSADA                   PIC 9(01) VALUE ZEROS.
       77  WK-PERIODO-TESTE             PIC 9(01) VALUE ZEROS.
       77  WK-PERIODO-MAX               PIC 9(01) VALUE ZEROS.
       77  WK-PERIODO-LIVRE             PIC 9(01) VALUE ZEROS.
       77  WK-TEM-CONFLITO              PIC X(01) VALUE 'N'.
       77  WK-SITUACAO                  PIC X(08) VALUE SPACES.
      *****************************************************************
      * WK-PROJECAO: uma linha por materia/turma da grade do ano, com
      * o professor e a sala da ultima aula vista (usados na
      * proposta de reposicao).
      *****************************************************************
       77  WK-QTDE-PROJ                 PIC 9(03) VALUE ZEROS.
       77  WK-IDX-PJ                    PIC 9(03) VALUE ZEROS.
       77  WK-IDX-ACHADO                PIC 9(03) VALUE ZEROS.
       77  WK-MATERIA-BUSCA             PIC X(15) VALUE SPACES.
       77  WK-TURMA-BUSCA               PIC X(10) VALUE SPACES.
       01  WK-TAB-PROJECAO.
           05 WK-PJ                     OCCURS 400 TIMES.
               10 WK-PJ-MATERIA         PIC X(15).
               10 WK-PJ-TURMA           PIC X(10).
               10 WK-PJ-PROFESSOR       PIC X(08).
               10 WK-PJ-SALA            PIC X(06).
               10 WK-PJ-PREVISTAS       PIC 9(04).
               10 WK-PJ-PERDIDAS        PIC 9(04).
               10 WK-PJ-REPOSICOES      PIC 9(04).
               10 WK-PJ-EXIGIDA         PIC 9(04).
               10 WK-PJ-FALTA           PIC 9(04).
               10 WK-PJ-NA-MATRIZ       PIC X(01).
           COPY 'PARMCFG'.
           COPY 'PARMDATE'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CALCONF'               TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY '*** CONFORMIDADE DO ANO LETIVO ***'
            DISPLAY 'ANO LETIVO (AAAA): '
            ACCEPT WK-ANO-LETIVO
            DISPLAY 'PRIMEIRO DIA LETIVO (AAAAMMDD): '
            ACCEPT WK-DATA-INICIO
            DISPLAY 'ULTIMO DIA DO 1O SEMESTRE (AAAAMMDD): '
            ACCEPT WK-DATA-FIM-SEM1
            DISPLAY 'ULTIMO DIA LETIVO (AAAAMMDD): '
            ACCEPT WK-DATA-FIM
            DISPLAY 'PROPOR DATAS DE REPOSICAO (S/N): '
            ACCEPT WK-PROPOR
            IF WK-PROPOR = 's'
               MOVE 'S'                  TO WK-PROPOR
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE

            PERFORM P050-CONFERIR-PARAMETROS THRU P050-FIM
            IF WK-ERRO-PARAMETRO = 'S'
               MOVE 1                    TO LK-RUN-CODIGO-RETORNO
            ELSE
               PERFORM P100-ABRIR-ARQUIVOS
               PERFORM P200-PROJETAR-DIA
                       UNTIL WK-DIAS-CORRIDOS > WK-DIAS-FIM
               PERFORM P300-SOMAR-REPOSICOES THRU P300-FIM
               PERFORM P400-CARGA-EXIGIDA
                       VARYING WK-IDX-PJ FROM 1 BY 1
                       UNTIL WK-IDX-PJ > WK-QTDE-PROJ
               PERFORM P500-IMPRIMIR-PROJECAO
               IF WK-PROPOR = 'S'
                  PERFORM P600-PROPOR-REPOSICOES THRU P600-FIM
               END-IF
               PERFORM P900-FINALIZAR
               MOVE ZEROS                TO LK-RUN-CODIGO-RETORNO
            END-IF

            MOVE 'CALCONF'               TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTDE-PROJ            TO LK-RUN-QTD-LIDOS
            MOVE WK-CONT-PROPOSTAS       TO LK-RUN-QTD-APLICADOS
            MOVE WK-CONT-COM-FALTA       TO LK-RUN-QTD-REJEITADOS
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            STOP RUN
            .

       P050-CONFERIR-PARAMETROS.
            MOVE WK-DATA-INICIO          TO WK-DATA-CORRENTE
            PERFORM P060-VALIDAR-DATA
            MOVE WK-DATA-FIM-SEM1        TO WK-DATA-CORRENTE
            PERFORM P060-VALIDAR-DATA
            MOVE WK-DATA-FIM             TO WK-DATA-CORRENTE
            PERFORM P060-VALIDAR-DATA
            IF WK-ERRO-PARAMETRO = 'S'
               DISPLAY 'DATA INVALIDA NOS PARAMETROS.'
               GO TO P050-FIM
            END-IF
            IF WK-DATA-INICIO > WK-DATA-FIM-SEM1 OR
               WK-DATA-FIM-SEM1 > WK-DATA-FIM OR
               WK-DATA-INICIO(1:4) NOT = WK-ANO-LETIVO
               DISPLAY 'DATAS FORA DE ORDEM OU DO ANO LETIVO.'
               MOVE 'S'                  TO WK-ERRO-PARAMETRO
               GO TO P050-FIM
            END-IF

            MOVE 'ANO-DIAS-LETIVOS'      TO LK-CFG-CHAVE
            MOVE 200                     TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-DIAS-MINIMO
            MOVE 'REPOS-PERIODOS-SAB'    TO LK-CFG-CHAVE
            MOVE 4                       TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-PERIODOS-SABADO
            IF WK-PERIODOS-SABADO = ZEROS
               MOVE 4                    TO WK-PERIODOS-SABADO
            END-IF
            .
       P050-FIM.

       P060-VALIDAR-DATA.
            MOVE WK-DATA-CORRENTE        TO LK-DATA-ENTRADA
            SET LK-SAIDA-AAAAMMDD        TO TRUE
            MOVE 'V'                     TO LK-FUNCAO
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            IF NOT LK-STATUS-OK OF PARAMETRES-DATA
               MOVE 'S'                  TO WK-ERRO-PARAMETRO
            END-IF
            .

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT HORARIO-MASTER
            IF WK-FS-HORARIO = '35'
               OPEN OUTPUT HORARIO-MASTER
               CLOSE HORARIO-MASTER
               OPEN INPUT HORARIO-MASTER
            END-IF
            OPEN I-O REPOSICAO-MASTER
            IF WK-FS-REPOSICAO = '35'
               OPEN OUTPUT REPOSICAO-MASTER
               CLOSE REPOSICAO-MASTER
               OPEN I-O REPOSICAO-MASTER
            END-IF
            OPEN INPUT CALENDARIO
            IF WK-FS-CALEND = '00'
               MOVE 'S'                  TO WK-CALEND-OK
            END-IF
            OPEN INPUT TURMA-MASTER
            IF WK-FS-TURMA = '00'
               MOVE 'S'                  TO WK-TURMA-OK
            END-IF
            OPEN INPUT CURRICULO-MASTER
            IF WK-FS-CURRICULO = '00'
               MOVE 'S'                  TO WK-CURRICULO-OK
            END-IF
            OPEN OUTPUT RELATORIO-CONFORMIDADE

            COMPUTE WK-DIAS-CORRIDOS =
                    FUNCTION INTEGER-OF-DATE(WK-DATA-INICIO)
            COMPUTE WK-DIAS-FIM =
                    FUNCTION INTEGER-OF-DATE(WK-DATA-FIM)
            .

      ******************************************************************
      * P200-PROJETAR-DIA: um dia do ano letivo. Dia util (seg-sex
      * fora do CALMSTR) conta como letivo e cada aula da grade do
      * dia da semana soma uma aula prevista; feriado em dia de
      * semana soma uma aula perdida em cada aula que a grade teria.
      ******************************************************************
       P200-PROJETAR-DIA.
            PERFORM P210-CLASSIFICAR-DIA
            IF WK-DIA-UTIL = 'S'
               ADD 1                     TO WK-DIAS-LETIVOS
               PERFORM P220-SOMAR-GRADE-DO-DIA THRU P220-FIM
            ELSE
               IF WK-FERIADO = 'S'
                  ADD 1                  TO WK-DIAS-FERIADO
                  PERFORM P220-SOMAR-GRADE-DO-DIA THRU P220-FIM
               END-IF
            END-IF
            ADD 1                        TO WK-DIAS-CORRIDOS
            .

      ******************************************************************
      * P210-CLASSIFICAR-DIA: data, dia da semana (1=SEG, mesma conta
      * do HORCNTT), semestre da data e se e dia util ou feriado de
      * semana.
      ******************************************************************
       P210-CLASSIFICAR-DIA.
            COMPUTE WK-DATA-CORRENTE =
                    FUNCTION DATE-OF-INTEGER(WK-DIAS-CORRIDOS)
            COMPUTE WK-DIA-SEMANA =
                    FUNCTION MOD(WK-DIAS-CORRIDOS - 1, 7) + 1
            IF WK-DATA-CORRENTE > WK-DATA-FIM-SEM1
               COMPUTE WK-ANO-SEMESTRE = WK-ANO-LETIVO * 10 + 2
            ELSE
               COMPUTE WK-ANO-SEMESTRE = WK-ANO-LETIVO * 10 + 1
            END-IF
            MOVE 'N'                     TO WK-DIA-UTIL
                                            WK-FERIADO
            IF WK-CALEND-OK = 'S'
               MOVE WK-DATA-CORRENTE     TO CAL-DATA
               READ CALENDARIO
                    NOT INVALID KEY
                       MOVE 'S'          TO WK-FERIADO
               END-READ
            END-IF
            IF WK-DIA-SEMANA > 5
               MOVE 'N'                  TO WK-FERIADO
            ELSE
               IF WK-FERIADO = 'N'
                  MOVE 'S'               TO WK-DIA-UTIL
               END-IF
            END-IF
            .

       P220-SOMAR-GRADE-DO-DIA.
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-ANO-SEMESTRE         TO HOR-ANO-SEMESTRE
            MOVE WK-DIA-SEMANA           TO HOR-DIA-SEMANA
            MOVE ZEROS                   TO HOR-PERIODO
            MOVE LOW-VALUES              TO HOR-MATERIA
            START HORARIO-MASTER KEY IS NOT LESS THAN HOR-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P230-SOMAR-AULA THRU P230-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P220-FIM.

       P230-SOMAR-AULA.
            READ HORARIO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P230-FIM
            END-READ
            IF HOR-ANO-SEMESTRE NOT = WK-ANO-SEMESTRE OR
               HOR-DIA-SEMANA NOT = WK-DIA-SEMANA
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P230-FIM
            END-IF
            MOVE HOR-MATERIA             TO WK-MATERIA-BUSCA
            MOVE HOR-TURMA               TO WK-TURMA-BUSCA
            PERFORM P250-LOCALIZAR-PROJECAO
            IF WK-IDX-ACHADO = ZEROS
               GO TO P230-FIM
            END-IF
            MOVE HOR-PROFESSOR           TO
                 WK-PJ-PROFESSOR(WK-IDX-ACHADO)
            MOVE HOR-SALA                TO WK-PJ-SALA(WK-IDX-ACHADO)
            IF WK-DIA-UTIL = 'S'
               ADD 1                     TO
                   WK-PJ-PREVISTAS(WK-IDX-ACHADO)
            ELSE
               ADD 1                     TO
                   WK-PJ-PERDIDAS(WK-IDX-ACHADO)
            END-IF
            .
       P230-FIM.

      ******************************************************************
      * P250-LOCALIZAR-PROJECAO: acha (ou abre, ate 400) a linha da
      * materia/turma em WK-MATERIA-BUSCA/WK-TURMA-BUSCA.
      ******************************************************************
       P250-LOCALIZAR-PROJECAO.
            MOVE ZEROS                   TO WK-IDX-ACHADO
            PERFORM P255-COMPARAR-PROJECAO
                    VARYING WK-IDX-PJ FROM 1 BY 1
                    UNTIL WK-IDX-PJ > WK-QTDE-PROJ
                       OR WK-IDX-ACHADO > ZEROS
            IF WK-IDX-ACHADO = ZEROS AND WK-QTDE-PROJ < 400
               ADD 1                     TO WK-QTDE-PROJ
               MOVE WK-QTDE-PROJ         TO WK-IDX-ACHADO
               MOVE WK-MATERIA-BUSCA     TO
                    WK-PJ-MATERIA(WK-IDX-ACHADO)
               MOVE WK-TURMA-BUSCA       TO WK-PJ-TURMA(WK-IDX-ACHADO)
               MOVE SPACES               TO
                    WK-PJ-PROFESSOR(WK-IDX-ACHADO)
                    WK-PJ-SALA(WK-IDX-ACHADO)
               MOVE ZEROS                TO
                    WK-PJ-PREVISTAS(WK-IDX-ACHADO)
                    WK-PJ-PERDIDAS(WK-IDX-ACHADO)
                    WK-PJ-REPOSICOES(WK-IDX-ACHADO)
                    WK-PJ-EXIGIDA(WK-IDX-ACHADO)
                    WK-PJ-FALTA(WK-IDX-ACHADO)
               MOVE 'N'                  TO
                    WK-PJ-NA-MATRIZ(WK-IDX-ACHADO)
            END-IF
            .

       P255-COMPARAR-PROJECAO.
            IF WK-PJ-MATERIA(WK-IDX-PJ) = WK-MATERIA-BUSCA AND
               WK-PJ-TURMA(WK-IDX-PJ) = WK-TURMA-BUSCA
               MOVE WK-IDX-PJ            TO WK-IDX-ACHADO
            END-IF
            .

      ******************************************************************
      * P300-SOMAR-REPOSICOES: as reposicoes confirmadas do ano (os
      * dois semestres) somam aula na materia/turma; sabado ou
      * feriado com reposicao conta uma vez como dia letivo.
      ******************************************************************
       P300-SOMAR-REPOSICOES.
            MOVE 'N'                     TO WK-FIM-ARQ
            COMPUTE REP-ANO-SEMESTRE = WK-ANO-LETIVO * 10 + 1
            MOVE ZEROS                   TO REP-DATA REP-PERIODO
            MOVE LOW-VALUES              TO REP-TURMA
            START REPOSICAO-MASTER KEY IS NOT LESS THAN REP-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P310-LER-REPOSICAO THRU P310-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P300-FIM.

       P310-LER-REPOSICAO.
            READ REPOSICAO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P310-FIM
            END-READ
            IF REP-ANO-SEMESTRE(1:4) NOT = WK-ANO-LETIVO
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P310-FIM
            END-IF
            IF NOT REP-CONFIRMADA OR REP-DATA < WK-DATA-INICIO OR
               REP-DATA > WK-DATA-FIM
               GO TO P310-FIM
            END-IF
            MOVE REP-MATERIA             TO WK-MATERIA-BUSCA
            MOVE REP-TURMA               TO WK-TURMA-BUSCA
            PERFORM P250-LOCALIZAR-PROJECAO
            IF WK-IDX-ACHADO > ZEROS
               ADD 1                     TO
                   WK-PJ-REPOSICOES(WK-IDX-ACHADO)
               IF WK-PJ-PROFESSOR(WK-IDX-ACHADO) = SPACES
                  MOVE REP-PROFESSOR     TO
                       WK-PJ-PROFESSOR(WK-IDX-ACHADO)
                  MOVE REP-SALA          TO
                       WK-PJ-SALA(WK-IDX-ACHADO)
               END-IF
            END-IF
            IF REP-DATA NOT = WK-ULTIMA-DATA-REP
               MOVE REP-DATA             TO WK-ULTIMA-DATA-REP
               COMPUTE WK-DIAS-CORRIDOS =
                       FUNCTION INTEGER-OF-DATE(REP-DATA)
               PERFORM P210-CLASSIFICAR-DIA
               IF WK-DIA-UTIL = 'N'
                  ADD 1                  TO WK-DIAS-LETIVOS
                  ADD 1                  TO WK-SABADOS-REPOSICAO
               END-IF
            END-IF
            .
       P310-FIM.

      ******************************************************************
      * P400-CARGA-EXIGIDA: a serie da turma sai do TURMMSTR (ou do
      * nome da turma, SERIE + LETRA, quando ainda nao ha alunos) e a
      * carga anual da materia na serie sai da matriz (CURMSTR).
      ******************************************************************
       P400-CARGA-EXIGIDA.
            MOVE ZEROS                   TO WK-SERIE
            IF WK-TURMA-OK = 'S'
               MOVE WK-ANO-LETIVO        TO TUR-ANO
               MOVE WK-PJ-TURMA(WK-IDX-PJ) TO TUR-TURMA
               MOVE ZEROS                TO TUR-MATRICULA
               START TURMA-MASTER KEY IS NOT LESS THAN TUR-CHAVE
                   INVALID KEY
                      MOVE ZEROS         TO TUR-ANO
               END-START
               IF TUR-ANO = WK-ANO-LETIVO
                  READ TURMA-MASTER NEXT RECORD
                       AT END
                          MOVE ZEROS     TO TUR-ANO
                  END-READ
                  IF TUR-ANO = WK-ANO-LETIVO AND
                     TUR-TURMA = WK-PJ-TURMA(WK-IDX-PJ)
                     MOVE TUR-SERIE      TO WK-SERIE
                  END-IF
               END-IF
            END-IF
            IF WK-SERIE = ZEROS AND
               WK-PJ-TURMA(WK-IDX-PJ)(1:2) NUMERIC
               MOVE WK-PJ-TURMA(WK-IDX-PJ)(1:2) TO WK-SERIE
            END-IF
            IF WK-CURRICULO-OK = 'S' AND WK-SERIE > ZEROS
               MOVE WK-ANO-LETIVO        TO CUR-ANO
               MOVE WK-SERIE             TO CUR-SERIE
               MOVE WK-PJ-MATERIA(WK-IDX-PJ) TO CUR-MATERIA
               READ CURRICULO-MASTER
                    NOT INVALID KEY
                       MOVE CUR-CARGA-HORARIA TO
                            WK-PJ-EXIGIDA(WK-IDX-PJ)
                       MOVE 'S'          TO WK-PJ-NA-MATRIZ(WK-IDX-PJ)
               END-READ
            END-IF
            COMPUTE WK-SOMA-AULAS = WK-PJ-PREVISTAS(WK-IDX-PJ) +
                                    WK-PJ-REPOSICOES(WK-IDX-PJ)
            IF WK-PJ-EXIGIDA(WK-IDX-PJ) > WK-SOMA-AULAS
               COMPUTE WK-PJ-FALTA(WK-IDX-PJ) =
                       WK-PJ-EXIGIDA(WK-IDX-PJ) - WK-SOMA-AULAS
               ADD 1                     TO WK-CONT-COM-FALTA
            END-IF
            .

       P500-IMPRIMIR-PROJECAO.
            MOVE SPACES                  TO CALCREL-REC
            STRING 'CONFORMIDADE DO ANO LETIVO ' WK-ANO-LETIVO
                   ' - ' WK-DATA-INICIO ' A ' WK-DATA-FIM
                   ' (1O SEMESTRE ATE ' WK-DATA-FIM-SEM1 ')'
                   DELIMITED BY SIZE INTO CALCREL-REC
            END-STRING
            WRITE CALCREL-REC
            IF WK-DIAS-LETIVOS < WK-DIAS-MINIMO
               MOVE 'ABAIXO'             TO WK-SITUACAO
            ELSE
               MOVE 'OK'                 TO WK-SITUACAO
            END-IF
            MOVE SPACES                  TO CALCREL-REC
            STRING 'DIAS LETIVOS EFETIVOS: ' WK-DIAS-LETIVOS
                   ' (SABADOS DE REPOSICAO: ' WK-SABADOS-REPOSICAO
                   ')  MINIMO: ' WK-DIAS-MINIMO '  ' WK-SITUACAO
                   '  FERIADOS EM DIA DE SEMANA: ' WK-DIAS-FERIADO
                   DELIMITED BY SIZE INTO CALCREL-REC
            END-STRING
            WRITE CALCREL-REC
            MOVE SPACES                  TO CALCREL-REC
            WRITE CALCREL-REC
            MOVE SPACES                  TO CALCREL-REC
            STRING 'MATERIA         TURMA      EXIGIDA GRADE '
                   'PERDIDAS REPOS FALTA'
                   DELIMITED BY SIZE INTO CALCREL-REC
            END-STRING
            WRITE CALCREL-REC
            PERFORM P510-LINHA-PROJECAO
                    VARYING WK-IDX-PJ FROM 1 BY 1
                    UNTIL WK-IDX-PJ > WK-QTDE-PROJ
            .

       P510-LINHA-PROJECAO.
            MOVE SPACES                  TO CALCREL-REC
            IF WK-PJ-NA-MATRIZ(WK-IDX-PJ) = 'S'
               IF WK-PJ-FALTA(WK-IDX-PJ) > ZEROS
                  MOVE '*** FALTA'       TO WK-SITUACAO
               ELSE
                  MOVE 'OK'              TO WK-SITUACAO
               END-IF
            ELSE
               MOVE 'S/MATRIZ'           TO WK-SITUACAO
            END-IF
            STRING WK-PJ-MATERIA(WK-IDX-PJ) ' '
                   WK-PJ-TURMA(WK-IDX-PJ) ' '
                   WK-PJ-EXIGIDA(WK-IDX-PJ) '    '
                   WK-PJ-PREVISTAS(WK-IDX-PJ) '  '
                   WK-PJ-PERDIDAS(WK-IDX-PJ) '     '
                   WK-PJ-REPOSICOES(WK-IDX-PJ) '   '
                   WK-PJ-FALTA(WK-IDX-PJ) ' ' WK-SITUACAO
                   DELIMITED BY SIZE INTO CALCREL-REC
            END-STRING
            WRITE CALCREL-REC
            .

      ******************************************************************
      * P600-PROPOR-REPOSICOES: descarta as propostas ainda nao
      * confirmadas do ano e refaz, para cada materia/turma com falta,
      * a partir de amanha: primeira passada so sabados livres (sem
      * feriado), segunda passada horarios vagos de dia util. Uma
      * aula por materia/turma por data.
      ******************************************************************
       P600-PROPOR-REPOSICOES.
            MOVE SPACES                  TO CALCREL-REC
            WRITE CALCREL-REC
            MOVE 'PROPOSTAS DE REPOSICAO (REPMSTR, STATUS P):'
                                         TO CALCREL-REC
            WRITE CALCREL-REC
            PERFORM P610-DESCARTAR-PROPOSTAS THRU P610-FIM
            PERFORM P630-PROPOR-UMA THRU P630-FIM
                    VARYING WK-IDX-PJ FROM 1 BY 1
                    UNTIL WK-IDX-PJ > WK-QTDE-PROJ
            .
       P600-FIM.

       P610-DESCARTAR-PROPOSTAS.
            MOVE 'N'                     TO WK-FIM-ARQ
            COMPUTE REP-ANO-SEMESTRE = WK-ANO-LETIVO * 10 + 1
            MOVE ZEROS                   TO REP-DATA REP-PERIODO
            MOVE LOW-VALUES              TO REP-TURMA
            START REPOSICAO-MASTER KEY IS NOT LESS THAN REP-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P620-DESCARTAR-UMA THRU P620-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P610-FIM.

       P620-DESCARTAR-UMA.
            READ REPOSICAO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P620-FIM
            END-READ
            IF REP-ANO-SEMESTRE(1:4) NOT = WK-ANO-LETIVO
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P620-FIM
            END-IF
            IF REP-PROPOSTA
               DELETE REPOSICAO-MASTER
               ADD 1                     TO WK-CONT-DESCARTADAS
            END-IF
            .
       P620-FIM.

       P630-PROPOR-UMA.
            IF WK-PJ-FALTA(WK-IDX-PJ) = ZEROS OR
               WK-PJ-PROFESSOR(WK-IDX-PJ) = SPACES
               GO TO P630-FIM
            END-IF
            MOVE WK-PJ-FALTA(WK-IDX-PJ)  TO WK-RESTANTES
            PERFORM P640-VARRER-DATAS
                    VARYING WK-PASSADA FROM 1 BY 1
                    UNTIL WK-PASSADA > 2 OR WK-RESTANTES = ZEROS
            IF WK-RESTANTES > ZEROS
               MOVE SPACES               TO CALCREL-REC
               STRING '  ' WK-PJ-MATERIA(WK-IDX-PJ) ' '
                      WK-PJ-TURMA(WK-IDX-PJ)
                      ' SEM HORARIO LIVRE PARA ' WK-RESTANTES
                      ' AULA(S)'
                      DELIMITED BY SIZE INTO CALCREL-REC
               END-STRING
               WRITE CALCREL-REC
            END-IF
            .
       P630-FIM.

       P640-VARRER-DATAS.
            IF WK-DATA-HOJE < WK-DATA-INICIO
               COMPUTE WK-DIAS-CORRIDOS =
                       FUNCTION INTEGER-OF-DATE(WK-DATA-INICIO)
            ELSE
               COMPUTE WK-DIAS-CORRIDOS =
                       FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE) + 1
            END-IF
            PERFORM P650-TESTAR-DATA
                    UNTIL WK-DIAS-CORRIDOS > WK-DIAS-FIM
                       OR WK-RESTANTES = ZEROS
            .

       P650-TESTAR-DATA.
            PERFORM P210-CLASSIFICAR-DIA
            MOVE ZEROS                   TO WK-PERIODO-MAX
            IF WK-PASSADA = 1 AND WK-DIA-SEMANA = 6
               MOVE WK-PERIODOS-SABADO   TO WK-PERIODO-MAX
               IF WK-CALEND-OK = 'S'
                  MOVE WK-DATA-CORRENTE  TO CAL-DATA
                  READ CALENDARIO
                       NOT INVALID KEY
                          MOVE ZEROS     TO WK-PERIODO-MAX
                  END-READ
               END-IF
            END-IF
            IF WK-PASSADA = 2 AND WK-DIA-UTIL = 'S'
               MOVE 8                    TO WK-PERIODO-MAX
            END-IF
            IF WK-PERIODO-MAX > ZEROS
               MOVE ZEROS                TO WK-PERIODO-LIVRE
               PERFORM P660-TESTAR-PERIODO
                       VARYING WK-PERIODO-TESTE FROM 1 BY 1
                       UNTIL WK-PERIODO-TESTE > WK-PERIODO-MAX
                          OR WK-PERIODO-LIVRE > ZEROS
               IF WK-PERIODO-LIVRE > ZEROS
                  PERFORM P690-GRAVAR-PROPOSTA
               END-IF
            END-IF
            ADD 1                        TO WK-DIAS-CORRIDOS
            .

      ******************************************************************
      * P660-TESTAR-PERIODO: o horario so serve se a turma, o
      * professor e a sala estao livres nele - na grade do dia da
      * semana (dia util) e nas reposicoes ja gravadas para a data.
      * A materia/turma tambem nao pode ja ter reposicao na data.
      ******************************************************************
       P660-TESTAR-PERIODO.
            MOVE 'N'                     TO WK-TEM-CONFLITO
            IF WK-DIA-SEMANA < 6
               MOVE 'N'                  TO WK-FIM-ARQ
               MOVE WK-ANO-SEMESTRE      TO HOR-ANO-SEMESTRE
               MOVE WK-DIA-SEMANA        TO HOR-DIA-SEMANA
               MOVE WK-PERIODO-TESTE     TO HOR-PERIODO
               MOVE LOW-VALUES           TO HOR-MATERIA
               START HORARIO-MASTER KEY IS NOT LESS THAN HOR-CHAVE
                   INVALID KEY
                      MOVE 'S'           TO WK-FIM-ARQ
               END-START
               PERFORM P670-CONFLITO-GRADE THRU P670-FIM
                       UNTIL WK-FIM-ARQ = 'S'
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-ANO-SEMESTRE         TO REP-ANO-SEMESTRE
            MOVE WK-DATA-CORRENTE        TO REP-DATA
            MOVE ZEROS                   TO REP-PERIODO
            MOVE LOW-VALUES              TO REP-TURMA
            START REPOSICAO-MASTER KEY IS NOT LESS THAN REP-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P680-CONFLITO-REPOSICAO THRU P680-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-TEM-CONFLITO = 'N'
               MOVE WK-PERIODO-TESTE     TO WK-PERIODO-LIVRE
            END-IF
            .

       P670-CONFLITO-GRADE.
            READ HORARIO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P670-FIM
            END-READ
            IF HOR-ANO-SEMESTRE NOT = WK-ANO-SEMESTRE OR
               HOR-DIA-SEMANA NOT = WK-DIA-SEMANA OR
               HOR-PERIODO NOT = WK-PERIODO-TESTE
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P670-FIM
            END-IF
            IF HOR-TURMA = WK-PJ-TURMA(WK-IDX-PJ) OR
               HOR-PROFESSOR = WK-PJ-PROFESSOR(WK-IDX-PJ) OR
               HOR-SALA = WK-PJ-SALA(WK-IDX-PJ)
               MOVE 'S'                  TO WK-TEM-CONFLITO
               MOVE 'S'                  TO WK-FIM-ARQ
            END-IF
            .
       P670-FIM.

       P680-CONFLITO-REPOSICAO.
            READ REPOSICAO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P680-FIM
            END-READ
            IF REP-ANO-SEMESTRE NOT = WK-ANO-SEMESTRE OR
               REP-DATA NOT = WK-DATA-CORRENTE
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P680-FIM
            END-IF
            IF REP-TURMA = WK-PJ-TURMA(WK-IDX-PJ) AND
               REP-MATERIA = WK-PJ-MATERIA(WK-IDX-PJ)
               MOVE 'S'                  TO WK-TEM-CONFLITO
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P680-FIM
            END-IF
            IF REP-PERIODO = WK-PERIODO-TESTE AND
               (REP-TURMA = WK-PJ-TURMA(WK-IDX-PJ) OR
                REP-PROFESSOR = WK-PJ-PROFESSOR(WK-IDX-PJ) OR
                REP-SALA = WK-PJ-SALA(WK-IDX-PJ))
               MOVE 'S'                  TO WK-TEM-CONFLITO
               MOVE 'S'                  TO WK-FIM-ARQ
            END-IF
            .
       P680-FIM.

       P690-GRAVAR-PROPOSTA.
            MOVE WK-ANO-SEMESTRE         TO REP-ANO-SEMESTRE
            MOVE WK-DATA-CORRENTE        TO REP-DATA
            MOVE WK-PERIODO-LIVRE        TO REP-PERIODO
            MOVE WK-PJ-TURMA(WK-IDX-PJ)  TO REP-TURMA
            MOVE WK-PJ-MATERIA(WK-IDX-PJ) TO REP-MATERIA
            MOVE WK-PJ-PROFESSOR(WK-IDX-PJ) TO REP-PROFESSOR
            MOVE WK-PJ-SALA(WK-IDX-PJ)   TO REP-SALA
            MOVE 'P'                     TO REP-STATUS
            MOVE 'CALCONF'               TO REP-USUARIO
            MOVE ZEROS                   TO REP-DATA-CONFIRMACAO
            WRITE REG-REPOSICAO
            IF WK-FS-REPOSICAO = '00'
               SUBTRACT 1                FROM WK-RESTANTES
               ADD 1                     TO WK-CONT-PROPOSTAS
               MOVE SPACES               TO CALCREL-REC
               STRING '  ' WK-DATA-CORRENTE ' DIA ' WK-DIA-SEMANA
                      ' PERIODO ' WK-PERIODO-LIVRE ' '
                      WK-PJ-MATERIA(WK-IDX-PJ) ' '
                      WK-PJ-TURMA(WK-IDX-PJ) ' '
                      WK-PJ-PROFESSOR(WK-IDX-PJ) ' '
                      WK-PJ-SALA(WK-IDX-PJ)
                      DELIMITED BY SIZE INTO CALCREL-REC
               END-STRING
               WRITE CALCREL-REC
            END-IF
            .

       P900-FINALIZAR.
            MOVE SPACES                  TO CALCREL-REC
            WRITE CALCREL-REC
            MOVE SPACES                  TO CALCREL-REC
            STRING 'MATERIAS/TURMAS: ' WK-QTDE-PROJ
                   '  COM FALTA: ' WK-CONT-COM-FALTA
                   '  PROPOSTAS GRAVADAS: ' WK-CONT-PROPOSTAS
                   '  PROPOSTAS ANTIGAS DESCARTADAS: '
                   WK-CONT-DESCARTADAS
                   DELIMITED BY SIZE INTO CALCREL-REC
            END-STRING
            WRITE CALCREL-REC
            CLOSE HORARIO-MASTER REPOSICAO-MASTER
                  RELATORIO-CONFORMIDADE
            IF WK-CALEND-OK = 'S'
               CLOSE CALENDARIO
            END-IF
            IF WK-TURMA-OK = 'S'
               CLOSE TURMA-MASTER
            END-IF
            IF WK-CURRICULO-OK = 'S'
               CLOSE CURRICULO-MASTER
            END-IF
            DISPLAY 'DIAS LETIVOS EFETIVOS: ' WK-DIAS-LETIVOS
                    ' (MINIMO ' WK-DIAS-MINIMO ')'
            DISPLAY 'MATERIAS/TURMAS COM FALTA: ' WK-CONT-COM-FALTA
            DISPLAY 'PROPOSTAS DE REPOSICAO...: ' WK-CONT-PROPOSTAS
            DISPLAY 'RELATORIO EM CALCREL.'
            .
       END PROGRAM CALCONF.
