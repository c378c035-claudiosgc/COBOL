      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: ANALISE ANUAL DE EVASAO. A DIRETORIA PERGUNTA TODO ANO
      *          QUANTOS ALUNOS A ESCOLA PERDEU E POR QUE, E A RESPOSTA
      *          SAIA DE MEMORIA. ESTE LOTE LE O ALUNOID E CLASSIFICA
      *          CADA PERDA DO ANO INFORMADO E DO ANTERIOR EM UMA
      *          CATEGORIA: TRANSFERENCIA (TRANSALU, COM A ESCOLA DE
      *          DESTINO), DESISTENCIA NA REMATRICULA (REMMSTR 'D'),
      *          SEM RESPOSTA A REMATRICULA (PRAZO VENCIDO) OU
      *          INATIVACAO (ALUNOID 'I', DATADA PELO ULTIMO PERIODO
      *          CURSADO NO ALUNOMST). O EVASREL TRAZ AS PERDAS POR
      *          SERIE E SEMESTRE, POR CATEGORIA (COM QUANTOS ERAM
      *          RETIDOS REINCIDENTES - A REGRA REPROV-P-RETENCAO DO
      *          PROGALU APLICADA A CADA ANO DO ALUNOMST) E POR ESCOLA
      *          DE DESTINO, SEMPRE COMPARADAS COM O ANO ANTERIOR, A
      *          LISTA NOMINAL DAS PERDAS DO ANO E, POR FIM, OS ALUNOS
      *          ATIVOS COM SINAIS DE ALERTA: FREQUENCIA RECENTE BAIXA
      *          OU EM QUEDA NO FREQLOG, MENSALIDADE VENCIDA NO FATMSTR,
      *          OCORRENCIA GRAVE (SEVERIDADE 3) NO OCORMSTR E RETENCAO
      *          REPETIDA. LIMITES NO CFGMSTR (EVASAO-*).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVASAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELALID'.
           COPY 'SELALUNO'.
           COPY 'SELREM'.
           COPY 'SELFREQ'.
           COPY 'SELFAT'.
           COPY 'SELOCO'.
           SELECT RELATORIO-EVASAO
               ASSIGN TO "EVASREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-ORDENACAO
               ASSIGN TO "EVASWORK".
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDALID'.
           COPY 'FDALUNO'.
           COPY 'FDREM'.
           COPY 'FDFREQ'.
           COPY 'FDFAT'.
           COPY 'FDOCO'.
       FD  RELATORIO-EVASAO
           LABEL RECORD IS STANDARD.
       01  EVASREL-REC                  PIC X(132).
       SD  ARQ-ORDENACAO.
       01  SORT-REC.
           03 SR-SERIE                  PIC 9(02).
           03 SR-PONTOS                 PIC 9(01).
           03 SR-MATRICULA              PIC 9(06).
           03 SR-NOME                   PIC X(20).
           03 SR-FREQ-ANO               PIC 9(03).
           03 SR-FREQ-RECENTE           PIC 9(03).
           03 SR-SALDO-VENCIDO          PIC 9(09).
           03 SR-QTD-GRAVES             PIC 9(02).
           03 SR-RETENCOES              PIC 9(02).
           03 SR-SINAIS                 PIC X(40).
       WORKING-STORAGE SECTION.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNO                  PIC X(02) VALUE SPACES.
       77  WK-FS-REMATRICULA            PIC X(02) VALUE SPACES.
       77  WK-FS-FREQ                   PIC X(02) VALUE SPACES.
       77  WK-FS-FATURA                 PIC X(02) VALUE SPACES.
       77  WK-FS-OCORRENCIA             PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-TEM-ALUNOMST              PIC X(01) VALUE 'N'.
       77  WK-TEM-REMATRICULA           PIC X(01) VALUE 'N'.
       77  WK-TEM-FATURA                PIC X(01) VALUE 'N'.
       77  WK-TEM-OCORRENCIA            PIC X(01) VALUE 'N'.
       77  WK-FIM-ALUNOS                PIC X(01) VALUE 'N'.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-ORDENACAO             PIC X(01) VALUE 'N'.
       77  WK-IDX-ACHADO                PIC X(01) VALUE 'N'.
       77  WK-ANO-ANALISE               PIC 9(04) VALUE ZEROS.
       77  WK-ANO-ANTERIOR              PIC 9(04) VALUE ZEROS.
       77  WK-ANO-CORRENTE              PIC 9(04) VALUE ZEROS.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-DATA-RECENTE              PIC 9(08) VALUE ZEROS.
       77  WK-DATA-ATRASO               PIC 9(08) VALUE ZEROS.
       77  WK-DATA-GRAVE                PIC 9(08) VALUE ZEROS.
       77  WK-DATA-AULA                 PIC 9(08) VALUE ZEROS.
       77  WK-LIMITE-REPROV             PIC 9(02) VALUE 3.
       77  WK-FREQ-MINIMA               PIC 9(03) VALUE 75.
       77  WK-DIAS-TENDENCIA            PIC 9(03) VALUE 30.
       77  WK-QUEDA-PONTOS              PIC 9(03) VALUE 10.
       77  WK-DIAS-ATRASO               PIC 9(03) VALUE 30.
      *    Dados da perda do aluno corrente.
       77  WK-PERDA-ANO                 PIC 9(04) VALUE ZEROS.
       77  WK-PERDA-SEMESTRE            PIC 9(01) VALUE ZEROS.
       77  WK-PERDA-CATEG               PIC 9(01) VALUE ZEROS.
       77  WK-PERDA-SERIE               PIC 9(02) VALUE ZEROS.
       77  WK-PERDA-DESTINO             PIC X(30) VALUE SPACES.
      *    Historico do aluno corrente no ALUNOMST.
       77  WK-ULT-PERIODO               PIC 9(05) VALUE ZEROS.
       77  WK-ANO-LIDO                  PIC 9(04) VALUE ZEROS.
       77  WK-ANO-EM-CURSO              PIC 9(04) VALUE ZEROS.
       77  WK-REPROV-ANO                PIC 9(03) VALUE ZEROS.
       77  WK-RETENCOES                 PIC 9(02) VALUE ZEROS.
       77  WK-AULAS-ULT                 PIC 9(05) VALUE ZEROS.
       77  WK-PRES-ULT                  PIC 9(05) VALUE ZEROS.
       77  WK-FREQ-ULT                  PIC 9(03) VALUE ZEROS.
      *    Sinais de alerta do aluno ativo corrente.
       77  WK-PONTOS                    PIC 9(01) VALUE ZEROS.
       77  WK-SINAIS                    PIC X(40) VALUE SPACES.
       77  WK-PTR-SINAIS                PIC 9(02) VALUE ZEROS.
       77  WK-FREQ-ANO                  PIC 9(03) VALUE ZEROS.
       77  WK-FREQ-RECENTE              PIC 9(03) VALUE ZEROS.
       77  WK-SALDO-CTVS                PIC S9(09) VALUE ZEROS.
       77  WK-SALDO-VENCIDO             PIC 9(09) VALUE ZEROS.
       77  WK-QTD-GRAVES                PIC 9(02) VALUE ZEROS.
       77  WK-SERIE-ATUAL               PIC 9(02) VALUE ZEROS.
       77  WK-PRIMEIRO-REG              PIC X(01) VALUE 'S'.
       77  WK-IDX                       PIC 9(02) VALUE ZEROS.
       77  WK-IDX-DEST                  PIC 9(03) VALUE ZEROS.
       77  WK-QTD-LIDOS                 PIC 9(06) VALUE ZEROS.
       77  WK-QTD-ATIVOS                PIC 9(06) VALUE ZEROS.
       77  WK-QTD-ALERTAS               PIC 9(06) VALUE ZEROS.
       77  WK-QTD-INATIVOS-SEM-DATA     PIC 9(06) VALUE ZEROS.
       77  WK-QTD-PERDAS-ANO            PIC 9(06) VALUE ZEROS.
       77  WK-QTD-PERDAS-ANT            PIC 9(06) VALUE ZEROS.
       77  WK-QTD-ED                    PIC ZZZZ9 VALUE ZEROS.
       77  WK-QTD-ED2                   PIC ZZZZ9 VALUE ZEROS.
       77  WK-QTD-ED3                   PIC ZZZZ9 VALUE ZEROS.
       77  WK-QTD-ED4                   PIC ZZZZ9 VALUE ZEROS.
       77  WK-VAR-ED                    PIC -ZZZZ9 VALUE ZEROS.
       77  WK-VARIACAO                  PIC S9(05) VALUE ZEROS.
       77  WK-FREQ-ED                   PIC ZZ9 VALUE ZEROS.
       77  WK-FREQ-ED2                  PIC ZZ9 VALUE ZEROS.
       77  WK-VALOR-ED                  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-VALOR-REAIS               PIC 9(07)V99 VALUE ZEROS.
      *****************************************************************
      * Perdas por serie (serie 00 ou acima de 19 cai na linha 20):
      * semestre 1 e 2 do ano analisado e total do ano anterior.
      *****************************************************************
       01  WK-TABELA-SERIES.
           05 WK-SER OCCURS 20 TIMES.
               10 WK-SER-S1             PIC 9(05).
               10 WK-SER-S2             PIC 9(05).
               10 WK-SER-ANT            PIC 9(05).
       01  WK-TABELA-CATEGORIAS.
           05 WK-CAT OCCURS 4 TIMES.
               10 WK-CAT-S1             PIC 9(05).
               10 WK-CAT-S2             PIC 9(05).
               10 WK-CAT-ANT            PIC 9(05).
               10 WK-CAT-RETIDOS        PIC 9(05).
       01  WK-NOMES-CATEGORIA.
           05 FILLER                    PIC X(28)
               VALUE 'TRANSFERENCIA'.
           05 FILLER                    PIC X(28)
               VALUE 'DESISTENCIA NA REMATRICULA'.
           05 FILLER                    PIC X(28)
               VALUE 'SEM RESPOSTA A REMATRICULA'.
           05 FILLER                    PIC X(28)
               VALUE 'INATIVACAO'.
       01  WK-NOMES-CATEGORIA-R REDEFINES WK-NOMES-CATEGORIA.
           05 WK-NOME-CAT               PIC X(28) OCCURS 4 TIMES.
       01  WK-TABELA-DESTINOS.
           05 WK-QTD-DESTINOS           PIC 9(03) VALUE ZEROS.
           05 WK-DEST OCCURS 100 TIMES.
               10 WK-DEST-ESCOLA        PIC X(30).
               10 WK-DEST-ANO           PIC 9(05).
               10 WK-DEST-ANT           PIC 9(05).
      *****************************************************************
      * WK-TABELA-PERDAS: as perdas do ano analisado, guardadas para a
      * lista nominal depois dos quadros.
      *****************************************************************
       01  WK-TABELA-PERDAS.
           05 WK-QTD-PERDAS-LST         PIC 9(04) VALUE ZEROS.
           05 WK-PER OCCURS 1000 TIMES.
               10 WK-PER-MATRICULA      PIC 9(06).
               10 WK-PER-NOME           PIC X(20).
               10 WK-PER-SERIE          PIC 9(02).
               10 WK-PER-SEMESTRE       PIC 9(01).
               10 WK-PER-CATEG          PIC 9(01).
               10 WK-PER-DESTINO        PIC X(30).
               10 WK-PER-RETENCOES      PIC 9(02).
               10 WK-PER-FREQ           PIC 9(03).
       77  WK-IDX-PER                   PIC 9(04) VALUE ZEROS.
      *****************************************************************
      * WK-TABELA-ATIVOS: os alunos ativos em ordem de matricula (a do
      * ALUNOID), com a chamada do ano corrente acumulada do FREQLOG -
      * o SEARCH ALL acha o aluno de cada linha de chamada.
      *****************************************************************
       01  WK-TABELA-ATIVOS.
           05 WK-QTD-TAB-ATIVOS         PIC 9(04) COMP VALUE ZEROS.
           05 WK-ATV                    OCCURS 1 TO 5000 TIMES
                                        DEPENDING ON WK-QTD-TAB-ATIVOS
                                        ASCENDING KEY WK-ATV-MATRICULA
                                        INDEXED BY WK-IX-ATV.
               10 WK-ATV-MATRICULA      PIC 9(06).
               10 WK-ATV-AULAS-ANO      PIC 9(05).
               10 WK-ATV-PRES-ANO       PIC 9(05).
               10 WK-ATV-AULAS-REC      PIC 9(05).
               10 WK-ATV-PRES-REC       PIC 9(05).
           COPY 'PARMCFG'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'EVASAO'                TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            MOVE WK-DATA-HOJE(1:4)       TO WK-ANO-CORRENTE

            DISPLAY '*** ANALISE DE EVASAO ***'
            DISPLAY 'ANO DA ANALISE (AAAA): '
            ACCEPT WK-ANO-ANALISE
            IF WK-ANO-ANALISE = ZEROS
               MOVE WK-ANO-CORRENTE      TO WK-ANO-ANALISE
            END-IF
            COMPUTE WK-ANO-ANTERIOR = WK-ANO-ANALISE - 1

            PERFORM P050-LER-PARAMETROS
            INITIALIZE WK-TABELA-SERIES WK-TABELA-CATEGORIAS
            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P150-CARREGAR-ATIVOS THRU P150-FIM
                    UNTIL WK-FIM-ALUNOS = 'S'
            PERFORM P170-APURAR-CHAMADA THRU P170-SAIDA

            SORT ARQ-ORDENACAO
                 ON ASCENDING KEY SR-SERIE
                    DESCENDING KEY SR-PONTOS
                    ASCENDING KEY SR-MATRICULA
                 INPUT PROCEDURE P200-AVALIAR-ALUNOS THRU P200-FIM
                 OUTPUT PROCEDURE P600-EMITIR-RELATORIO THRU P600-FIM

            PERFORM P900-FINALIZAR
            STOP RUN
            .

       P050-LER-PARAMETROS.
            MOVE 'REPROV-P-RETENCAO'     TO LK-CFG-CHAVE
            MOVE 3                       TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-LIMITE-REPROV
            MOVE 'EVASAO-FREQ-MIN'       TO LK-CFG-CHAVE
            MOVE 75                      TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-FREQ-MINIMA
            MOVE 'EVASAO-DIAS-RECENTE'   TO LK-CFG-CHAVE
            MOVE 30                      TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-DIAS-TENDENCIA
            MOVE 'EVASAO-QUEDA-FREQ'     TO LK-CFG-CHAVE
            MOVE 10                      TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-QUEDA-PONTOS
            MOVE 'EVASAO-DIAS-ATRASO'    TO LK-CFG-CHAVE
            MOVE 30                      TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-DIAS-ATRASO

            COMPUTE WK-DATA-RECENTE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE)
                    - WK-DIAS-TENDENCIA)
            COMPUTE WK-DATA-ATRASO = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE)
                    - WK-DIAS-ATRASO)
            COMPUTE WK-DATA-GRAVE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE) - 365)
            .

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT ALUNO-IDENTIDADE
            IF WK-FS-ALUNOID NOT = '00'
               DISPLAY 'NAO HA CADASTRO DE ALUNOS (ALUNOID).'
               STOP RUN
            END-IF
            OPEN INPUT ALUNO-MASTER
            IF WK-FS-ALUNO = '00'
               MOVE 'S'                  TO WK-TEM-ALUNOMST
            END-IF
            OPEN INPUT REMATRICULA-MASTER
            IF WK-FS-REMATRICULA = '00'
               MOVE 'S'                  TO WK-TEM-REMATRICULA
            ELSE
               DISPLAY 'SEM REMMSTR - DESISTENCIAS DE REMATRICULA '
                       'NAO ENTRAM NA ANALISE.'
            END-IF
            OPEN INPUT FATURA-MASTER
            IF WK-FS-FATURA = '00'
               MOVE 'S'                  TO WK-TEM-FATURA
            END-IF
            OPEN INPUT OCORRENCIA-MASTER
            IF WK-FS-OCORRENCIA = '00'
               MOVE 'S'                  TO WK-TEM-OCORRENCIA
            END-IF
            OPEN OUTPUT RELATORIO-EVASAO

            MOVE 'N'                     TO WK-FIM-ALUNOS
            MOVE ZEROS                   TO MAT-MATRICULA
            START ALUNO-IDENTIDADE KEY IS NOT LESS THAN MAT-MATRICULA
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ALUNOS
            END-START
            .

      *    Primeira passada no ALUNOID: so os ativos, na ordem da
      *    chave - e a ordem que o SEARCH ALL exige.
       P150-CARREGAR-ATIVOS.
            READ ALUNO-IDENTIDADE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ALUNOS
                    GO TO P150-FIM
            END-READ
            IF MAT-ATIVO AND WK-QTD-TAB-ATIVOS < 5000
               ADD 1                     TO WK-QTD-TAB-ATIVOS
               MOVE MAT-MATRICULA        TO
                    WK-ATV-MATRICULA(WK-QTD-TAB-ATIVOS)
               MOVE ZEROS                TO
                    WK-ATV-AULAS-ANO(WK-QTD-TAB-ATIVOS)
                    WK-ATV-PRES-ANO(WK-QTD-TAB-ATIVOS)
                    WK-ATV-AULAS-REC(WK-QTD-TAB-ATIVOS)
                    WK-ATV-PRES-REC(WK-QTD-TAB-ATIVOS)
            END-IF
            .
       P150-FIM.

      ******************************************************************
      * P170-APURAR-CHAMADA: o FREQLOG do ano corrente, aula a aula -
      * o acumulado do ano e o da janela recente (ultimos
      * EVASAO-DIAS-RECENTE dias) mostram a tendencia.
      ******************************************************************
       P170-APURAR-CHAMADA.
            OPEN INPUT FREQUENCIA
            IF WK-FS-FREQ NOT = '00'
               DISPLAY 'SEM FREQLOG - FREQUENCIA PELOS TOTAIS DO '
                       'ALUNOMST.'
               GO TO P170-SAIDA
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P175-LER-CHAMADA THRU P175-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE FREQUENCIA
            .
       P170-SAIDA.
            EXIT.

       P175-LER-CHAMADA.
            READ FREQUENCIA
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P175-FIM
            END-READ
            IF FR-ANO-SEMESTRE(1:4) NOT = WK-ANO-CORRENTE
               GO TO P175-FIM
            END-IF
            SEARCH ALL WK-ATV
                AT END
                   GO TO P175-FIM
                WHEN WK-ATV-MATRICULA(WK-IX-ATV) = FR-MATRICULA
                   ADD 1                 TO WK-ATV-AULAS-ANO(WK-IX-ATV)
                   IF FR-PRESENTE
                      ADD 1              TO WK-ATV-PRES-ANO(WK-IX-ATV)
                   END-IF
            END-SEARCH
            STRING FR-DATA(7:4) FR-DATA(4:2) FR-DATA(1:2)
                   DELIMITED BY SIZE INTO WK-DATA-AULA
            END-STRING
            IF WK-DATA-AULA >= WK-DATA-RECENTE
               ADD 1                     TO WK-ATV-AULAS-REC(WK-IX-ATV)
               IF FR-PRESENTE
                  ADD 1                  TO WK-ATV-PRES-REC(WK-IX-ATV)
               END-IF
            END-IF
            .
       P175-FIM.

      ******************************************************************
      * P200-AVALIAR-ALUNOS: segunda passada no ALUNOID. Cada aluno e
      * perda (de um dos dois anos comparados) ou, se ativo, candidato
      * a lista de alerta, que vai para a ordenacao.
      ******************************************************************
       P200-AVALIAR-ALUNOS.
            MOVE 'N'                     TO WK-FIM-ALUNOS
            MOVE ZEROS                   TO MAT-MATRICULA
            START ALUNO-IDENTIDADE KEY IS NOT LESS THAN MAT-MATRICULA
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ALUNOS
            END-START
            PERFORM P210-LER-ALUNO THRU P210-FIM
                    UNTIL WK-FIM-ALUNOS = 'S'
            .
       P200-FIM.

       P210-LER-ALUNO.
            READ ALUNO-IDENTIDADE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ALUNOS
                    GO TO P210-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDOS
            PERFORM P300-HISTORICO THRU P300-FIM
            PERFORM P400-CLASSIFICAR-PERDA THRU P400-FIM
            IF WK-PERDA-CATEG NOT = ZEROS
               PERFORM P450-ACUMULAR-PERDA THRU P450-FIM
               GO TO P210-FIM
            END-IF
            IF MAT-ATIVO
               ADD 1                     TO WK-QTD-ATIVOS
               PERFORM P500-SINAIS-ALERTA THRU P500-FIM
            END-IF
            .
       P210-FIM.

      ******************************************************************
      * P300-HISTORICO: no ALUNOMST do aluno - o ultimo periodo
      * cursado (data da inativacao), a frequencia nele e quantos anos
      * ele ficou retido pela regra do PROGALU (reprovacoes no ano >=
      * REPROV-P-RETENCAO).
      ******************************************************************
       P300-HISTORICO.
            MOVE ZEROS                   TO WK-ULT-PERIODO
                                            WK-RETENCOES
                                            WK-REPROV-ANO
                                            WK-ANO-EM-CURSO
                                            WK-AULAS-ULT
                                            WK-PRES-ULT
                                            WK-FREQ-ULT
            IF WK-TEM-ALUNOMST NOT = 'S'
               GO TO P300-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE MAT-MATRICULA           TO AL-MATRICULA
            MOVE ZEROS                   TO AL-ANO-SEMESTRE
            MOVE LOW-VALUES              TO AL-MATERIA
            START ALUNO-MASTER KEY IS NOT LESS THAN AL-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P310-LER-MATERIA THRU P310-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-REPROV-ANO >= WK-LIMITE-REPROV
               ADD 1                     TO WK-RETENCOES
            END-IF
            IF WK-AULAS-ULT > ZEROS
               COMPUTE WK-FREQ-ULT ROUNDED =
                       WK-PRES-ULT * 100 / WK-AULAS-ULT
            END-IF
            .
       P300-FIM.

       P310-LER-MATERIA.
            READ ALUNO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P310-FIM
            END-READ
            IF AL-MATRICULA NOT = MAT-MATRICULA
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P310-FIM
            END-IF
            COMPUTE WK-ANO-LIDO = AL-ANO-SEMESTRE / 10
            IF WK-ANO-LIDO NOT = WK-ANO-EM-CURSO
               IF WK-REPROV-ANO >= WK-LIMITE-REPROV
                  ADD 1                  TO WK-RETENCOES
               END-IF
               MOVE WK-ANO-LIDO          TO WK-ANO-EM-CURSO
               MOVE ZEROS                TO WK-REPROV-ANO
            END-IF
            IF AL-STATUS(1:9) = 'REPROVADO'
               ADD 1                     TO WK-REPROV-ANO
            END-IF
            IF AL-ANO-SEMESTRE NOT = WK-ULT-PERIODO
               MOVE AL-ANO-SEMESTRE      TO WK-ULT-PERIODO
               MOVE ZEROS                TO WK-AULAS-ULT
                                            WK-PRES-ULT
            END-IF
            ADD AL-QTDE-AULAS            TO WK-AULAS-ULT
            ADD AL-QTDE-PRESENCAS        TO WK-PRES-ULT
            .
       P310-FIM.

      ******************************************************************
      * P400-CLASSIFICAR-PERDA: uma categoria por aluno, na ordem
      * transferencia > desistencia > sem resposta > inativacao. A
      * rematricula do ano Y+1 (ciclo de outubro de Y) conta como
      * perda do 2o semestre de Y.
      ******************************************************************
       P400-CLASSIFICAR-PERDA.
            MOVE ZEROS                   TO WK-PERDA-CATEG
                                            WK-PERDA-ANO
                                            WK-PERDA-SEMESTRE
            MOVE SPACES                  TO WK-PERDA-DESTINO
            MOVE MAT-SERIE               TO WK-PERDA-SERIE

            IF MAT-TRANSFERIDO
               MOVE 1                    TO WK-PERDA-CATEG
               MOVE MAT-DATA-TRANSF(1:4) TO WK-PERDA-ANO
               IF MAT-DATA-TRANSF(5:2) > '06'
                  MOVE 2                 TO WK-PERDA-SEMESTRE
               ELSE
                  MOVE 1                 TO WK-PERDA-SEMESTRE
               END-IF
               MOVE MAT-ESCOLA-DESTINO   TO WK-PERDA-DESTINO
               IF WK-PERDA-DESTINO = SPACES
                  MOVE '(NAO INFORMADA)'  TO WK-PERDA-DESTINO
               END-IF
               GO TO P400-FIM
            END-IF

            IF WK-TEM-REMATRICULA = 'S'
               COMPUTE REM-ANO = WK-ANO-ANALISE + 1
               PERFORM P410-LER-REMATRICULA
               IF WK-PERDA-CATEG = ZEROS
                  MOVE WK-ANO-ANALISE    TO REM-ANO
                  PERFORM P410-LER-REMATRICULA
               END-IF
               IF WK-PERDA-CATEG NOT = ZEROS
                  GO TO P400-FIM
               END-IF
            END-IF

            IF MAT-INATIVO
               IF WK-ULT-PERIODO = ZEROS
                  ADD 1                  TO WK-QTD-INATIVOS-SEM-DATA
               ELSE
                  MOVE 4                 TO WK-PERDA-CATEG
                  COMPUTE WK-PERDA-ANO = WK-ULT-PERIODO / 10
                  COMPUTE WK-PERDA-SEMESTRE = WK-ULT-PERIODO
                                            - (WK-PERDA-ANO * 10)
               END-IF
            END-IF
            .
       P400-FIM.

       P410-LER-REMATRICULA.
            MOVE MAT-MATRICULA           TO REM-MATRICULA
            READ REMATRICULA-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF REM-DECLINADA
                       MOVE 2            TO WK-PERDA-CATEG
                    END-IF
                    IF REM-SEM-RESPOSTA AND REM-PRAZO < WK-DATA-HOJE
                       MOVE 3            TO WK-PERDA-CATEG
                    END-IF
                    IF WK-PERDA-CATEG NOT = ZEROS
                       COMPUTE WK-PERDA-ANO = REM-ANO - 1
                       MOVE 2            TO WK-PERDA-SEMESTRE
                       MOVE REM-SERIE    TO WK-PERDA-SERIE
                    END-IF
            END-READ
            .

       P450-ACUMULAR-PERDA.
            IF WK-PERDA-ANO NOT = WK-ANO-ANALISE
               AND WK-PERDA-ANO NOT = WK-ANO-ANTERIOR
               GO TO P450-FIM
            END-IF
            MOVE WK-PERDA-SERIE          TO WK-IDX
            IF WK-IDX = ZEROS OR WK-IDX > 19
               MOVE 20                   TO WK-IDX
            END-IF
            IF WK-PERDA-ANO = WK-ANO-ANTERIOR
               ADD 1                     TO WK-QTD-PERDAS-ANT
               ADD 1                     TO WK-SER-ANT(WK-IDX)
               ADD 1                     TO WK-CAT-ANT(WK-PERDA-CATEG)
               IF WK-PERDA-CATEG = 1
                  PERFORM P460-CONTAR-DESTINO THRU P460-FIM
                  ADD 1                  TO WK-DEST-ANT(WK-IDX-DEST)
               END-IF
               GO TO P450-FIM
            END-IF

            ADD 1                        TO WK-QTD-PERDAS-ANO
            IF WK-PERDA-SEMESTRE = 1
               ADD 1                     TO WK-SER-S1(WK-IDX)
               ADD 1                     TO WK-CAT-S1(WK-PERDA-CATEG)
            ELSE
               ADD 1                     TO WK-SER-S2(WK-IDX)
               ADD 1                     TO WK-CAT-S2(WK-PERDA-CATEG)
            END-IF
            IF WK-RETENCOES > 1
               ADD 1                     TO
                   WK-CAT-RETIDOS(WK-PERDA-CATEG)
            END-IF
            IF WK-PERDA-CATEG = 1
               PERFORM P460-CONTAR-DESTINO THRU P460-FIM
               ADD 1                     TO WK-DEST-ANO(WK-IDX-DEST)
            END-IF
            IF WK-QTD-PERDAS-LST < 1000
               ADD 1                     TO WK-QTD-PERDAS-LST
               MOVE MAT-MATRICULA        TO
                    WK-PER-MATRICULA(WK-QTD-PERDAS-LST)
               MOVE MAT-NOME             TO
                    WK-PER-NOME(WK-QTD-PERDAS-LST)
               MOVE WK-PERDA-SERIE       TO
                    WK-PER-SERIE(WK-QTD-PERDAS-LST)
               MOVE WK-PERDA-SEMESTRE    TO
                    WK-PER-SEMESTRE(WK-QTD-PERDAS-LST)
               MOVE WK-PERDA-CATEG       TO
                    WK-PER-CATEG(WK-QTD-PERDAS-LST)
               MOVE WK-PERDA-DESTINO     TO
                    WK-PER-DESTINO(WK-QTD-PERDAS-LST)
               MOVE WK-RETENCOES         TO
                    WK-PER-RETENCOES(WK-QTD-PERDAS-LST)
               MOVE WK-FREQ-ULT          TO
                    WK-PER-FREQ(WK-QTD-PERDAS-LST)
            END-IF
            .
       P450-FIM.

      *    Escola de destino: acha na tabela ou acrescenta; acima de
      *    99 escolas distintas tudo vai para a linha 100 (OUTRAS).
       P460-CONTAR-DESTINO.
            MOVE 'N'                     TO WK-IDX-ACHADO
            PERFORM P465-PROCURAR-DESTINO
                    VARYING WK-IDX-DEST FROM 1 BY 1
                    UNTIL WK-IDX-DEST > WK-QTD-DESTINOS
                       OR WK-IDX-ACHADO = 'S'
            IF WK-IDX-ACHADO = 'S'
               SUBTRACT 1                FROM WK-IDX-DEST
               GO TO P460-FIM
            END-IF
            IF WK-QTD-DESTINOS < 99
               ADD 1                     TO WK-QTD-DESTINOS
               MOVE WK-QTD-DESTINOS      TO WK-IDX-DEST
               MOVE WK-PERDA-DESTINO     TO WK-DEST-ESCOLA(WK-IDX-DEST)
            ELSE
               MOVE 100                  TO WK-IDX-DEST
               MOVE '(OUTRAS ESCOLAS)'   TO WK-DEST-ESCOLA(WK-IDX-DEST)
            END-IF
            MOVE ZEROS                   TO WK-DEST-ANO(WK-IDX-DEST)
                                            WK-DEST-ANT(WK-IDX-DEST)
            .
       P460-FIM.

       P465-PROCURAR-DESTINO.
            IF WK-DEST-ESCOLA(WK-IDX-DEST) = WK-PERDA-DESTINO
               MOVE 'S'                  TO WK-IDX-ACHADO
            END-IF
            .

      ******************************************************************
      * P500-SINAIS-ALERTA: um ponto por sinal. Frequencia baixa ou em
      * queda (FREQLOG; sem chamada no ano, o ultimo periodo do
      * ALUNOMST), fatura vencida ha mais de EVASAO-DIAS-ATRASO com
      * saldo, ocorrencia de severidade 3 nos ultimos 12 meses e
      * retencao em mais de um ano.
      ******************************************************************
       P500-SINAIS-ALERTA.
            MOVE ZEROS                   TO WK-PONTOS
                                            WK-FREQ-ANO
                                            WK-FREQ-RECENTE
                                            WK-SALDO-VENCIDO
                                            WK-QTD-GRAVES
            MOVE SPACES                  TO WK-SINAIS
            MOVE 1                       TO WK-PTR-SINAIS

            MOVE 'N'                     TO WK-IDX-ACHADO
            SEARCH ALL WK-ATV
                AT END
                   CONTINUE
                WHEN WK-ATV-MATRICULA(WK-IX-ATV) = MAT-MATRICULA
                   MOVE 'S'              TO WK-IDX-ACHADO
            END-SEARCH
            IF WK-IDX-ACHADO = 'S'
               AND WK-ATV-AULAS-ANO(WK-IX-ATV) > ZEROS
               COMPUTE WK-FREQ-ANO ROUNDED =
                       WK-ATV-PRES-ANO(WK-IX-ATV) * 100
                       / WK-ATV-AULAS-ANO(WK-IX-ATV)
               MOVE WK-FREQ-ANO          TO WK-FREQ-RECENTE
               IF WK-ATV-AULAS-REC(WK-IX-ATV) > ZEROS
                  COMPUTE WK-FREQ-RECENTE ROUNDED =
                          WK-ATV-PRES-REC(WK-IX-ATV) * 100
                          / WK-ATV-AULAS-REC(WK-IX-ATV)
               END-IF
            ELSE
               IF WK-AULAS-ULT > ZEROS
                  MOVE WK-FREQ-ULT       TO WK-FREQ-ANO
                                            WK-FREQ-RECENTE
               ELSE
                  MOVE 100               TO WK-FREQ-ANO
                                            WK-FREQ-RECENTE
               END-IF
            END-IF
            IF WK-FREQ-RECENTE < WK-FREQ-MINIMA
               ADD 1                     TO WK-PONTOS
               STRING 'FREQ BAIXA ' DELIMITED BY SIZE
                      INTO WK-SINAIS WITH POINTER WK-PTR-SINAIS
               END-STRING
            ELSE
               IF WK-FREQ-RECENTE + WK-QUEDA-PONTOS <= WK-FREQ-ANO
                  ADD 1                  TO WK-PONTOS
                  STRING 'FREQ EM QUEDA ' DELIMITED BY SIZE
                         INTO WK-SINAIS WITH POINTER WK-PTR-SINAIS
                  END-STRING
               END-IF
            END-IF

            IF WK-TEM-FATURA = 'S'
               PERFORM P510-FATURAS-VENCIDAS THRU P510-FIM
               IF WK-SALDO-VENCIDO > ZEROS
                  ADD 1                  TO WK-PONTOS
                  STRING 'DEBITO ' DELIMITED BY SIZE
                         INTO WK-SINAIS WITH POINTER WK-PTR-SINAIS
                  END-STRING
               END-IF
            END-IF

            IF WK-TEM-OCORRENCIA = 'S'
               PERFORM P530-OCORRENCIAS-GRAVES THRU P530-FIM
               IF WK-QTD-GRAVES > ZEROS
                  ADD 1                  TO WK-PONTOS
                  STRING 'OCORRENCIA GRAVE ' DELIMITED BY SIZE
                         INTO WK-SINAIS WITH POINTER WK-PTR-SINAIS
                  END-STRING
               END-IF
            END-IF

            IF WK-RETENCOES > 1
               ADD 1                     TO WK-PONTOS
               STRING 'RETENCAO REPETIDA' DELIMITED BY SIZE
                      INTO WK-SINAIS WITH POINTER WK-PTR-SINAIS
               END-STRING
            END-IF

            IF WK-PONTOS = ZEROS
               GO TO P500-FIM
            END-IF
            ADD 1                        TO WK-QTD-ALERTAS
            MOVE MAT-SERIE               TO SR-SERIE
            MOVE WK-PONTOS               TO SR-PONTOS
            MOVE MAT-MATRICULA           TO SR-MATRICULA
            MOVE MAT-NOME                TO SR-NOME
            MOVE WK-FREQ-ANO             TO SR-FREQ-ANO
            MOVE WK-FREQ-RECENTE         TO SR-FREQ-RECENTE
            MOVE WK-SALDO-VENCIDO        TO SR-SALDO-VENCIDO
            MOVE WK-QTD-GRAVES           TO SR-QTD-GRAVES
            MOVE WK-RETENCOES            TO SR-RETENCOES
            MOVE WK-SINAIS               TO SR-SINAIS
            RELEASE SORT-REC
            .
       P500-FIM.

      *    Mesma conta de saldo do FATCNTT: valor + multa + juros -
      *    pago, so nas faturas abertas vencidas antes do corte.
       P510-FATURAS-VENCIDAS.
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE MAT-MATRICULA           TO FAT-MATRICULA
            MOVE ZEROS                   TO FAT-COMPETENCIA
            START FATURA-MASTER KEY IS NOT LESS THAN FAT-CHAVE
                INVALID KEY
                   GO TO P510-FIM
            END-START
            PERFORM P520-LER-FATURA THRU P520-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P510-FIM.

       P520-LER-FATURA.
            READ FATURA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P520-FIM
            END-READ
            IF FAT-MATRICULA NOT = MAT-MATRICULA
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P520-FIM
            END-IF
            IF FAT-ABERTA AND FAT-VENCIMENTO < WK-DATA-ATRASO
               COMPUTE WK-SALDO-CTVS = FAT-VALOR-CTVS + FAT-MULTA-CTVS
                                     + FAT-JUROS-CTVS
                                     - FAT-VALOR-PAGO-CTVS
               IF WK-SALDO-CTVS > ZEROS
                  ADD WK-SALDO-CTVS      TO WK-SALDO-VENCIDO
               END-IF
            END-IF
            .
       P520-FIM.

       P530-OCORRENCIAS-GRAVES.
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE MAT-MATRICULA           TO OCO-MATRICULA
            MOVE ZEROS                   TO OCO-SEQ
            START OCORRENCIA-MASTER KEY IS NOT LESS THAN OCO-CHAVE
                INVALID KEY
                   GO TO P530-FIM
            END-START
            PERFORM P540-LER-OCORRENCIA THRU P540-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P530-FIM.

       P540-LER-OCORRENCIA.
            READ OCORRENCIA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P540-FIM
            END-READ
            IF OCO-MATRICULA NOT = MAT-MATRICULA
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P540-FIM
            END-IF
            IF OCO-SEVERIDADE >= 3 AND OCO-DATA >= WK-DATA-GRAVE
               ADD 1                     TO WK-QTD-GRAVES
            END-IF
            .
       P540-FIM.

      ******************************************************************
      * P600-EMITIR-RELATORIO: os quadros de perdas (ja completos ao
      * fim da passada) e depois a lista de alerta que sai da
      * ordenacao - por serie, do aluno com mais sinais para o menos.
      ******************************************************************
       P600-EMITIR-RELATORIO.
            MOVE SPACES                  TO EVASREL-REC
            STRING 'ANALISE DE EVASAO - ANO ' WK-ANO-ANALISE
                   ' COMPARADO COM ' WK-ANO-ANTERIOR
                   ' - EMITIDO EM ' WK-DATA-HOJE
                   DELIMITED BY SIZE INTO EVASREL-REC
            END-STRING
            WRITE EVASREL-REC
            PERFORM P610-QUADRO-SERIES
            PERFORM P630-QUADRO-CATEGORIAS
            PERFORM P650-QUADRO-DESTINOS
            PERFORM P670-LISTA-PERDAS

            PERFORM P690-CABECALHO-ALERTAS
            MOVE 'N'                     TO WK-FIM-ORDENACAO
            PERFORM P700-LER-ALERTA THRU P700-FIM
                    UNTIL WK-FIM-ORDENACAO = 'S'
            .
       P600-FIM.

       P610-QUADRO-SERIES.
            MOVE SPACES                  TO EVASREL-REC
            WRITE EVASREL-REC
            MOVE 'PERDAS POR SERIE'      TO EVASREL-REC
            WRITE EVASREL-REC
            MOVE SPACES                  TO EVASREL-REC
            STRING 'SERIE   1.SEM   2.SEM   TOTAL ' WK-ANO-ANALISE
                   '  TOTAL ' WK-ANO-ANTERIOR '  VARIACAO'
                   DELIMITED BY SIZE INTO EVASREL-REC
            END-STRING
            WRITE EVASREL-REC
            PERFORM P615-LINHA-SERIE
                    VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 20
            MOVE WK-QTD-PERDAS-ANO       TO WK-QTD-ED3
            MOVE WK-QTD-PERDAS-ANT       TO WK-QTD-ED4
            COMPUTE WK-VARIACAO = WK-QTD-PERDAS-ANO
                                - WK-QTD-PERDAS-ANT
            MOVE WK-VARIACAO             TO WK-VAR-ED
            MOVE SPACES                  TO EVASREL-REC
            STRING 'TOTAL                  ' WK-QTD-ED3 '       '
                   WK-QTD-ED4 '    ' WK-VAR-ED
                   DELIMITED BY SIZE INTO EVASREL-REC
            END-STRING
            WRITE EVASREL-REC
            .

       P615-LINHA-SERIE.
            IF WK-SER-S1(WK-IDX) + WK-SER-S2(WK-IDX)
               + WK-SER-ANT(WK-IDX) = ZEROS
               CONTINUE
            ELSE
               MOVE WK-SER-S1(WK-IDX)    TO WK-QTD-ED
               MOVE WK-SER-S2(WK-IDX)    TO WK-QTD-ED2
               COMPUTE WK-QTD-ED3 = WK-SER-S1(WK-IDX)
                                  + WK-SER-S2(WK-IDX)
               MOVE WK-SER-ANT(WK-IDX)   TO WK-QTD-ED4
               COMPUTE WK-VARIACAO = WK-SER-S1(WK-IDX)
                                   + WK-SER-S2(WK-IDX)
                                   - WK-SER-ANT(WK-IDX)
               MOVE WK-VARIACAO          TO WK-VAR-ED
               MOVE SPACES               TO EVASREL-REC
               IF WK-IDX = 20
                  STRING 'OUTRAS'
                         DELIMITED BY SIZE INTO EVASREL-REC
                  END-STRING
               ELSE
                  STRING '  ' WK-IDX
                         DELIMITED BY SIZE INTO EVASREL-REC
                  END-STRING
               END-IF
               STRING WK-QTD-ED '   ' WK-QTD-ED2 '        '
                      WK-QTD-ED3 '       ' WK-QTD-ED4 '    '
                      WK-VAR-ED
                      DELIMITED BY SIZE INTO EVASREL-REC(7:)
               END-STRING
               WRITE EVASREL-REC
            END-IF
            .

       P630-QUADRO-CATEGORIAS.
            MOVE SPACES                  TO EVASREL-REC
            WRITE EVASREL-REC
            MOVE 'PERDAS POR MOTIVO'     TO EVASREL-REC
            WRITE EVASREL-REC
            MOVE SPACES                  TO EVASREL-REC
            STRING 'MOTIVO                        1.SEM   2.SEM   '
                   'TOTAL ' WK-ANO-ANALISE '  TOTAL ' WK-ANO-ANTERIOR
                   '  VARIACAO  RETIDOS 2+ ANOS'
                   DELIMITED BY SIZE INTO EVASREL-REC
            END-STRING
            WRITE EVASREL-REC
            PERFORM P635-LINHA-CATEGORIA
                    VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 4
            IF WK-QTD-INATIVOS-SEM-DATA > ZEROS
               MOVE WK-QTD-INATIVOS-SEM-DATA TO WK-QTD-ED
               MOVE SPACES               TO EVASREL-REC
               STRING '(' WK-QTD-ED ' INATIVO(S) SEM NENHUM PERIODO '
                      'NO ALUNOMST - FORA DOS QUADROS)'
                      DELIMITED BY SIZE INTO EVASREL-REC
               END-STRING
               WRITE EVASREL-REC
            END-IF
            .

       P635-LINHA-CATEGORIA.
            MOVE WK-CAT-S1(WK-IDX)       TO WK-QTD-ED
            COMPUTE WK-QTD-ED3 = WK-CAT-S1(WK-IDX) + WK-CAT-S2(WK-IDX)
            MOVE WK-CAT-ANT(WK-IDX)      TO WK-QTD-ED4
            COMPUTE WK-VARIACAO = WK-CAT-S1(WK-IDX) + WK-CAT-S2(WK-IDX)
                                - WK-CAT-ANT(WK-IDX)
            MOVE WK-VARIACAO             TO WK-VAR-ED
            MOVE WK-CAT-RETIDOS(WK-IDX)  TO WK-QTD-ED2
            MOVE SPACES                  TO EVASREL-REC
            STRING WK-NOME-CAT(WK-IDX) ' ' WK-QTD-ED ' '
                   DELIMITED BY SIZE INTO EVASREL-REC
            END-STRING
            MOVE WK-CAT-S2(WK-IDX)       TO WK-QTD-ED
            STRING WK-QTD-ED '        ' WK-QTD-ED3 '       '
                   WK-QTD-ED4 '    ' WK-VAR-ED '      ' WK-QTD-ED2
                   DELIMITED BY SIZE INTO EVASREL-REC(38:)
            END-STRING
            WRITE EVASREL-REC
            .

       P650-QUADRO-DESTINOS.
            MOVE SPACES                  TO EVASREL-REC
            WRITE EVASREL-REC
            MOVE 'TRANSFERENCIAS POR ESCOLA DE DESTINO'
                                         TO EVASREL-REC
            WRITE EVASREL-REC
            IF WK-QTD-DESTINOS = ZEROS
               MOVE '  (NENHUMA TRANSFERENCIA NOS DOIS ANOS)'
                                         TO EVASREL-REC
               WRITE EVASREL-REC
            ELSE
               MOVE SPACES               TO EVASREL-REC
               STRING 'ESCOLA DE DESTINO              ' WK-ANO-ANALISE
                      '   ' WK-ANO-ANTERIOR
                      DELIMITED BY SIZE INTO EVASREL-REC
               END-STRING
               WRITE EVASREL-REC
               PERFORM P655-LINHA-DESTINO
                       VARYING WK-IDX-DEST FROM 1 BY 1
                       UNTIL WK-IDX-DEST > WK-QTD-DESTINOS
               IF WK-QTD-DESTINOS = 99
                  MOVE 100               TO WK-IDX-DEST
                  PERFORM P655-LINHA-DESTINO
               END-IF
            END-IF
            .

       P655-LINHA-DESTINO.
            MOVE WK-DEST-ANO(WK-IDX-DEST) TO WK-QTD-ED
            MOVE WK-DEST-ANT(WK-IDX-DEST) TO WK-QTD-ED2
            MOVE SPACES                  TO EVASREL-REC
            STRING WK-DEST-ESCOLA(WK-IDX-DEST) ' ' WK-QTD-ED '  '
                   WK-QTD-ED2
                   DELIMITED BY SIZE INTO EVASREL-REC
            END-STRING
            WRITE EVASREL-REC
            .

       P670-LISTA-PERDAS.
            MOVE SPACES                  TO EVASREL-REC
            WRITE EVASREL-REC
            MOVE SPACES                  TO EVASREL-REC
            STRING 'ALUNOS PERDIDOS EM ' WK-ANO-ANALISE
                   DELIMITED BY SIZE INTO EVASREL-REC
            END-STRING
            WRITE EVASREL-REC
            MOVE SPACES                  TO EVASREL-REC
            STRING 'MATRIC NOME                 SER SEM MOTIVO       '
                   '                RETENCOES FREQ.ULT DESTINO'
                   DELIMITED BY SIZE INTO EVASREL-REC
            END-STRING
            WRITE EVASREL-REC
            PERFORM P675-LINHA-PERDA
                    VARYING WK-IDX-PER FROM 1 BY 1
                    UNTIL WK-IDX-PER > WK-QTD-PERDAS-LST
            .

       P675-LINHA-PERDA.
            MOVE WK-PER-FREQ(WK-IDX-PER) TO WK-FREQ-ED
            MOVE WK-PER-CATEG(WK-IDX-PER) TO WK-IDX
            MOVE SPACES                  TO EVASREL-REC
            STRING WK-PER-MATRICULA(WK-IDX-PER) ' '
                   WK-PER-NOME(WK-IDX-PER) ' '
                   WK-PER-SERIE(WK-IDX-PER) '   '
                   WK-PER-SEMESTRE(WK-IDX-PER) '  '
                   WK-NOME-CAT(WK-IDX) '    '
                   WK-PER-RETENCOES(WK-IDX-PER) '       '
                   WK-FREQ-ED '%   '
                   WK-PER-DESTINO(WK-IDX-PER)
                   DELIMITED BY SIZE INTO EVASREL-REC
            END-STRING
            WRITE EVASREL-REC
            .

       P690-CABECALHO-ALERTAS.
            MOVE SPACES                  TO EVASREL-REC
            WRITE EVASREL-REC
            MOVE SPACES                  TO EVASREL-REC
            STRING 'ALUNOS ATIVOS COM SINAIS DE ALERTA (FREQ. MINIMA '
                   WK-FREQ-MINIMA '%, JANELA RECENTE '
                   WK-DIAS-TENDENCIA ' DIAS, DEBITO VENCIDO HA MAIS DE '
                   WK-DIAS-ATRASO ' DIAS)'
                   DELIMITED BY SIZE INTO EVASREL-REC
            END-STRING
            WRITE EVASREL-REC
            .

       P700-LER-ALERTA.
            RETURN ARQ-ORDENACAO
                AT END
                   MOVE 'S'              TO WK-FIM-ORDENACAO
                   GO TO P700-FIM
            END-RETURN
            IF WK-PRIMEIRO-REG = 'S' OR SR-SERIE NOT = WK-SERIE-ATUAL
               MOVE 'N'                  TO WK-PRIMEIRO-REG
               MOVE SR-SERIE             TO WK-SERIE-ATUAL
               MOVE SPACES               TO EVASREL-REC
               STRING 'SERIE ' SR-SERIE
                      DELIMITED BY SIZE INTO EVASREL-REC
               END-STRING
               WRITE EVASREL-REC
               MOVE SPACES               TO EVASREL-REC
               STRING '  MATRIC NOME                 PTS FREQ.ANO '
                      'RECENTE  DEBITO VENCIDO GRAVES RET SINAIS'
                      DELIMITED BY SIZE INTO EVASREL-REC
               END-STRING
               WRITE EVASREL-REC
            END-IF
            MOVE SR-FREQ-ANO             TO WK-FREQ-ED
            MOVE SR-FREQ-RECENTE         TO WK-FREQ-ED2
            COMPUTE WK-VALOR-REAIS = SR-SALDO-VENCIDO / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-ED
            MOVE SPACES                  TO EVASREL-REC
            STRING '  ' SR-MATRICULA ' ' SR-NOME '  ' SR-PONTOS
                   '     ' WK-FREQ-ED '%    ' WK-FREQ-ED2 '% '
                   WK-VALOR-ED '     ' SR-QTD-GRAVES '  '
                   SR-RETENCOES ' ' SR-SINAIS
                   DELIMITED BY SIZE INTO EVASREL-REC
            END-STRING
            WRITE EVASREL-REC
            .
       P700-FIM.

       P900-FINALIZAR.
            MOVE SPACES                  TO EVASREL-REC
            WRITE EVASREL-REC
            MOVE SPACES                  TO EVASREL-REC
            STRING 'ALUNOS LIDOS: ' WK-QTD-LIDOS
                   '  ATIVOS AVALIADOS: ' WK-QTD-ATIVOS
                   '  COM ALERTA: ' WK-QTD-ALERTAS
                   DELIMITED BY SIZE INTO EVASREL-REC
            END-STRING
            WRITE EVASREL-REC

            CLOSE ALUNO-IDENTIDADE RELATORIO-EVASAO
            IF WK-TEM-ALUNOMST = 'S'
               CLOSE ALUNO-MASTER
            END-IF
            IF WK-TEM-REMATRICULA = 'S'
               CLOSE REMATRICULA-MASTER
            END-IF
            IF WK-TEM-FATURA = 'S'
               CLOSE FATURA-MASTER
            END-IF
            IF WK-TEM-OCORRENCIA = 'S'
               CLOSE OCORRENCIA-MASTER
            END-IF
            DISPLAY 'ALUNOS LIDOS................: ' WK-QTD-LIDOS
            DISPLAY 'PERDAS EM ' WK-ANO-ANALISE '.............: '
                    WK-QTD-PERDAS-ANO
            DISPLAY 'PERDAS EM ' WK-ANO-ANTERIOR '.............: '
                    WK-QTD-PERDAS-ANT
            DISPLAY 'ATIVOS COM SINAL DE ALERTA..: ' WK-QTD-ALERTAS
            DISPLAY 'RELATORIO EM EVASREL.'

            MOVE 'EVASAO'                TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-LIDOS            TO LK-RUN-QTD-LIDOS
            MOVE WK-QTD-PERDAS-ANO       TO LK-RUN-QTD-APLICADOS
            MOVE ZEROS                   TO LK-RUN-QTD-REJEITADOS
            MOVE ZEROS                   TO LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM EVASAO.
