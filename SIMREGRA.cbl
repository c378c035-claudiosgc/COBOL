      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: SIMULACAO DE MUDANCA DE REGRA DE APROVACAO. TODO ANO
      *          O CONSELHO PEDAGOGICO DISCUTE MEXER NO PISO DE 75% DE
      *          FREQUENCIA DO FECHALU, NA MEDIA-RECUP-DECIMOS DO
      *          RECUPALU OU NA REPROV-P-RETENCAO DO PROGALU, E
      *          NINGUEM SABIA QUANTOS ALUNOS CADA PROPOSTA MUDARIA.
      *          ESTE LOTE LE ALUNOID, ALUNOMST E FREQLOG DO ANO
      *          INFORMADO, REFAZ O FLUXO INTEIRO DO STATUS (O MESMO
      *          DO ALTNOTA: PISO DE FREQUENCIA, MEDIA 7, NOTA DE
      *          RECUPERACAO, FAIXA DE RECUPERACAO) E A PROGRESSAO DO
      *          PROGALU COM AS REGRAS ATUAIS E COM AS PROPOSTAS, LADO
      *          A LADO, SEM GRAVAR NADA NOS MESTRES. O SIMREL TRAZ,
      *          POR SERIE E MATERIA, AS MATRICULAS QUE MUDARIAM DE
      *          SITUACAO (APROVADO -> RECUPERACAO, RECUPERACAO ->
      *          REPROVADO, E O CAMINHO INVERSO), OS ALUNOS QUE
      *          PASSARIAM DE PROMOVIDO A RETIDO (OU O CONTRARIO) E O
      *          QUADRO-RESUMO POR SERIE PARA A VOTACAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMREGRA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELALID'.
           COPY 'SELALUNO'.
           COPY 'SELFREQ'.
           SELECT RELATORIO-SIMULACAO
               ASSIGN TO "SIMREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-ORDENACAO
               ASSIGN TO "SIMWORK".
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDALID'.
           COPY 'FDALUNO'.
           COPY 'FDFREQ'.
       FD  RELATORIO-SIMULACAO
           LABEL RECORD IS STANDARD.
       01  SIMREL-REC                   PIC X(132).
      *    SR-TIPO '1' = mudanca de status numa materia,
      *            '2' = mudanca no resultado do ano (progressao).
       SD  ARQ-ORDENACAO.
       01  SORT-REC.
           03 SR-SERIE                  PIC 9(02).
           03 SR-TIPO                   PIC X(01).
           03 SR-MATERIA                PIC X(15).
           03 SR-MATRICULA              PIC 9(06).
           03 SR-ANO-SEMESTRE           PIC 9(05).
           03 SR-NOME                   PIC X(20).
           03 SR-MEDIA                  PIC 9(02)V9.
           03 SR-NOTA-RECUP             PIC 9(02)V9.
           03 SR-PERCENTUAL             PIC 9(03).
           03 SR-REPROV-ATUAL           PIC 9(02).
           03 SR-REPROV-PROP            PIC 9(02).
           03 SR-DE                     PIC X(10).
           03 SR-PARA                   PIC X(10).
           03 SR-MUDANCA                PIC X(01).
               88 SR-APROV-P-RECUP       VALUE 'A'.
               88 SR-RECUP-P-REPROV      VALUE 'B'.
               88 SR-APROV-P-REPROV      VALUE 'C'.
               88 SR-MELHORA             VALUE 'D'.
               88 SR-PROMOV-P-RETIDO     VALUE 'E'.
               88 SR-RETIDO-P-PROMOV     VALUE 'F'.
               88 SR-MUDA-DEPENDENCIA    VALUE 'G'.
       WORKING-STORAGE SECTION.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNO                  PIC X(02) VALUE SPACES.
       77  WK-FS-FREQ                   PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-FIM-ALUNOS                PIC X(01) VALUE 'N'.
       77  WK-FIM-NOTAS                 PIC X(01) VALUE 'N'.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-ORDENACAO             PIC X(01) VALUE 'N'.
       77  WK-ACHOU-FREQ                PIC X(01) VALUE 'N'.
       77  WK-ANO-SIMULADO              PIC 9(04) VALUE ZEROS.
       77  WK-SEM1                      PIC 9(05) VALUE ZEROS.
       77  WK-SEM2                      PIC 9(05) VALUE ZEROS.
      *    Regras atuais (FECHALU, CFGMSTR) e propostas (digitadas;
      *    zero mantem a atual).
       77  WK-PISO-ATUAL                PIC 9(03) VALUE 75.
       77  WK-PISO-PROP                 PIC 9(03) VALUE ZEROS.
       77  WK-RECUP-ATUAL-DEC           PIC 9(03) VALUE 50.
       77  WK-RECUP-PROP-DEC            PIC 9(03) VALUE ZEROS.
       77  WK-RETENCAO-ATUAL            PIC 9(02) VALUE 3.
       77  WK-RETENCAO-PROP             PIC 9(02) VALUE ZEROS.
       77  WK-LIMITE-DEPEND             PIC 9(02) VALUE 1.
      *    Regra em uso na avaliacao corrente (P400/P500).
       77  WK-PISO                      PIC 9(03) VALUE ZEROS.
       77  WK-MEDIA-MINIMA              PIC 9(02)V9 VALUE ZEROS.
       77  WK-RETENCAO                  PIC 9(02) VALUE ZEROS.
       77  WK-STATUS-SIM                PIC X(10) VALUE SPACES.
       77  WK-RESULTADO-SIM             PIC X(01) VALUE SPACES.
       77  WK-STATUS-ATUAL              PIC X(10) VALUE SPACES.
       77  WK-STATUS-PROP               PIC X(10) VALUE SPACES.
       77  WK-CLASSE-ATUAL              PIC 9(01) VALUE ZEROS.
       77  WK-CLASSE-PROP               PIC 9(01) VALUE ZEROS.
       77  WK-CLASSE                    PIC 9(01) VALUE ZEROS.
       77  WK-RESULT-ATUAL              PIC X(01) VALUE SPACES.
       77  WK-RESULT-PROP               PIC X(01) VALUE SPACES.
       77  WK-REPROV-ATUAL              PIC 9(02) VALUE ZEROS.
       77  WK-REPROV-PROP               PIC 9(02) VALUE ZEROS.
       77  WK-REPROV                    PIC 9(02) VALUE ZEROS.
       77  WK-QTD-MATERIAS              PIC 9(03) VALUE ZEROS.
       77  WK-AULAS                     PIC 9(03) VALUE ZEROS.
       77  WK-PRESENCAS                 PIC 9(03) VALUE ZEROS.
       77  WK-PERCENTUAL                PIC 9(03)V9 VALUE ZEROS.
       77  WK-MEDIA-FINAL               PIC 9(02)V99 VALUE ZEROS.
       77  WK-IDX-FREQ                  PIC 9(04) VALUE ZEROS.
       77  WK-IDX                       PIC 9(02) VALUE ZEROS.
       77  WK-QTD-LIDOS                 PIC 9(06) VALUE ZEROS.
       77  WK-QTD-REGISTROS             PIC 9(06) VALUE ZEROS.
       77  WK-QTD-MUDANCAS              PIC 9(06) VALUE ZEROS.
      *    Quebra do relatorio.
       77  WK-PRIMEIRO-REG              PIC X(01) VALUE 'S'.
       77  WK-SERIE-ATUAL               PIC 9(02) VALUE ZEROS.
       77  WK-TIPO-ATUAL                PIC X(01) VALUE SPACES.
       77  WK-MATERIA-ATUAL             PIC X(15) VALUE SPACES.
       77  WK-GRP-A                     PIC 9(05) VALUE ZEROS.
       77  WK-GRP-B                     PIC 9(05) VALUE ZEROS.
       77  WK-GRP-C                     PIC 9(05) VALUE ZEROS.
       77  WK-GRP-D                     PIC 9(05) VALUE ZEROS.
       77  WK-QTD-ED                    PIC ZZZZ9 VALUE ZEROS.
       77  WK-QTD-ED2                   PIC ZZZZ9 VALUE ZEROS.
       77  WK-QTD-ED3                   PIC ZZZZ9 VALUE ZEROS.
       77  WK-QTD-ED4                   PIC ZZZZ9 VALUE ZEROS.
       77  WK-QTD-ED5                   PIC ZZZZ9 VALUE ZEROS.
       77  WK-QTD-ED6                   PIC ZZZZ9 VALUE ZEROS.
       77  WK-QTD-ED7                   PIC ZZZZ9 VALUE ZEROS.
       77  WK-MEDIA-ED                  PIC Z9,9 VALUE ZEROS.
       77  WK-RECUP-ED                  PIC Z9,9 VALUE ZEROS.
       77  WK-RECUP-ED2                 PIC Z9,9 VALUE ZEROS.
       77  WK-PERC-ED                   PIC ZZ9 VALUE ZEROS.
       77  WK-TEXTO-MUDANCA             PIC X(30) VALUE SPACES.
      *****************************************************************
      * WK-TABELA-FREQ: presenca por matricula+periodo+materia do ano
      * simulado, somada numa passada do FREQLOG - como no FECHALU, a
      * chamada linha a linha prevalece sobre os totais do registro.
      *****************************************************************
       01  WK-TABELA-FREQ.
           05 WK-QTDE-FREQ              PIC 9(04) VALUE ZEROS.
           05 WK-FQ-ENTRY               OCCURS 2000 TIMES.
               10 WK-FQ-MATRICULA       PIC 9(06).
               10 WK-FQ-PERIODO         PIC 9(05).
               10 WK-FQ-MATERIA         PIC X(15).
               10 WK-FQ-AULAS           PIC 9(03).
               10 WK-FQ-PRESENCAS       PIC 9(03).
      *****************************************************************
      * Resumo por serie (serie 00 ou acima de 19 cai na linha 20).
      *****************************************************************
       01  WK-TABELA-SERIES.
           05 WK-SER OCCURS 20 TIMES.
               10 WK-SER-APROV-RECUP    PIC 9(05).
               10 WK-SER-RECUP-REPROV   PIC 9(05).
               10 WK-SER-APROV-REPROV   PIC 9(05).
               10 WK-SER-MELHORA        PIC 9(05).
               10 WK-SER-PROMOV-RETIDO  PIC 9(05).
               10 WK-SER-RETIDO-PROMOV  PIC 9(05).
               10 WK-SER-DEPENDENCIA    PIC 9(05).
           COPY 'PARMCFG'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'SIMREGRA'              TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            PERFORM P050-LER-REGRAS
            INITIALIZE WK-TABELA-SERIES

            OPEN INPUT ALUNO-IDENTIDADE
            IF WK-FS-ALUNOID NOT = '00'
               DISPLAY 'NAO HA CADASTRO DE ALUNOS (ALUNOID).'
               STOP RUN
            END-IF
            OPEN INPUT ALUNO-MASTER
            IF WK-FS-ALUNO NOT = '00'
               DISPLAY 'NAO HA MESTRE DE NOTAS (ALUNOMST).'
               CLOSE ALUNO-IDENTIDADE
               STOP RUN
            END-IF
            PERFORM P100-AGREGAR-FREQUENCIA THRU P100-FIM
            OPEN OUTPUT RELATORIO-SIMULACAO

            SORT ARQ-ORDENACAO
                 ON ASCENDING KEY SR-SERIE SR-TIPO SR-MATERIA
                                  SR-MATRICULA SR-ANO-SEMESTRE
                 INPUT PROCEDURE P200-SIMULAR-ALUNOS THRU P200-FIM
                 OUTPUT PROCEDURE P600-EMITIR-RELATORIO THRU P600-FIM

            PERFORM P900-FINALIZAR
            STOP RUN
            .

      ******************************************************************
      * P050-LER-REGRAS: as regras atuais saem de onde os programas de
      * fechamento as leem (o piso de frequencia e fixo no FECHALU);
      * cada proposta em branco/zero repete a regra atual.
      ******************************************************************
       P050-LER-REGRAS.
            MOVE 'MEDIA-RECUP-DECIMOS'   TO LK-CFG-CHAVE
            MOVE 50                      TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-RECUP-ATUAL-DEC
            MOVE 'REPROV-P-RETENCAO'     TO LK-CFG-CHAVE
            MOVE 3                       TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-RETENCAO-ATUAL
            MOVE 'DEPEND-MAX-MATERIAS'   TO LK-CFG-CHAVE
            MOVE 1                       TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-LIMITE-DEPEND

            DISPLAY '*** SIMULACAO DE REGRAS DE APROVACAO ***'
            DISPLAY 'ANO A SIMULAR (AAAA): '
            ACCEPT WK-ANO-SIMULADO
            COMPUTE WK-SEM1 = (WK-ANO-SIMULADO * 10) + 1
            COMPUTE WK-SEM2 = (WK-ANO-SIMULADO * 10) + 2
            DISPLAY 'PISO DE FREQUENCIA ATUAL: ' WK-PISO-ATUAL
                    '% - PROPOSTO (0 = MANTER): '
            ACCEPT WK-PISO-PROP
            IF WK-PISO-PROP = ZEROS OR WK-PISO-PROP > 100
               MOVE WK-PISO-ATUAL        TO WK-PISO-PROP
            END-IF
            DISPLAY 'MEDIA DE RECUPERACAO ATUAL (DECIMOS): '
                    WK-RECUP-ATUAL-DEC ' - PROPOSTA (0 = MANTER): '
            ACCEPT WK-RECUP-PROP-DEC
            IF WK-RECUP-PROP-DEC = ZEROS OR WK-RECUP-PROP-DEC > 100
               MOVE WK-RECUP-ATUAL-DEC   TO WK-RECUP-PROP-DEC
            END-IF
            DISPLAY 'REPROVACOES QUE RETEM ATUAL: ' WK-RETENCAO-ATUAL
                    ' - PROPOSTA (0 = MANTER): '
            ACCEPT WK-RETENCAO-PROP
            IF WK-RETENCAO-PROP = ZEROS
               MOVE WK-RETENCAO-ATUAL    TO WK-RETENCAO-PROP
            END-IF
            .

       P100-AGREGAR-FREQUENCIA.
            OPEN INPUT FREQUENCIA
            IF WK-FS-FREQ NOT = '00'
               DISPLAY 'SEM ARQUIVO DE FREQUENCIA - USANDO SO OS '
                       'TOTAIS GRAVADOS NOS REGISTROS.'
               GO TO P100-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P110-LER-CHAMADA THRU P110-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE FREQUENCIA
            .
       P100-FIM.

       P110-LER-CHAMADA.
            READ FREQUENCIA
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P110-FIM
            END-READ
            IF FR-ANO-SEMESTRE NOT = WK-SEM1
               AND FR-ANO-SEMESTRE NOT = WK-SEM2
               GO TO P110-FIM
            END-IF
            MOVE 'N'                     TO WK-ACHOU-FREQ
            PERFORM P120-PROCURAR-CHAMADA
                    VARYING WK-IDX-FREQ FROM 1 BY 1
                    UNTIL WK-IDX-FREQ > WK-QTDE-FREQ
                       OR WK-ACHOU-FREQ = 'S'
            IF WK-ACHOU-FREQ = 'S'
               SUBTRACT 1                FROM WK-IDX-FREQ
            ELSE
               IF WK-QTDE-FREQ >= 2000
                  GO TO P110-FIM
               END-IF
               ADD 1                     TO WK-QTDE-FREQ
               MOVE WK-QTDE-FREQ         TO WK-IDX-FREQ
               MOVE FR-MATRICULA         TO WK-FQ-MATRICULA(WK-IDX-FREQ)
               MOVE FR-ANO-SEMESTRE      TO WK-FQ-PERIODO(WK-IDX-FREQ)
               MOVE FR-MATERIA           TO WK-FQ-MATERIA(WK-IDX-FREQ)
               MOVE ZEROS                TO WK-FQ-AULAS(WK-IDX-FREQ)
                                            WK-FQ-PRESENCAS(WK-IDX-FREQ)
            END-IF
            ADD 1                        TO WK-FQ-AULAS(WK-IDX-FREQ)
            IF FR-PRESENTE
               ADD 1                     TO WK-FQ-PRESENCAS(WK-IDX-FREQ)
            END-IF
            .
       P110-FIM.

       P120-PROCURAR-CHAMADA.
            IF WK-FQ-MATRICULA(WK-IDX-FREQ) = FR-MATRICULA
               AND WK-FQ-PERIODO(WK-IDX-FREQ) = FR-ANO-SEMESTRE
               AND WK-FQ-MATERIA(WK-IDX-FREQ) = FR-MATERIA
               MOVE 'S'                  TO WK-ACHOU-FREQ
            END-IF
            .

       P130-CONFERIR-CHAMADA.
            IF WK-FQ-MATRICULA(WK-IDX-FREQ) = AL-MATRICULA
               AND WK-FQ-PERIODO(WK-IDX-FREQ) = AL-ANO-SEMESTRE
               AND WK-FQ-MATERIA(WK-IDX-FREQ) = AL-MATERIA
               MOVE 'S'                  TO WK-ACHOU-FREQ
            END-IF
            .

      ******************************************************************
      * P200-SIMULAR-ALUNOS: alunos ativos do ALUNOID (os mesmos que o
      * PROGALU avalia); para cada um, as materias fechadas do ano nos
      * dois semestres.
      ******************************************************************
       P200-SIMULAR-ALUNOS.
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
            IF NOT MAT-ATIVO
               GO TO P210-FIM
            END-IF
            ADD 1                        TO WK-QTD-LIDOS
            MOVE MAT-SERIE               TO WK-IDX
            IF WK-IDX = ZEROS OR WK-IDX > 19
               MOVE 20                   TO WK-IDX
            END-IF
            MOVE ZEROS                   TO WK-QTD-MATERIAS
                                            WK-REPROV-ATUAL
                                            WK-REPROV-PROP
            MOVE 'N'                     TO WK-FIM-NOTAS
            MOVE MAT-MATRICULA           TO AL-MATRICULA
            MOVE WK-SEM1                 TO AL-ANO-SEMESTRE
            MOVE LOW-VALUES              TO AL-MATERIA
            START ALUNO-MASTER KEY IS NOT LESS THAN AL-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-NOTAS
            END-START
            PERFORM P300-SIMULAR-MATERIA THRU P300-FIM
                    UNTIL WK-FIM-NOTAS = 'S'
            IF WK-QTD-MATERIAS > ZEROS
               PERFORM P350-SIMULAR-PROGRESSAO THRU P350-FIM
            END-IF
            .
       P210-FIM.

      ******************************************************************
      * P300-SIMULAR-MATERIA: o status do registro pela regra atual e
      * pela proposta. So o que muda entre as duas vai para o relatorio
      * - o status gravado hoje no mestre nao entra na comparacao, para
      * que correcoes manuais nao parecam efeito da proposta.
      ******************************************************************
       P300-SIMULAR-MATERIA.
            READ ALUNO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-NOTAS
                    GO TO P300-FIM
            END-READ
            IF AL-MATRICULA NOT = MAT-MATRICULA
               OR AL-ANO-SEMESTRE > WK-SEM2
               MOVE 'S'                  TO WK-FIM-NOTAS
               GO TO P300-FIM
            END-IF
            IF AL-STATUS = SPACES
               GO TO P300-FIM
            END-IF
            ADD 1                        TO WK-QTD-MATERIAS
            ADD 1                        TO WK-QTD-REGISTROS
            PERFORM P310-PERCENTUAL THRU P310-FIM

            MOVE WK-PISO-ATUAL           TO WK-PISO
            COMPUTE WK-MEDIA-MINIMA = WK-RECUP-ATUAL-DEC / 10
            PERFORM P400-STATUS-PELA-REGRA THRU P400-FIM
            MOVE WK-STATUS-SIM           TO WK-STATUS-ATUAL
            MOVE WK-CLASSE               TO WK-CLASSE-ATUAL
            IF WK-STATUS-SIM(1:9) = 'REPROVADO'
               ADD 1                     TO WK-REPROV-ATUAL
            END-IF

            MOVE WK-PISO-PROP            TO WK-PISO
            COMPUTE WK-MEDIA-MINIMA = WK-RECUP-PROP-DEC / 10
            PERFORM P400-STATUS-PELA-REGRA THRU P400-FIM
            MOVE WK-STATUS-SIM           TO WK-STATUS-PROP
            MOVE WK-CLASSE               TO WK-CLASSE-PROP
            IF WK-STATUS-SIM(1:9) = 'REPROVADO'
               ADD 1                     TO WK-REPROV-PROP
            END-IF

            IF WK-CLASSE-ATUAL = WK-CLASSE-PROP
               GO TO P300-FIM
            END-IF
            MOVE SPACES                  TO SORT-REC
            MOVE MAT-SERIE               TO SR-SERIE
            MOVE '1'                     TO SR-TIPO
            MOVE AL-MATERIA              TO SR-MATERIA
            MOVE AL-MATRICULA            TO SR-MATRICULA
            MOVE AL-ANO-SEMESTRE         TO SR-ANO-SEMESTRE
            MOVE MAT-NOME                TO SR-NOME
            MOVE AL-MEDIA                TO SR-MEDIA
            MOVE AL-NOTA-RECUP           TO SR-NOTA-RECUP
            MOVE WK-PERCENTUAL           TO SR-PERCENTUAL
            MOVE ZEROS                   TO SR-REPROV-ATUAL
                                            SR-REPROV-PROP
            MOVE WK-STATUS-ATUAL         TO SR-DE
            MOVE WK-STATUS-PROP          TO SR-PARA
            EVALUATE TRUE
               WHEN WK-CLASSE-ATUAL > WK-CLASSE-PROP
                  SET SR-MELHORA         TO TRUE
                  ADD 1                  TO WK-SER-MELHORA(WK-IDX)
               WHEN WK-CLASSE-ATUAL = 1 AND WK-CLASSE-PROP = 2
                  SET SR-APROV-P-RECUP   TO TRUE
                  ADD 1                  TO WK-SER-APROV-RECUP(WK-IDX)
               WHEN WK-CLASSE-ATUAL = 2
                  SET SR-RECUP-P-REPROV  TO TRUE
                  ADD 1                  TO WK-SER-RECUP-REPROV(WK-IDX)
               WHEN OTHER
                  SET SR-APROV-P-REPROV  TO TRUE
                  ADD 1                  TO WK-SER-APROV-REPROV(WK-IDX)
            END-EVALUATE
            ADD 1                        TO WK-QTD-MUDANCAS
            RELEASE SORT-REC
            .
       P300-FIM.

      *    Presenca do registro: linha a linha do FREQLOG quando
      *    existe, senao os totais gravados; sem nenhuma chamada o
      *    aluno nao e reprovado por falta (100%).
       P310-PERCENTUAL.
            MOVE 'N'                     TO WK-ACHOU-FREQ
            PERFORM P130-CONFERIR-CHAMADA
                    VARYING WK-IDX-FREQ FROM 1 BY 1
                    UNTIL WK-IDX-FREQ > WK-QTDE-FREQ
                       OR WK-ACHOU-FREQ = 'S'
            IF WK-ACHOU-FREQ = 'S'
               SUBTRACT 1                FROM WK-IDX-FREQ
               MOVE WK-FQ-AULAS(WK-IDX-FREQ)     TO WK-AULAS
               MOVE WK-FQ-PRESENCAS(WK-IDX-FREQ) TO WK-PRESENCAS
            ELSE
               MOVE AL-QTDE-AULAS        TO WK-AULAS
               MOVE AL-QTDE-PRESENCAS    TO WK-PRESENCAS
            END-IF
            IF WK-AULAS = ZEROS
               MOVE 100                  TO WK-PERCENTUAL
               GO TO P310-FIM
            END-IF
            COMPUTE WK-PERCENTUAL ROUNDED =
                    (WK-PRESENCAS / WK-AULAS) * 100
            .
       P310-FIM.

      ******************************************************************
      * P400-STATUS-PELA-REGRA: o fluxo do ALTNOTA com o piso e a
      * media de recuperacao em WK-PISO/WK-MEDIA-MINIMA. WK-CLASSE:
      * 1 = aprovado (direto ou na recuperacao), 2 = em recuperacao,
      * 3 = reprovado (por media ou por falta).
      ******************************************************************
       P400-STATUS-PELA-REGRA.
            IF WK-PERCENTUAL < WK-PISO
               MOVE 'REP-FALTA'          TO WK-STATUS-SIM
               MOVE 3                    TO WK-CLASSE
               GO TO P400-FIM
            END-IF
            IF AL-MEDIA >= 7
               MOVE 'APROVADO'           TO WK-STATUS-SIM
               MOVE 1                    TO WK-CLASSE
               GO TO P400-FIM
            END-IF
            IF AL-NOTA-RECUP > ZEROS
               COMPUTE WK-MEDIA-FINAL = (AL-MEDIA + AL-NOTA-RECUP) / 2
               IF WK-MEDIA-FINAL >= WK-MEDIA-MINIMA
                  MOVE 'APROV-REC'       TO WK-STATUS-SIM
                  MOVE 1                 TO WK-CLASSE
               ELSE
                  MOVE 'REPROVADO'       TO WK-STATUS-SIM
                  MOVE 3                 TO WK-CLASSE
               END-IF
               GO TO P400-FIM
            END-IF
            IF AL-MEDIA >= 4
               MOVE 'EM-RECUP'           TO WK-STATUS-SIM
               MOVE 2                    TO WK-CLASSE
            ELSE
               MOVE 'REPROVADO'          TO WK-STATUS-SIM
               MOVE 3                    TO WK-CLASSE
            END-IF
            .
       P400-FIM.

      ******************************************************************
      * P350-SIMULAR-PROGRESSAO: a regra do PROGALU sobre as
      * reprovacoes simuladas - limite de retencao atual e proposto,
      * DEPEND-MAX-MATERIAS igual nos dois lados. A matriz curricular
      * nao muda com a proposta e fica fora da simulacao.
      ******************************************************************
       P350-SIMULAR-PROGRESSAO.
            MOVE WK-REPROV-ATUAL         TO WK-REPROV
            MOVE WK-RETENCAO-ATUAL       TO WK-RETENCAO
            PERFORM P500-RESULTADO-PELA-REGRA
            MOVE WK-RESULTADO-SIM        TO WK-RESULT-ATUAL
            MOVE WK-REPROV-PROP          TO WK-REPROV
            MOVE WK-RETENCAO-PROP        TO WK-RETENCAO
            PERFORM P500-RESULTADO-PELA-REGRA
            MOVE WK-RESULTADO-SIM        TO WK-RESULT-PROP
            IF WK-RESULT-ATUAL = WK-RESULT-PROP
               GO TO P350-FIM
            END-IF

            MOVE SPACES                  TO SORT-REC
            MOVE MAT-SERIE               TO SR-SERIE
            MOVE '2'                     TO SR-TIPO
            MOVE MAT-MATRICULA           TO SR-MATRICULA
            MOVE ZEROS                   TO SR-ANO-SEMESTRE
                                            SR-MEDIA
                                            SR-NOTA-RECUP
                                            SR-PERCENTUAL
            MOVE MAT-NOME                TO SR-NOME
            MOVE WK-REPROV-ATUAL         TO SR-REPROV-ATUAL
            MOVE WK-REPROV-PROP          TO SR-REPROV-PROP
            MOVE WK-RESULT-ATUAL         TO SR-DE
            MOVE WK-RESULT-PROP          TO SR-PARA
            EVALUATE TRUE
               WHEN WK-RESULT-PROP = 'R'
                  SET SR-PROMOV-P-RETIDO TO TRUE
                  ADD 1                  TO
                      WK-SER-PROMOV-RETIDO(WK-IDX)
               WHEN WK-RESULT-ATUAL = 'R'
                  SET SR-RETIDO-P-PROMOV TO TRUE
                  ADD 1                  TO
                      WK-SER-RETIDO-PROMOV(WK-IDX)
               WHEN OTHER
                  SET SR-MUDA-DEPENDENCIA TO TRUE
                  ADD 1                  TO WK-SER-DEPENDENCIA(WK-IDX)
            END-EVALUATE
            ADD 1                        TO WK-QTD-MUDANCAS
            RELEASE SORT-REC
            .
       P350-FIM.

      *    Mesma ordem de teste do P300-AVALIAR-ALUNO do PROGALU.
       P500-RESULTADO-PELA-REGRA.
            EVALUATE TRUE
               WHEN WK-REPROV >= WK-RETENCAO
               WHEN WK-REPROV > WK-LIMITE-DEPEND
                  MOVE 'R'               TO WK-RESULTADO-SIM
               WHEN WK-REPROV > ZEROS
                  MOVE 'D'               TO WK-RESULTADO-SIM
               WHEN OTHER
                  MOVE 'P'               TO WK-RESULTADO-SIM
            END-EVALUATE
            .

      ******************************************************************
      * P600-EMITIR-RELATORIO: por serie, primeiro as materias (com o
      * total de cada tipo de mudanca na quebra de materia), depois os
      * resultados de ano que mudariam; no fim, o quadro por serie.
      ******************************************************************
       P600-EMITIR-RELATORIO.
            COMPUTE WK-RECUP-ED  = WK-RECUP-ATUAL-DEC / 10
            COMPUTE WK-RECUP-ED2 = WK-RECUP-PROP-DEC / 10
            MOVE SPACES                  TO SIMREL-REC
            STRING 'SIMULACAO DE REGRAS - ANO ' WK-ANO-SIMULADO
                   ' - NADA FOI GRAVADO NOS MESTRES'
                   DELIMITED BY SIZE INTO SIMREL-REC
            END-STRING
            WRITE SIMREL-REC
            MOVE SPACES                  TO SIMREL-REC
            STRING 'REGRA               ATUAL  PROPOSTA'
                   DELIMITED BY SIZE INTO SIMREL-REC
            END-STRING
            WRITE SIMREL-REC
            MOVE SPACES                  TO SIMREL-REC
            STRING 'PISO DE FREQUENCIA   ' WK-PISO-ATUAL '%    '
                   WK-PISO-PROP '%'
                   DELIMITED BY SIZE INTO SIMREL-REC
            END-STRING
            WRITE SIMREL-REC
            MOVE SPACES                  TO SIMREL-REC
            STRING 'MEDIA RECUPERACAO   ' WK-RECUP-ED '     '
                   WK-RECUP-ED2
                   DELIMITED BY SIZE INTO SIMREL-REC
            END-STRING
            WRITE SIMREL-REC
            MOVE SPACES                  TO SIMREL-REC
            STRING 'REPROV. P/ RETENCAO   ' WK-RETENCAO-ATUAL
                   '        ' WK-RETENCAO-PROP
                   '   (DEPENDENCIA ATE ' WK-LIMITE-DEPEND
                   ' NOS DOIS LADOS)'
                   DELIMITED BY SIZE INTO SIMREL-REC
            END-STRING
            WRITE SIMREL-REC

            MOVE 'N'                     TO WK-FIM-ORDENACAO
            PERFORM P610-LER-MUDANCA THRU P610-FIM
                    UNTIL WK-FIM-ORDENACAO = 'S'
            IF WK-PRIMEIRO-REG = 'N'
               PERFORM P650-TOTAL-MATERIA
            ELSE
               MOVE SPACES               TO SIMREL-REC
               WRITE SIMREL-REC
               MOVE '*** NENHUM STATUS MUDARIA COM A PROPOSTA ***'
                                         TO SIMREL-REC
               WRITE SIMREL-REC
            END-IF
            PERFORM P700-QUADRO-SERIES
            .
       P600-FIM.

       P610-LER-MUDANCA.
            RETURN ARQ-ORDENACAO
                AT END
                   MOVE 'S'              TO WK-FIM-ORDENACAO
                   GO TO P610-FIM
            END-RETURN
            IF WK-PRIMEIRO-REG = 'N'
               AND (SR-SERIE NOT = WK-SERIE-ATUAL
                    OR SR-TIPO NOT = WK-TIPO-ATUAL
                    OR SR-MATERIA NOT = WK-MATERIA-ATUAL)
               PERFORM P650-TOTAL-MATERIA
            END-IF
            IF WK-PRIMEIRO-REG = 'S' OR SR-SERIE NOT = WK-SERIE-ATUAL
               MOVE SPACES               TO SIMREL-REC
               WRITE SIMREL-REC
               MOVE SPACES               TO SIMREL-REC
               STRING '===== SERIE ' SR-SERIE ' ====='
                      DELIMITED BY SIZE INTO SIMREL-REC
               END-STRING
               WRITE SIMREL-REC
            END-IF
            IF WK-PRIMEIRO-REG = 'S' OR SR-SERIE NOT = WK-SERIE-ATUAL
               OR SR-TIPO NOT = WK-TIPO-ATUAL
               OR SR-MATERIA NOT = WK-MATERIA-ATUAL
               PERFORM P620-CABECALHO-GRUPO
            END-IF
            MOVE 'N'                     TO WK-PRIMEIRO-REG
            MOVE SR-SERIE                TO WK-SERIE-ATUAL
            MOVE SR-TIPO                 TO WK-TIPO-ATUAL
            MOVE SR-MATERIA              TO WK-MATERIA-ATUAL

            EVALUATE TRUE
               WHEN SR-APROV-P-RECUP
                  ADD 1                  TO WK-GRP-A
                  MOVE 'APROVADO -> RECUPERACAO' TO WK-TEXTO-MUDANCA
               WHEN SR-RECUP-P-REPROV
                  ADD 1                  TO WK-GRP-B
                  MOVE 'RECUPERACAO -> REPROVADO' TO WK-TEXTO-MUDANCA
               WHEN SR-APROV-P-REPROV
                  ADD 1                  TO WK-GRP-C
                  MOVE 'APROVADO -> REPROVADO' TO WK-TEXTO-MUDANCA
               WHEN SR-MELHORA
                  ADD 1                  TO WK-GRP-D
                  MOVE 'MELHORA' TO WK-TEXTO-MUDANCA
               WHEN SR-PROMOV-P-RETIDO
                  ADD 1                  TO WK-GRP-A
                  MOVE 'PROMOVIDO -> RETIDO' TO WK-TEXTO-MUDANCA
               WHEN SR-RETIDO-P-PROMOV
                  ADD 1                  TO WK-GRP-B
                  MOVE 'RETIDO -> PROMOVIDO' TO WK-TEXTO-MUDANCA
               WHEN OTHER
                  ADD 1                  TO WK-GRP-C
                  MOVE 'MUDA A DEPENDENCIA' TO WK-TEXTO-MUDANCA
            END-EVALUATE

            MOVE SPACES                  TO SIMREL-REC
            IF SR-TIPO = '1'
               MOVE SR-MEDIA             TO WK-MEDIA-ED
               MOVE SR-NOTA-RECUP        TO WK-RECUP-ED
               MOVE SR-PERCENTUAL        TO WK-PERC-ED
               STRING '  ' SR-MATRICULA ' ' SR-NOME ' '
                      SR-ANO-SEMESTRE '  ' WK-MEDIA-ED '  '
                      WK-RECUP-ED '  ' WK-PERC-ED '%  '
                      SR-DE ' -> ' SR-PARA '  ' WK-TEXTO-MUDANCA
                      DELIMITED BY SIZE INTO SIMREL-REC
               END-STRING
            ELSE
               STRING '  ' SR-MATRICULA ' ' SR-NOME '  '
                      SR-REPROV-ATUAL ' -> ' SR-REPROV-PROP
                      '       ' SR-DE(1:1) ' -> ' SR-PARA(1:1)
                      '    ' WK-TEXTO-MUDANCA
                      DELIMITED BY SIZE INTO SIMREL-REC
               END-STRING
            END-IF
            WRITE SIMREL-REC
            .
       P610-FIM.

       P620-CABECALHO-GRUPO.
            MOVE ZEROS                   TO WK-GRP-A WK-GRP-B
                                            WK-GRP-C WK-GRP-D
            MOVE SPACES                  TO SIMREL-REC
            IF SR-TIPO = '1'
               STRING ' MATERIA ' SR-MATERIA
                      DELIMITED BY SIZE INTO SIMREL-REC
               END-STRING
               WRITE SIMREL-REC
               MOVE SPACES               TO SIMREL-REC
               STRING '  MATRIC NOME                 PERIODO MEDIA '
                      'RECUP  FREQ  ATUAL         PROPOSTA'
                      DELIMITED BY SIZE INTO SIMREL-REC
               END-STRING
            ELSE
               STRING ' RESULTADO DO ANO (P = PROMOVIDO, '
                      'D = COM DEPENDENCIA, R = RETIDO)'
                      DELIMITED BY SIZE INTO SIMREL-REC
               END-STRING
               WRITE SIMREL-REC
               MOVE SPACES               TO SIMREL-REC
               STRING '  MATRIC NOME                  REPROVACOES  '
                      'ATUAL -> PROPOSTA'
                      DELIMITED BY SIZE INTO SIMREL-REC
               END-STRING
            END-IF
            WRITE SIMREL-REC
            .

       P650-TOTAL-MATERIA.
            MOVE WK-GRP-A                TO WK-QTD-ED
            MOVE WK-GRP-B                TO WK-QTD-ED2
            MOVE WK-GRP-C                TO WK-QTD-ED3
            MOVE WK-GRP-D                TO WK-QTD-ED4
            MOVE SPACES                  TO SIMREL-REC
            IF WK-TIPO-ATUAL = '1'
               STRING '  TOTAL ' WK-MATERIA-ATUAL
                      ': APROV->RECUP ' WK-QTD-ED
                      '  RECUP->REPROV ' WK-QTD-ED2
                      '  APROV->REPROV ' WK-QTD-ED3
                      '  MELHORAM ' WK-QTD-ED4
                      DELIMITED BY SIZE INTO SIMREL-REC
               END-STRING
            ELSE
               STRING '  TOTAL DA SERIE: PROMOVIDO->RETIDO ' WK-QTD-ED
                      '  RETIDO->PROMOVIDO ' WK-QTD-ED2
                      '  MUDA DEPENDENCIA ' WK-QTD-ED3
                      DELIMITED BY SIZE INTO SIMREL-REC
               END-STRING
            END-IF
            WRITE SIMREL-REC
            .

       P700-QUADRO-SERIES.
            MOVE SPACES                  TO SIMREL-REC
            WRITE SIMREL-REC
            MOVE 'RESUMO POR SERIE'      TO SIMREL-REC
            WRITE SIMREL-REC
            MOVE SPACES                  TO SIMREL-REC
            STRING 'SERIE  APROV>REC  REC>REPR APROV>REP  MELHORAM  '
                   'PROM>RET  RET>PROM  DEPEND.'
                   DELIMITED BY SIZE INTO SIMREL-REC
            END-STRING
            WRITE SIMREL-REC
            PERFORM P710-LINHA-SERIE
                    VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 20
            .

       P710-LINHA-SERIE.
            IF WK-SER-APROV-RECUP(WK-IDX) + WK-SER-RECUP-REPROV(WK-IDX)
               + WK-SER-APROV-REPROV(WK-IDX) + WK-SER-MELHORA(WK-IDX)
               + WK-SER-PROMOV-RETIDO(WK-IDX)
               + WK-SER-RETIDO-PROMOV(WK-IDX)
               + WK-SER-DEPENDENCIA(WK-IDX) = ZEROS
               CONTINUE
            ELSE
               MOVE WK-SER-APROV-RECUP(WK-IDX)   TO WK-QTD-ED
               MOVE WK-SER-RECUP-REPROV(WK-IDX)  TO WK-QTD-ED2
               MOVE WK-SER-APROV-REPROV(WK-IDX)  TO WK-QTD-ED3
               MOVE WK-SER-MELHORA(WK-IDX)       TO WK-QTD-ED4
               MOVE WK-SER-PROMOV-RETIDO(WK-IDX) TO WK-QTD-ED5
               MOVE WK-SER-RETIDO-PROMOV(WK-IDX) TO WK-QTD-ED6
               MOVE WK-SER-DEPENDENCIA(WK-IDX)   TO WK-QTD-ED7
               MOVE SPACES               TO SIMREL-REC
               IF WK-IDX = 20
                  MOVE 'OUTRAS'          TO SIMREL-REC
               ELSE
                  MOVE WK-IDX            TO SIMREL-REC(3:2)
               END-IF
               STRING '     ' WK-QTD-ED '     ' WK-QTD-ED2 '     '
                      WK-QTD-ED3 '     ' WK-QTD-ED4 '     '
                      WK-QTD-ED5 '     ' WK-QTD-ED6 '    '
                      WK-QTD-ED7
                      DELIMITED BY SIZE INTO SIMREL-REC(7:)
               END-STRING
               WRITE SIMREL-REC
            END-IF
            .

       P900-FINALIZAR.
            MOVE SPACES                  TO SIMREL-REC
            WRITE SIMREL-REC
            MOVE SPACES                  TO SIMREL-REC
            STRING 'ALUNOS ATIVOS: ' WK-QTD-LIDOS
                   '  REGISTROS SIMULADOS: ' WK-QTD-REGISTROS
                   '  MUDANCAS: ' WK-QTD-MUDANCAS
                   DELIMITED BY SIZE INTO SIMREL-REC
            END-STRING
            WRITE SIMREL-REC
            CLOSE ALUNO-IDENTIDADE ALUNO-MASTER RELATORIO-SIMULACAO
            DISPLAY 'ALUNOS ATIVOS.......: ' WK-QTD-LIDOS
            DISPLAY 'REGISTROS SIMULADOS.: ' WK-QTD-REGISTROS
            DISPLAY 'MUDANCAS............: ' WK-QTD-MUDANCAS
            DISPLAY 'RELATORIO PARA O CONSELHO EM SIMREL.'

            MOVE 'SIMREGRA'              TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-REGISTROS        TO LK-RUN-QTD-LIDOS
            MOVE ZEROS                   TO LK-RUN-QTD-APLICADOS
                                            LK-RUN-QTD-REJEITADOS
                                            LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM SIMREGRA.
