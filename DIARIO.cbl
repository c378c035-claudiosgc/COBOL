      *          (DIVERGENCIA MARCADA COM *) E O BLOCO DE ASSINATURA
      *          - UMA INSPECAO VIRA UMA IMPRESSAO, NAO UMA CRISE.
      *          SAIDA EM DIARIOIM.
      * Modification History:
      *   15/10/2026 CS  Filtro opcional por turma (TURMMSTR) - o
      *                  diario sai so com os alunos da turma.
      *   15/10/2026 CS  Reposicoes confirmadas (REPMSTR) da materia
      *                  viram coluna do diario, marcadas com R.
      *   15/10/2026 CS  Alunos da materia lidos pelo caminho de
      *                  turma (ALUTIDX) em vez de varrer o ALUNOMST;
      *                  sem o caminho, a varredura de sempre.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY 'SELALUNO'.
           COPY 'SELFREQ'.
           COPY 'SELAVA'.
           COPY 'SELTUR'.
           COPY 'SELREP'.
           COPY 'SELATX'.
           SELECT DIARIO-IMPRESSO
               ASSIGN TO "DIARIOIM"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY 'FDALUNO'.
           COPY 'FDFREQ'.
           COPY 'FDAVA'.
           COPY 'FDTUR'.
           COPY 'FDREP'.
           COPY 'FDATX'.
       FD  DIARIO-IMPRESSO
           LABEL RECORD IS STANDARD.
       01  DIARIO-REC                   PIC X(132).
       77  WK-FS-FREQ                   PIC X(02) VALUE SPACES.
       77  WK-FS-AVALIACAO              PIC X(02) VALUE SPACES.
       77  WK-FS-DIARIO                 PIC X(02) VALUE SPACES.
       77  WK-FS-TURMA                  PIC X(02) VALUE SPACES.
       77  WK-FS-REPOSICAO              PIC X(02) VALUE SPACES.
       77  WK-FS-ALUTIDX                PIC X(02) VALUE SPACES.
       77  WK-DATA-REP-BR               PIC X(10) VALUE SPACES.
       77  WK-MES-TEM-REPOSICAO         PIC X(01) VALUE 'N'.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-ANO-INF                   PIC 9(05) VALUE ZEROS.
       77  WK-MATERIA-INF               PIC X(15) VALUE SPACES.
       77  WK-TURMA-INF                 PIC X(10) VALUE SPACES.
       77  WK-ANO-LETIVO                PIC 9(04) VALUE ZEROS.
       77  WK-NA-TURMA                  PIC X(01) VALUE 'S'.
       77  WK-IDX-ALU                   PIC 9(03) VALUE ZEROS.
       77  WK-QTDE-ALUNOS               PIC 9(03) VALUE ZEROS.
       77  WK-IDX-DATA                  PIC 9(02) VALUE ZEROS.
           05 WK-DT                     OCCURS 40 TIMES.
               10 WK-DT-DATA            PIC X(10).
               10 WK-DT-MES             PIC X(07).
               10 WK-DT-REPOSICAO       PIC X(01).
       01  WK-TABELA-MESES.
           05 WK-MES                    PIC X(07) OCCURS 12 TIMES.
      *****************************************************************
            ACCEPT WK-ANO-INF
            DISPLAY 'MATERIA: '
            ACCEPT WK-MATERIA-INF
            DISPLAY 'TURMA (BRANCO = TODAS): '
            ACCEPT WK-TURMA-INF
            COMPUTE WK-ANO-LETIVO = WK-ANO-INF / 10
            IF WK-TURMA-INF NOT = SPACES
               OPEN INPUT TURMA-MASTER
               IF WK-FS-TURMA NOT = '00'
                  DISPLAY 'TURMAS NAO FORMADAS (TURMMSTR).'
                  STOP RUN
               END-IF
            END-IF

            PERFORM P100-CARREGAR-ALUNOS THRU P100-FIM
            IF WK-TURMA-INF NOT = SPACES
               CLOSE TURMA-MASTER
            END-IF
            IF WK-QTDE-ALUNOS = ZEROS
               DISPLAY 'NENHUM ALUNO DESTA MATERIA NO PERIODO.'
               STOP RUN
            END-IF
            PERFORM P200-CARREGAR-CHAMADA THRU P200-FIM
            PERFORM P250-CARREGAR-REPOSICOES THRU P250-FIM

            OPEN OUTPUT DIARIO-IMPRESSO
            PERFORM P400-IMPRIMIR-MESES
               GO TO P100-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
      *     Pelo caminho de turma (ALUTIDX) so as entradas da materia
      *     no periodo sao lidas; sem ele, a varredura de sempre.
            OPEN INPUT ALUNO-TURMA-INDICE
            IF WK-FS-ALUTIDX = '00'
               MOVE WK-ANO-INF           TO ATX-ANO-SEMESTRE
               MOVE WK-MATERIA-INF       TO ATX-MATERIA
               MOVE ZEROS                TO ATX-MATRICULA
               START ALUNO-TURMA-INDICE
                     KEY IS NOT LESS THAN ATX-CHAVE
                   INVALID KEY
                      MOVE 'S'           TO WK-FIM-ARQ
               END-START
               PERFORM P120-LER-CAMINHO THRU P120-FIM
                       UNTIL WK-FIM-ARQ = 'S'
               CLOSE ALUNO-TURMA-INDICE
            ELSE
               PERFORM P110-LER-ALUNO THRU P110-FIM
                       UNTIL WK-FIM-ARQ = 'S'
            END-IF
            CLOSE ALUNO-MASTER
            .
       P100-FIM.
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    IF AL-ANO-SEMESTRE = WK-ANO-INF AND
                       AL-MATERIA = WK-MATERIA-INF
                       PERFORM P130-INCLUIR-ALUNO
                    END-IF
            END-READ
            .
       P110-FIM.

      ******************************************************************
      * P120-LER-CAMINHO: proxima entrada do caminho de turma; fora do
      * periodo/materia acabou. O registro vem do mestre pela chave -
      * entrada sem registro (mestre restaurado) e ignorada.
      ******************************************************************
       P120-LER-CAMINHO.
            READ ALUNO-TURMA-INDICE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P120-FIM
            END-READ
            IF ATX-ANO-SEMESTRE NOT = WK-ANO-INF OR
               ATX-MATERIA NOT = WK-MATERIA-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P120-FIM
            END-IF
            MOVE ATX-MATRICULA           TO AL-MATRICULA
            MOVE ATX-ANO-SEMESTRE        TO AL-ANO-SEMESTRE
            MOVE ATX-MATERIA             TO AL-MATERIA
            READ ALUNO-MASTER
                 INVALID KEY
                    GO TO P120-FIM
            END-READ
            PERFORM P130-INCLUIR-ALUNO
            .
       P120-FIM.

       P130-INCLUIR-ALUNO.
            PERFORM P115-VERIFICAR-TURMA
            IF WK-NA-TURMA = 'S' AND
               WK-QTDE-ALUNOS < 100
               ADD 1                     TO WK-QTDE-ALUNOS
               MOVE AL-MATRICULA         TO
                    WK-AL-MATRICULA(WK-QTDE-ALUNOS)
               MOVE AL-NOME              TO
                    WK-AL-NOME(WK-QTDE-ALUNOS)
               MOVE AL-QTDE-AULAS        TO
                    WK-AL-AULAS-OF(WK-QTDE-ALUNOS)
               MOVE AL-QTDE-PRESENCAS    TO
                    WK-AL-PRES-OF(WK-QTDE-ALUNOS)
               PERFORM P135-LIMPAR-MARCA
                       VARYING WK-IDX-DATA FROM 1 BY 1
                       UNTIL WK-IDX-DATA > 40
            END-IF
            .

       P135-LIMPAR-MARCA.
            MOVE SPACE                   TO
                 WK-AL-MARCA(WK-QTDE-ALUNOS, WK-IDX-DATA)
            .

      ******************************************************************
      * P115-VERIFICAR-TURMA: com turma informada, o aluno so entra no
      * diario se estiver nela no ano letivo do periodo.
      ******************************************************************
       P115-VERIFICAR-TURMA.
            MOVE 'S'                     TO WK-NA-TURMA
            IF WK-TURMA-INF NOT = SPACES
               MOVE WK-ANO-LETIVO        TO TUR-ANO
               MOVE WK-TURMA-INF         TO TUR-TURMA
               MOVE AL-MATRICULA         TO TUR-MATRICULA
               READ TURMA-MASTER
                    INVALID KEY
                       MOVE 'N'          TO WK-NA-TURMA
               END-READ
            END-IF
            .

      ******************************************************************
      * P200-CARREGAR-CHAMADA: uma passada pelo FREQLOG - cada linha
      * da materia/periodo cria/acha a coluna da data e marca P/F na
               MOVE WK-QTDE-DATAS        TO WK-DATA-ATUAL
               MOVE FR-DATA              TO WK-DT-DATA(WK-DATA-ATUAL)
               MOVE FR-DATA(4:7)         TO WK-DT-MES(WK-DATA-ATUAL)
               MOVE SPACE                TO
                    WK-DT-REPOSICAO(WK-DATA-ATUAL)
               PERFORM P230-REGISTRAR-MES
            END-IF
            IF WK-DATA-ATUAL = ZEROS
            PERFORM VARYING WK-IDX-MES FROM 1 BY 1
                    UNTIL WK-IDX-MES > WK-QTDE-MESES
                       OR WK-ACHOU = 'S'
               IF WK-MES(WK-IDX-MES) = WK-DT-MES(WK-DATA-ATUAL)
                  MOVE 'S'               TO WK-ACHOU
               END-IF
            END-PERFORM
            IF WK-ACHOU NOT = 'S' AND WK-QTDE-MESES < 12
               ADD 1                     TO WK-QTDE-MESES
               MOVE WK-DT-MES(WK-DATA-ATUAL) TO WK-MES(WK-QTDE-MESES)
            END-IF
            .

      ******************************************************************
      * P250-CARREGAR-REPOSICOES: a aula de reposicao confirmada da
      * materia no periodo (REPMSTR, da turma quando filtrada) e aula
      * dada - vira coluna do diario mesmo antes da chamada lancada,
      * e a coluna sai marcada com R no cabecalho do mes.
      ******************************************************************
       P250-CARREGAR-REPOSICOES.
            OPEN INPUT REPOSICAO-MASTER
            IF WK-FS-REPOSICAO NOT = '00'
               GO TO P250-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-ANO-INF              TO REP-ANO-SEMESTRE
            MOVE ZEROS                   TO REP-DATA REP-PERIODO
            MOVE LOW-VALUES              TO REP-TURMA
            START REPOSICAO-MASTER KEY IS NOT LESS THAN REP-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P260-LER-REPOSICAO THRU P260-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE REPOSICAO-MASTER
            .
       P250-FIM.

       P260-LER-REPOSICAO.
            READ REPOSICAO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P260-FIM
            END-READ
            IF REP-ANO-SEMESTRE NOT = WK-ANO-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P260-FIM
            END-IF
            IF NOT REP-CONFIRMADA OR REP-MATERIA NOT = WK-MATERIA-INF
               GO TO P260-FIM
            END-IF
            IF WK-TURMA-INF NOT = SPACES AND
               REP-TURMA NOT = WK-TURMA-INF
               GO TO P260-FIM
            END-IF
            MOVE SPACES                  TO WK-DATA-REP-BR
            STRING REP-DATA(7:2) '/' REP-DATA(5:2) '/' REP-DATA(1:4)
                   DELIMITED BY SIZE INTO WK-DATA-REP-BR
            END-STRING
            MOVE ZEROS                   TO WK-DATA-ATUAL
            PERFORM P265-COMPARAR-DATA
                    VARYING WK-IDX-DATA FROM 1 BY 1
                    UNTIL WK-IDX-DATA > WK-QTDE-DATAS
                       OR WK-DATA-ATUAL > ZEROS
            IF WK-DATA-ATUAL = ZEROS AND WK-QTDE-DATAS < 40
               ADD 1                     TO WK-QTDE-DATAS
               MOVE WK-QTDE-DATAS        TO WK-DATA-ATUAL
               MOVE WK-DATA-REP-BR       TO WK-DT-DATA(WK-DATA-ATUAL)
               MOVE WK-DATA-REP-BR(4:7)  TO WK-DT-MES(WK-DATA-ATUAL)
               PERFORM P230-REGISTRAR-MES
            END-IF
            IF WK-DATA-ATUAL > ZEROS
               MOVE 'R'                  TO
                    WK-DT-REPOSICAO(WK-DATA-ATUAL)
            END-IF
            .
       P260-FIM.

       P265-COMPARAR-DATA.
            IF WK-DT-DATA(WK-IDX-DATA) = WK-DATA-REP-BR
               MOVE WK-IDX-DATA          TO WK-DATA-ATUAL
            END-IF
            .

            MOVE SPACES                  TO DIARIO-REC
            STRING 'DIARIO DE CLASSE - ' WK-MATERIA-INF
                   ' PERIODO ' WK-ANO-INF ' - MES '
                   WK-MES(WK-IDX-MES) ' ' WK-TURMA-INF
                   DELIMITED BY SIZE INTO DIARIO-REC
            END-STRING
            WRITE DIARIO-REC
            END-PERFORM
            WRITE DIARIO-REC

            MOVE SPACES                  TO DIARIO-REC
            MOVE 'REPOSICAO           '  TO DIARIO-REC(1:20)
            MOVE 'N'                     TO WK-MES-TEM-REPOSICAO
            MOVE 22                      TO WK-PONTEIRO
            PERFORM P415-MARCAR-REPOSICAO
                    VARYING WK-IDX-DATA FROM 1 BY 1
                    UNTIL WK-IDX-DATA > WK-QTDE-DATAS
            IF WK-MES-TEM-REPOSICAO = 'S'
               WRITE DIARIO-REC
            END-IF

            PERFORM P420-LINHA-DO-ALUNO
                    VARYING WK-IDX-ALU FROM 1 BY 1
                    UNTIL WK-IDX-ALU > WK-QTDE-ALUNOS
            .

       P415-MARCAR-REPOSICAO.
            IF WK-DT-MES(WK-IDX-DATA) = WK-MES(WK-IDX-MES)
               AND WK-PONTEIRO < 129
               IF WK-DT-REPOSICAO(WK-IDX-DATA) = 'R'
                  MOVE 'R'               TO DIARIO-REC(WK-PONTEIRO:1)
                  MOVE 'S'               TO WK-MES-TEM-REPOSICAO
               END-IF
               ADD 3                     TO WK-PONTEIRO
            END-IF
            .

       P420-LINHA-DO-ALUNO.
            MOVE SPACES                  TO DIARIO-REC
            MOVE WK-AL-NOME(WK-IDX-ALU)  TO DIARIO-REC(1:20)
