      *          HONRA DOS TOP N CONFIGURADOS (RANK-TOP-N) POR SERIE
      *          EM RANKREL, E EMITE OS CERTIFICADOS DA CERIMONIA
      *          VIA MERGELIN (TEMPLATE RANKTPL) EM RANKCERT.
      * Modification History:
      *   15/10/2026 CS  Ranking opcional de uma turma so (TURMMSTR,
      *                  ano letivo do periodo informado).
      *   15/10/2026 CS  Notas do periodo lidas pelo caminho de turma
      *                  (ALUTIDX) em vez de varrer o ALUNOMST; sem o
      *                  caminho, a varredura de sempre.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY 'SELALUNO'.
           COPY 'SELALID'.
           COPY 'SELTUR'.
           COPY 'SELATX'.
           SELECT RANKING-TEMPLATE
               ASSIGN TO "RANKTPL"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY 'FDALUNO'.
           COPY 'FDALID'.
           COPY 'FDTUR'.
           COPY 'FDATX'.
       FD  RANKING-TEMPLATE
           LABEL RECORD IS STANDARD.
       01  RTPL-LINHA                   PIC X(80).
       01  RANK-REC                     PIC X(100).
       WORKING-STORAGE SECTION.
       77  WK-FS-ALUNO                  PIC X(02) VALUE SPACES.
       77  WK-FS-ALUTIDX                PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-TEMPLATE               PIC X(02) VALUE SPACES.
       77  WK-FS-CERTIF                 PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-FS-TURMA                  PIC X(02) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-TEMPLATE              PIC X(01) VALUE 'N'.
       77  WK-ANO-INF                   PIC 9(05) VALUE ZEROS.
       77  WK-TURMA-INF                 PIC X(10) VALUE SPACES.
       77  WK-ANO-LETIVO                PIC 9(04) VALUE ZEROS.
       77  WK-USA-RECUP                 PIC 9(01) VALUE 1.
       77  WK-TOP-N                     PIC 9(03) VALUE 10.
       77  WK-IDX-ALU                   PIC 9(03) VALUE ZEROS.
            DISPLAY '*** QUADRO DE HONRA E RANKING ***'
            DISPLAY 'PERIODO (AAAAS): '
            ACCEPT WK-ANO-INF
            DISPLAY 'TURMA (BRANCO = TODAS): '
            ACCEPT WK-TURMA-INF
            COMPUTE WK-ANO-LETIVO = WK-ANO-INF / 10

            MOVE 'RANK-USA-RECUP'        TO LK-CFG-CHAVE
            MOVE 1                       TO LK-CFG-PADRAO-NUM
               CLOSE ALUNO-IDENTIDADE
               OPEN INPUT ALUNO-IDENTIDADE
            END-IF
            IF WK-TURMA-INF NOT = SPACES
               OPEN INPUT TURMA-MASTER
               IF WK-FS-TURMA NOT = '00'
                  DISPLAY 'TURMAS NAO FORMADAS (TURMMSTR).'
                  STOP RUN
               END-IF
            END-IF

      *     Pelo caminho de turma (ALUTIDX) so o periodo e lido;
      *     sem ele, a varredura de sempre.
            OPEN INPUT ALUNO-TURMA-INDICE
            IF WK-FS-ALUTIDX = '00'
               MOVE WK-ANO-INF           TO ATX-ANO-SEMESTRE
               MOVE LOW-VALUES           TO ATX-MATERIA
               MOVE ZEROS                TO ATX-MATRICULA
               START ALUNO-TURMA-INDICE
                     KEY IS NOT LESS THAN ATX-CHAVE
                   INVALID KEY
                      MOVE 'S'           TO WK-FIM-ARQ
               END-START
               PERFORM P210-LER-CAMINHO THRU P210-FIM
                       UNTIL WK-FIM-ARQ = 'S'
               CLOSE ALUNO-TURMA-INDICE
            ELSE
               PERFORM P200-LER-NOTA THRU P200-FIM
                       UNTIL WK-FIM-ARQ = 'S'
            END-IF
            CLOSE ALUNO-MASTER ALUNO-IDENTIDADE
            IF WK-TURMA-INF NOT = SPACES
               CLOSE TURMA-MASTER
            END-IF

            PERFORM P350-FECHAR-MEDIAS
                    VARYING WK-IDX-ALU FROM 1 BY 1
            OPEN OUTPUT RELATORIO-RANKING
            MOVE SPACES                  TO RANK-REC
            STRING 'QUADRO DE HONRA - PERIODO ' WK-ANO-INF
                   ' (TOP ' WK-TOP-N ' POR SERIE) ' WK-TURMA-INF
                   DELIMITED BY SIZE INTO RANK-REC
            END-STRING
            WRITE RANK-REC
            .
       P200-FIM.

      ******************************************************************
      * P210-LER-CAMINHO: proxima entrada do periodo no caminho de
      * turma, com o registro lido do mestre pela chave; entrada sem
      * registro (mestre restaurado) e ignorada.
      ******************************************************************
       P210-LER-CAMINHO.
            READ ALUNO-TURMA-INDICE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P210-FIM
            END-READ
            IF ATX-ANO-SEMESTRE NOT = WK-ANO-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P210-FIM
            END-IF
            MOVE ATX-MATRICULA           TO AL-MATRICULA
            MOVE ATX-ANO-SEMESTRE        TO AL-ANO-SEMESTRE
            MOVE ATX-MATERIA             TO AL-MATERIA
            READ ALUNO-MASTER
                 INVALID KEY
                    GO TO P210-FIM
            END-READ
            PERFORM P300-ACUMULAR THRU P300-SAIDA
            .
       P210-FIM.

      ******************************************************************
      * P300-ACUMULAR: com RANK-USA-RECUP ligado, a nota da
      * recuperacao substitui a media da materia quando for maior -
            IF NOT MAT-ATIVO
               GO TO P300-SAIDA
            END-IF
            IF WK-TURMA-INF NOT = SPACES
               MOVE WK-ANO-LETIVO        TO TUR-ANO
               MOVE WK-TURMA-INF         TO TUR-TURMA
               MOVE AL-MATRICULA         TO TUR-MATRICULA
               READ TURMA-MASTER
                    INVALID KEY
                       GO TO P300-SAIDA
               END-READ
            END-IF

            PERFORM P320-ACHAR-ALUNO
            MOVE AL-MEDIA                TO WK-NOTA-VALIDA
