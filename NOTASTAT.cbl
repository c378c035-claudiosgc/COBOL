      *          PERIODO ANTERIOR AO LADO E O PROFESSOR ATRIBUIDO
      *          (PROFMSTR) - A REUNIAO DE REVISAO DO PERIODO COMECA
      *          DOS NUMEROS. SAIDA EM NOTASTAT.
      * Modification History:
      *   15/10/2026 CS  Periodo atual e anterior lidos pelo caminho
      *                  de turma (ALUTIDX) em vez de varrer o
      *                  ALUNOMST; sem o caminho, a varredura de
      *                  sempre.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY 'SELALUNO'.
           COPY 'SELPRF'.
           COPY 'SELATX'.
           SELECT RELATORIO-ANALITICO
               ASSIGN TO "NOTASTAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY 'FDALUNO'.
           COPY 'FDPRF'.
           COPY 'FDATX'.
       FD  RELATORIO-ANALITICO
           LABEL RECORD IS STANDARD.
       01  ANALIT-REC                   PIC X(132).
       77  WK-FS-ALUNO                  PIC X(02) VALUE SPACES.
       77  WK-FS-PROFESSOR              PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-FS-ALUTIDX                PIC X(02) VALUE SPACES.
       77  WK-ANO-CAMINHO               PIC 9(05) VALUE ZEROS.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-ANO-INF                   PIC 9(05) VALUE ZEROS.
       77  WK-ANO-ANTERIOR              PIC 9(05) VALUE ZEROS.
               STOP RUN
            END-IF
            OPEN INPUT PROFESSOR-MASTER
      *     Pelo caminho de turma (ALUTIDX) so os dois periodos sao
      *     lidos; sem ele, a varredura de sempre.
            OPEN INPUT ALUNO-TURMA-INDICE
            IF WK-FS-ALUTIDX = '00'
               MOVE WK-ANO-INF           TO WK-ANO-CAMINHO
               PERFORM P100-PERCORRER-PERIODO THRU P100-FIM
               MOVE WK-ANO-ANTERIOR      TO WK-ANO-CAMINHO
               PERFORM P100-PERCORRER-PERIODO THRU P100-FIM
               CLOSE ALUNO-TURMA-INDICE
            ELSE
               PERFORM P200-LER-UM THRU P200-FIM
                       UNTIL WK-FIM-ARQ = 'S'
            END-IF
            CLOSE ALUNO-MASTER

            OPEN OUTPUT RELATORIO-ANALITICO
            STOP RUN
            .

      ******************************************************************
      * P100-PERCORRER-PERIODO: posiciona o caminho de turma no
      * periodo WK-ANO-CAMINHO e acumula cada registro dele, lido do
      * mestre pela chave.
      ******************************************************************
       P100-PERCORRER-PERIODO.
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-ANO-CAMINHO          TO ATX-ANO-SEMESTRE
            MOVE LOW-VALUES              TO ATX-MATERIA
            MOVE ZEROS                   TO ATX-MATRICULA
            START ALUNO-TURMA-INDICE KEY IS NOT LESS THAN ATX-CHAVE
                INVALID KEY
                   GO TO P100-FIM
            END-START
            PERFORM P110-LER-CAMINHO THRU P110-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P100-FIM.

      ******************************************************************
      * P110-LER-CAMINHO: proxima entrada do periodo; entrada sem
      * registro no mestre (mestre restaurado) e ignorada.
      ******************************************************************
       P110-LER-CAMINHO.
            READ ALUNO-TURMA-INDICE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P110-FIM
            END-READ
            IF ATX-ANO-SEMESTRE NOT = WK-ANO-CAMINHO
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P110-FIM
            END-IF
            MOVE ATX-MATRICULA           TO AL-MATRICULA
            MOVE ATX-ANO-SEMESTRE        TO AL-ANO-SEMESTRE
            MOVE ATX-MATERIA             TO AL-MATERIA
            READ ALUNO-MASTER
                 INVALID KEY
                    GO TO P110-FIM
            END-READ
            IF AL-ANO-SEMESTRE = WK-ANO-INF
               PERFORM P300-ACUMULAR-ATUAL
            ELSE
               PERFORM P310-ACUMULAR-ANTERIOR
            END-IF
            .
       P110-FIM.

       P200-LER-UM.
            READ ALUNO-MASTER NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
