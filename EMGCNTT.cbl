      *          REFLETE SOZINHA), O FLAG DE BUSCA AUTORIZADA E O
      *          ALERTA MEDICO, E IMPRIME-SE A FICHA DE EMERGENCIA
      *          POR SERIE (EMGFICHA) PARA O BALCAO.
      * Modification History:
      *   15/10/2026 CS  Fichas da opcao 3 podem sair so de uma turma
      *                  do ano (TURMMSTR) dentro da serie.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY 'SELEMG'.
           COPY 'SELALID'.
           COPY 'SELCONT'.
           COPY 'SELTUR'.
           SELECT FICHA-EMERGENCIA
               ASSIGN TO "EMGFICHA"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY 'FDEMG'.
           COPY 'FDALID'.
           COPY 'FDCONT'.
           COPY 'FDTUR'.
       FD  FICHA-EMERGENCIA
           LABEL RECORD IS STANDARD.
       01  FICHA-REC                    PIC X(120).
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-FICHA                  PIC X(02) VALUE SPACES.
       77  WK-FS-TURMA                  PIC X(02) VALUE SPACES.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-ALUNOS                PIC X(01) VALUE 'N'.
       77  WK-ORDEM-INF                 PIC 9(01) VALUE ZEROS.
       77  WK-CONTATO-INF               PIC 9(06) VALUE ZEROS.
       77  WK-SERIE-INF                 PIC 9(02) VALUE ZEROS.
       77  WK-TURMA-INF                 PIC X(10) VALUE SPACES.
       77  WK-ANO-INF                   PIC 9(04) VALUE ZEROS.
       77  WK-NA-TURMA                  PIC X(01) VALUE 'S'.
       77  WK-QTD-FICHAS                PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       P600-IMPRIMIR-FICHAS.
            DISPLAY 'SERIE (1-12): '
            ACCEPT WK-SERIE-INF
            DISPLAY 'TURMA (BRANCO = TODAS): '
            MOVE SPACES                  TO WK-TURMA-INF
            ACCEPT WK-TURMA-INF
            IF WK-TURMA-INF NOT = SPACES
               DISPLAY 'ANO LETIVO (AAAA): '
               ACCEPT WK-ANO-INF
               OPEN INPUT TURMA-MASTER
               IF WK-FS-TURMA NOT = '00'
                  DISPLAY 'TURMAS NAO FORMADAS (TURMMSTR).'
                  GO TO P600-FIM
               END-IF
            END-IF
            OPEN OUTPUT FICHA-EMERGENCIA
            MOVE SPACES                  TO FICHA-REC
            STRING 'FICHAS DE EMERGENCIA - SERIE ' WK-SERIE-INF
                   ' ' WK-TURMA-INF
                   DELIMITED BY SIZE INTO FICHA-REC
            END-STRING
            WRITE FICHA-REC
            PERFORM P610-FICHA-DE-UM THRU P610-FIM
                    UNTIL WK-FIM-ALUNOS = 'S'
            CLOSE FICHA-EMERGENCIA
            IF WK-TURMA-INF NOT = SPACES
               CLOSE TURMA-MASTER
            END-IF
            DISPLAY WK-QTD-FICHAS ' FICHA(S) EM EMGFICHA.'
            .
       P600-FIM.
            READ ALUNO-IDENTIDADE NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ALUNOS
                 NOT AT END
                    PERFORM P615-VERIFICAR-TURMA
                    IF MAT-ATIVO AND MAT-SERIE = WK-SERIE-INF
                       AND WK-NA-TURMA = 'S'
                       ADD 1             TO WK-QTD-FICHAS
                       MOVE SPACES       TO FICHA-REC
                       STRING '== ' MAT-MATRICULA ' ' MAT-NOME
            .
       P610-FIM.

       P615-VERIFICAR-TURMA.
            MOVE 'S'                     TO WK-NA-TURMA
            IF WK-TURMA-INF NOT = SPACES
               MOVE WK-ANO-INF           TO TUR-ANO
               MOVE WK-TURMA-INF         TO TUR-TURMA
               MOVE MAT-MATRICULA        TO TUR-MATRICULA
               READ TURMA-MASTER
                    INVALID KEY
                       MOVE 'N'          TO WK-NA-TURMA
               END-READ
            END-IF
            .

       P620-LINHAS-DO-ALUNO.
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-MATRICULA-INF        TO EMG-MATRICULA
