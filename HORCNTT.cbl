      *          GRADE COM O CALENDARIO (CALMSTR VIA DATEUTIL 'U') -
      *          O DENOMINADOR DO AL-QTDE-AULAS DEIXA DE SER
      *          DIGITADO.
      * Modification History:
      *   15/10/2026 CS  Reposicoes (REPMSTR): opcao 5 confirma ou
      *                  cancela a reposicao proposta pelo CALCONF, e
      *                  a contagem de dias de aula soma as reposicoes
      *                  confirmadas da materia no intervalo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELHOR'.
           COPY 'SELREP'.
           SELECT GRADE-IMPRESSA
               ASSIGN TO "HORGRADE"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDHOR'.
           COPY 'FDREP'.
       FD  GRADE-IMPRESSA
           LABEL RECORD IS STANDARD.
       01  GRADE-REC                    PIC X(100).
       WORKING-STORAGE SECTION.
       77  WK-FS-HORARIO                PIC X(02) VALUE SPACES.
       77  WK-FS-GRADE                  PIC X(02) VALUE SPACES.
       77  WK-FS-REPOSICAO              PIC X(02) VALUE SPACES.
       77  WK-DATA-INF                  PIC 9(08) VALUE ZEROS.
       77  WK-QTD-REPOSICOES            PIC 9(04) VALUE ZEROS.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-ANO-INF                   PIC 9(05) VALUE ZEROS.
               CLOSE HORARIO-MASTER
               OPEN I-O HORARIO-MASTER
            END-IF
            OPEN I-O REPOSICAO-MASTER
            IF WK-FS-REPOSICAO = '35'
               OPEN OUTPUT REPOSICAO-MASTER
               CLOSE REPOSICAO-MASTER
               OPEN I-O REPOSICAO-MASTER
            END-IF

            PERFORM P200-PROCESSA THRU P200-FIM
                    UNTIL WK-SUBOPCAO = 'S' OR WK-SUBOPCAO = 's'
            CLOSE HORARIO-MASTER REPOSICAO-MASTER
            MOVE ' *** GRADE HORARIA ***                  ' TO
                                         WS-MENSSAGEM
            GOBACK
            DISPLAY '2 - EXCLUIR AULA DA GRADE'
            DISPLAY '3 - IMPRIMIR GRADE (TURMA/PROFESSOR/SALA)'
            DISPLAY '4 - CONTAR DIAS DE AULA DE UMA MATERIA'
            DISPLAY '5 - CONFIRMAR/CANCELAR REPOSICAO (REPMSTR)'
            DISPLAY 'S - SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WK-SUBOPCAO
                  PERFORM P500-IMPRIMIR-GRADE THRU P500-FIM
               WHEN '4'
                  PERFORM P600-CONTAR-DIAS THRU P600-FIM
               WHEN '5'
                  PERFORM P700-REPOSICAO THRU P700-FIM
               WHEN 'S'
               WHEN 's'
                  CONTINUE
            PERFORM P610-CONTAR-UM-DIA
                    UNTIL WK-DIAS-CORRIDOS >
                          FUNCTION INTEGER-OF-DATE(WK-DATA-FIM)
            PERFORM P640-SOMAR-REPOSICOES THRU P640-FIM
            ADD WK-QTD-REPOSICOES        TO WK-QTD-AULAS
            DISPLAY 'AULAS DE ' WK-MATERIA-INF ' NO INTERVALO: '
                    WK-QTD-AULAS
            IF WK-QTD-REPOSICOES > ZEROS
               DISPLAY '  (INCLUI ' WK-QTD-REPOSICOES
                       ' REPOSICAO(OES) CONFIRMADA(S))'
            END-IF
            .
       P600-FIM.

            END-READ
            .
       P630-FIM.

      ******************************************************************
      * P640-SOMAR-REPOSICOES: aula de reposicao confirmada da materia
      * no intervalo (REPMSTR) tambem e aula dada - soma na contagem.
      ******************************************************************
       P640-SOMAR-REPOSICOES.
            MOVE ZEROS                   TO WK-QTD-REPOSICOES
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-ANO-INF              TO REP-ANO-SEMESTRE
            MOVE WK-DATA-INICIO          TO REP-DATA
            MOVE ZEROS                   TO REP-PERIODO
            MOVE LOW-VALUES              TO REP-TURMA
            START REPOSICAO-MASTER KEY IS NOT LESS THAN REP-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P650-LER-REPOSICAO THRU P650-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P640-FIM.

       P650-LER-REPOSICAO.
            READ REPOSICAO-MASTER NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    IF REP-ANO-SEMESTRE NOT = WK-ANO-INF OR
                       REP-DATA > WK-DATA-FIM
                       MOVE 'S'          TO WK-FIM-ARQ
                    ELSE
                       IF REP-CONFIRMADA AND
                          REP-MATERIA = WK-MATERIA-INF
                          ADD 1          TO WK-QTD-REPOSICOES
                       END-IF
                    END-IF
            END-READ
            .
       P650-FIM.

      ******************************************************************
      * P700-REPOSICAO: a reposicao proposta pelo CALCONF so conta
      * depois de confirmada aqui ('C', com usuario e data); cancelar
      * exclui o registro - a proxima rodada do CALCONF pode propor
      * outra data.
      ******************************************************************
       P700-REPOSICAO.
            DISPLAY 'ANO-SEMESTRE (AAAAS): '
            ACCEPT WK-ANO-INF
            DISPLAY 'DATA DA REPOSICAO (AAAAMMDD): '
            ACCEPT WK-DATA-INF
            DISPLAY 'PERIODO (1..8): '
            ACCEPT WK-PERIODO-INF
            DISPLAY 'TURMA: '
            ACCEPT WK-TURMA-INF
            MOVE WK-ANO-INF              TO REP-ANO-SEMESTRE
            MOVE WK-DATA-INF             TO REP-DATA
            MOVE WK-PERIODO-INF          TO REP-PERIODO
            MOVE WK-TURMA-INF            TO REP-TURMA
            READ REPOSICAO-MASTER
                 INVALID KEY
                    DISPLAY 'REPOSICAO NAO ENCONTRADA.'
                    GO TO P700-FIM
            END-READ
            DISPLAY 'REPOSICAO ' REP-MATERIA ' PROFESSOR '
                    REP-PROFESSOR ' SALA ' REP-SALA ' STATUS '
                    REP-STATUS
            DISPLAY 'C - CONFIRMAR  X - CANCELAR  OUTRA - VOLTAR: '
            ACCEPT WK-CONFIRMA
            EVALUATE WK-CONFIRMA
               WHEN 'C'
               WHEN 'c'
                  IF REP-CONFIRMADA
                     DISPLAY 'REPOSICAO JA ESTAVA CONFIRMADA.'
                  ELSE
                     MOVE 'C'            TO REP-STATUS
                     MOVE WS-USUARIO-LOGADO TO REP-USUARIO
                     MOVE FUNCTION CURRENT-DATE(1:8) TO
                          REP-DATA-CONFIRMACAO
                     REWRITE REG-REPOSICAO
                     DISPLAY 'REPOSICAO CONFIRMADA.'
                  END-IF
               WHEN 'X'
               WHEN 'x'
                  DELETE REPOSICAO-MASTER
                  DISPLAY 'REPOSICAO CANCELADA.'
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            .
       P700-FIM.
       END PROGRAM HORCNTT.
