      *          ALUNO (MEDIA PONDERADA DO QUE JA FOI LANCADO) -
      *          A REUNIAO DE MAIO COM O RESPONSAVEL GANHA NUMEROS.
      *          A MEDIA DO FECHAMENTO SAI DO AVALMED.
      * Modification History:
      *   15/10/2026 CS  Lancamento so dentro da janela de notas do
      *                  periodo (JANMSTR via JANUTIL) ou numa
      *                  reabertura da materia.
      *   15/10/2026 CS  Prova realizada do calendario (PROVMSTR)
      *                  pode emprestar data e tipo ao lancamento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELAVA'.
           COPY 'SELPRV'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDAVA'.
           COPY 'FDPRV'.
       WORKING-STORAGE SECTION.
       77  WK-FS-AVALIACAO              PIC X(02) VALUE SPACES.
       77  WK-FS-PROVA                  PIC X(02) VALUE SPACES.
       77  WK-FIM-PROVA                 PIC X(01) VALUE 'N'.
       77  WK-USA-PROVA                 PIC X(01) VALUE 'N'.
       77  WK-PROVA-DATA                PIC 9(08) VALUE ZEROS.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-MATRICULA-INF             PIC 9(06) VALUE ZEROS.
       77  WK-SOMA-PESOS                PIC 9(03)V99 VALUE ZEROS.
       77  WK-MEDIA-PARCIAL             PIC 9(02)V9 VALUE ZEROS.
           COPY 'PARMPRF'.
           COPY 'PARMJAN'.
           COPY 'PARMDATE'.

       LINKAGE SECTION.
               GO TO P300-FIM
            END-IF

      *     Janela de lancamento do periodo (JANMSTR).
            MOVE WK-ANO-INF              TO LK-JAN-ANO-SEMESTRE
            MOVE WK-MATERIA-INF          TO LK-JAN-MATERIA
            CALL 'JANUTIL' USING PARAMETRES-JAN
            IF LK-JAN-FECHADO
               DISPLAY 'PERIODO FECHADO - LANCAMENTO RECUSADO.'
               GO TO P300-FIM
            END-IF
            IF LK-JAN-FORA
               DISPLAY 'FORA DA JANELA DE NOTAS (' LK-JAN-DATA-ABRE
                       ' A ' LK-JAN-DATA-FECHA ') - RECUSADO.'
               GO TO P300-FIM
            END-IF

            PERFORM P350-PROXIMA-SEQ

            MOVE WK-MATRICULA-INF        TO AVA-MATRICULA
            MOVE WK-MATERIA-INF          TO AVA-MATERIA
            MOVE WK-PROX-SEQ             TO AVA-SEQ

            PERFORM P370-BUSCAR-PROVA THRU P370-FIM
            IF WK-USA-PROVA = 'S'
               MOVE WK-PROVA-DATA        TO AVA-DATA
               MOVE 'P'                  TO AVA-TIPO
               SET LK-STATUS-OK OF PARAMETRES-DATA TO TRUE
            ELSE
               SET LK-STATUS-INVALIDO OF PARAMETRES-DATA TO TRUE
            END-IF
            PERFORM UNTIL LK-STATUS-OK OF PARAMETRES-DATA
               DISPLAY 'DATA DA AVALIACAO (AAAAMMDD): '
               ACCEPT AVA-DATA
               MOVE 'V'                  TO LK-FUNCAO
               CALL 'DATEUTIL' USING PARAMETRES-DATA
            END-PERFORM
            IF WK-USA-PROVA NOT = 'S'
               DISPLAY 'TIPO: P-PROVA  T-TRABALHO  A-PARTICIPACAO: '
               ACCEPT AVA-TIPO
               IF AVA-TIPO NOT = 'P' AND AVA-TIPO NOT = 'T'
                  AND AVA-TIPO NOT = 'A'
                  DISPLAY 'TIPO INVALIDO - ASSUMINDO PROVA.'
                  MOVE 'P'               TO AVA-TIPO
               END-IF
            END-IF
            DISPLAY 'PESO (EX. 1,00): '
            ACCEPT AVA-PESO
            .
       P360-FIM.

      ******************************************************************
      * P370-BUSCAR-PROVA: a prova REALIZADA mais recente da materia
      * no calendario do periodo (PROVMSTR, do PROVCNTT) e oferecida
      * - aceita, data e tipo (prova) vem dela. Sem calendario segue
      * a digitacao de sempre.
      ******************************************************************
       P370-BUSCAR-PROVA.
            MOVE 'N'                     TO WK-USA-PROVA
            MOVE ZEROS                   TO WK-PROVA-DATA
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            OPEN INPUT PROVA-MASTER
            IF WK-FS-PROVA NOT = '00'
               GO TO P370-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-PROVA
            MOVE WK-ANO-INF              TO PRV-ANO-SEMESTRE
            MOVE ZEROS                   TO PRV-DATA
                                            PRV-HORARIO
            MOVE LOW-VALUES              TO PRV-MATERIA
                                            PRV-TURMA
            START PROVA-MASTER KEY IS NOT LESS THAN PRV-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-PROVA
            END-START
            PERFORM P375-LER-PROVA THRU P375-FIM
                    UNTIL WK-FIM-PROVA = 'S'
            CLOSE PROVA-MASTER
            IF WK-PROVA-DATA = ZEROS
               GO TO P370-FIM
            END-IF
            DISPLAY 'PROVA DE ' WK-MATERIA-INF ' REALIZADA EM '
                    WK-PROVA-DATA ' - USAR DATA E TIPO (S/N)? '
            ACCEPT WK-USA-PROVA
            IF WK-USA-PROVA = 's'
               MOVE 'S'                  TO WK-USA-PROVA
            END-IF
            .
       P370-FIM.

       P375-LER-PROVA.
            READ PROVA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-PROVA
                    GO TO P375-FIM
            END-READ
            IF PRV-ANO-SEMESTRE NOT = WK-ANO-INF
               OR PRV-DATA > WK-DATA-HOJE
               MOVE 'S'                  TO WK-FIM-PROVA
               GO TO P375-FIM
            END-IF
            IF PRV-MATERIA = WK-MATERIA-INF AND PRV-REALIZADA
               MOVE PRV-DATA             TO WK-PROVA-DATA
            END-IF
            .
       P375-FIM.

       P400-LISTAR.
            DISPLAY 'MATRICULA: '
            ACCEPT WK-MATRICULA-INF
