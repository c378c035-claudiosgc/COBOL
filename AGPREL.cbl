      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: RELATORIO DE LOTES PERIODICOS ATRASADOS. O CICLCTRL
      *          LANCA NO VENCIMENTO O QUE ESTA NA AGPMSTR, MAS NOITE
      *          QUE ABENDOU, PASSO AGENDA RECUSADO OU LOTE QUE SAIU
      *          COM ERRO DEIXAVAM O MENSAL PARA TRAS SEM NINGUEM
      *          NOTAR ATE A AUDITORIA PEDIR. AQUI, PARA CADA LINHA
      *          DA AGPMSTR, O ULTIMO VENCIMENTO JA PASSADO (AGPUTIL)
      *          E CONFERIDO NO RUNLOG: SEM FIM COM RC=0 DAQUELE DIA
      *          EM DIANTE, O LOTE SAI NO RELATORIO AGPREL COM O
      *          VENCIMENTO PERDIDO E O ULTIMO FIM BEM SUCEDIDO. O
      *          RELATORIO VAI PARA O SPOOL E O RESULTADO PARA O
      *          RUNLOG (RC 04 = HA ATRASO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGPREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELAGP'.
           COPY 'SELRUNL'.
           SELECT RELATORIO-ATRASOS
               ASSIGN TO "AGPREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDAGP'.
           COPY 'FDRUNL'.
       FD  RELATORIO-ATRASOS
           LABEL RECORD IS STANDARD.
       01  AGPREL-REC                   PIC X(132).
       WORKING-STORAGE SECTION.
       77  WK-FS-AGENDA-PER             PIC X(02) VALUE SPACES.
       77  WK-FS-RUNLOG                 PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
           COPY 'PARMRUN'.
           COPY 'PARMSPL'.
           COPY 'PARMAGP'.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-FIM-AGENDA                PIC X(01) VALUE 'N'.
       77  WK-FIM-RUNLOG                PIC X(01) VALUE 'N'.
       77  WK-VENC-DEVIDO               PIC 9(08) VALUE ZEROS.
       77  WK-ULTIMO-FIM-OK             PIC 9(08) VALUE ZEROS.
       77  WK-DATA-RUNLOG               PIC 9(08) VALUE ZEROS.
       77  WK-DESC-FREQUENCIA           PIC X(11) VALUE SPACES.
       77  WK-DESC-ULTIMO               PIC X(10) VALUE SPACES.
       77  WK-QTD-LOTES                 PIC 9(05) VALUE ZEROS.
       77  WK-QTD-ATRASADOS             PIC 9(05) VALUE ZEROS.
       77  WK-QTD-INVALIDOS             PIC 9(05) VALUE ZEROS.
       01  WK-LINHA-DETALHE.
           05 WK-LD-PROGRAMA            PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WK-LD-FREQUENCIA          PIC X(11).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WK-LD-VENCIMENTO          PIC X(10).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WK-LD-ULTIMO              PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WK-LD-OBSERVACAO          PIC X(40).
       01  WK-DATA-EDITADA.
           05 WK-DE-DIA                 PIC X(02).
           05 FILLER                    PIC X(01) VALUE '/'.
           05 WK-DE-MES                 PIC X(02).
           05 FILLER                    PIC X(01) VALUE '/'.
           05 WK-DE-ANO                 PIC X(04).
       77  WK-DATA-EDITAR               PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'AGPREL'                TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE

            OPEN INPUT AGENDA-PERIODICA
            IF WK-FS-AGENDA-PER NOT = '00'
               DISPLAY 'SEM AGENDA DE PERIODICOS (AGPMSTR) - NADA A '
                       'CONFERIR.'
               MOVE 'AGPREL'             TO LK-RUN-PROGRAMA
               MOVE 'FIM'                TO LK-RUN-EVENTO
               MOVE 12                   TO LK-RUN-CODIGO-RETORNO
               CALL 'RUNUTIL' USING PARAMETRES-RUN
               STOP RUN
            END-IF

            OPEN OUTPUT RELATORIO-ATRASOS
            MOVE WK-DATA-HOJE            TO WK-DATA-EDITAR
            PERFORM P700-EDITAR-DATA
            MOVE SPACES                  TO AGPREL-REC
            STRING 'LOTES PERIODICOS COM VENCIMENTO PERDIDO - EMITIDO '
                   'EM ' WK-DATA-EDITADA
                   DELIMITED BY SIZE INTO AGPREL-REC
            END-STRING
            WRITE AGPREL-REC
            MOVE 'PROGRAMA  FREQUENCIA   VENCIMENTO    ULTIMO FIM OK'
                                         TO AGPREL-REC
            WRITE AGPREL-REC

            MOVE 'N'                     TO WK-FIM-AGENDA
            PERFORM P100-LER-AGENDA THRU P100-FIM
                    UNTIL WK-FIM-AGENDA = 'S'
            CLOSE AGENDA-PERIODICA

            MOVE SPACES                  TO AGPREL-REC
            WRITE AGPREL-REC
            MOVE SPACES                  TO AGPREL-REC
            STRING 'LOTES NA AGENDA: ' WK-QTD-LOTES
                   '   ATRASADOS: ' WK-QTD-ATRASADOS
                   '   REGRA INVALIDA: ' WK-QTD-INVALIDOS
                   DELIMITED BY SIZE INTO AGPREL-REC
            END-STRING
            WRITE AGPREL-REC
            CLOSE RELATORIO-ATRASOS

            MOVE 'AGPREL'                TO LK-SPL-NOME
            MOVE 'LOTE'                  TO LK-SPL-USUARIO
            MOVE 'AGPREL'                TO LK-SPL-ORIGEM
            CALL 'SPLUTIL' USING PARAMETRES-SPL

            DISPLAY 'LOTES NA AGENDA: ' WK-QTD-LOTES
            DISPLAY 'ATRASADOS......: ' WK-QTD-ATRASADOS
            DISPLAY 'RELATORIO EM AGPREL.'

            MOVE 'AGPREL'                TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-LOTES            TO LK-RUN-QTD-LIDOS
            MOVE ZEROS                   TO LK-RUN-QTD-APLICADOS
            COMPUTE LK-RUN-QTD-REJEITADOS = WK-QTD-ATRASADOS
                                          + WK-QTD-INVALIDOS
            IF WK-QTD-ATRASADOS > ZEROS
               MOVE 4                    TO LK-RUN-CODIGO-RETORNO
            ELSE
               MOVE ZEROS                TO LK-RUN-CODIGO-RETORNO
            END-IF
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            STOP RUN
            .

      ******************************************************************
      * P100-LER-AGENDA: vencimento devido = o do periodo corrente se
      * ja passou (antes de hoje), senao o do periodo anterior. O de
      * hoje ainda esta dentro da noite e nao conta como perdido.
      ******************************************************************
       P100-LER-AGENDA.
            READ AGENDA-PERIODICA
                 AT END
                    MOVE 'S'             TO WK-FIM-AGENDA
                    GO TO P100-FIM
            END-READ
            IF AGP-PROGRAMA(1:1) = '*' OR AGP-PROGRAMA = SPACES
               GO TO P100-FIM
            END-IF
            ADD 1                        TO WK-QTD-LOTES
            MOVE AGP-FREQUENCIA          TO LK-AGP-FREQUENCIA
            MOVE AGP-REGRA               TO LK-AGP-REGRA
            MOVE AGP-ORDINAL             TO LK-AGP-ORDINAL
            MOVE AGP-MES                 TO LK-AGP-MES
            MOVE WK-DATA-HOJE            TO LK-AGP-DATA-BASE
            CALL 'AGPUTIL' USING PARAMETRES-AGP
            IF NOT LK-AGP-OK
               ADD 1                     TO WK-QTD-INVALIDOS
               MOVE SPACES               TO WK-LINHA-DETALHE
               MOVE AGP-PROGRAMA         TO WK-LD-PROGRAMA
               MOVE 'REGRA INVALIDA NA AGPMSTR - CORRIGIR'
                                         TO WK-LD-OBSERVACAO
               WRITE AGPREL-REC          FROM WK-LINHA-DETALHE
               GO TO P100-FIM
            END-IF
            IF LK-AGP-VENCIMENTO < WK-DATA-HOJE
               MOVE LK-AGP-VENCIMENTO    TO WK-VENC-DEVIDO
            ELSE
               MOVE LK-AGP-VENC-ANTERIOR TO WK-VENC-DEVIDO
            END-IF

            MOVE ZEROS                   TO WK-ULTIMO-FIM-OK
            MOVE 'N'                     TO WK-FIM-RUNLOG
            OPEN INPUT RUN-LOG
            IF WK-FS-RUNLOG = '00'
               PERFORM P200-LER-RUNLOG THRU P200-FIM
                       UNTIL WK-FIM-RUNLOG = 'S'
               CLOSE RUN-LOG
            END-IF
            IF WK-ULTIMO-FIM-OK >= WK-VENC-DEVIDO
               GO TO P100-FIM
            END-IF

            ADD 1                        TO WK-QTD-ATRASADOS
            EVALUATE AGP-FREQUENCIA
               WHEN 'M'
                  MOVE 'MENSAL'          TO WK-DESC-FREQUENCIA
               WHEN 'T'
                  MOVE 'TRIMESTRAL'      TO WK-DESC-FREQUENCIA
               WHEN OTHER
                  MOVE 'ANUAL'           TO WK-DESC-FREQUENCIA
            END-EVALUATE
            MOVE SPACES                  TO WK-LINHA-DETALHE
            MOVE AGP-PROGRAMA            TO WK-LD-PROGRAMA
            MOVE WK-DESC-FREQUENCIA      TO WK-LD-FREQUENCIA
            MOVE WK-VENC-DEVIDO          TO WK-DATA-EDITAR
            PERFORM P700-EDITAR-DATA
            MOVE WK-DATA-EDITADA         TO WK-LD-VENCIMENTO
            IF WK-ULTIMO-FIM-OK = ZEROS
               MOVE 'NUNCA'              TO WK-LD-ULTIMO
            ELSE
               MOVE WK-ULTIMO-FIM-OK     TO WK-DATA-EDITAR
               PERFORM P700-EDITAR-DATA
               MOVE WK-DATA-EDITADA      TO WK-LD-ULTIMO
            END-IF
            MOVE 'SEM FIM RC=0 DESDE O VENCIMENTO'
                                         TO WK-LD-OBSERVACAO
            WRITE AGPREL-REC             FROM WK-LINHA-DETALHE
            DISPLAY 'ATRASADO: ' AGP-PROGRAMA ' VENCEU EM '
                    WK-LD-VENCIMENTO
            .
       P100-FIM.

       P200-LER-RUNLOG.
            READ RUN-LOG
                 AT END
                    MOVE 'S'             TO WK-FIM-RUNLOG
                    GO TO P200-FIM
            END-READ
            IF RUN-PROGRAMA = AGP-PROGRAMA
               AND RUN-EVENTO-FIM
               AND RUN-CODIGO-RETORNO = ZEROS
               MOVE RUN-DATA-HORA(1:8)   TO WK-DATA-RUNLOG
               IF WK-DATA-RUNLOG > WK-ULTIMO-FIM-OK
                  MOVE WK-DATA-RUNLOG    TO WK-ULTIMO-FIM-OK
               END-IF
            END-IF
            .
       P200-FIM.

       P700-EDITAR-DATA.
            MOVE WK-DATA-EDITAR(7:2)     TO WK-DE-DIA
            MOVE WK-DATA-EDITAR(5:2)     TO WK-DE-MES
            MOVE WK-DATA-EDITAR(1:4)     TO WK-DE-ANO
            .
       END PROGRAM AGPREL.
