      *                  dia, REPROVADO por media entre 4,0 e
      *                  6,9 vira EM-RECUP - a nota da prova de
      *                  recuperacao entra pelo RECUPALU.
      *   15/10/2026 CS  Registro aprovado em oferta de dependencia
      *                  baixa a dependencia aberta (DEPUTIL) e sai
      *                  listado no FECHAREL.
      *   15/10/2026 CS  Periodo cuja janela de notas ja passou fica
      *                  FECHADO no JANMSTR - depois do fechamento
      *                  nota so entra por reabertura da materia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY 'SELALUNO'.
           COPY 'SELFREQ'.
           COPY 'SELJAN'.
           SELECT RELATORIO-FECHAMENTO
               ASSIGN TO "FECHAREL"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY 'FDALUNO'.
           COPY 'FDFREQ'.
           COPY 'FDJAN'.
       FD  RELATORIO-FECHAMENTO
           LABEL RECORD IS STANDARD.
       01  FECHA-REC                    PIC X(132).
       77  WK-FS-ALUNO                  PIC X(02) VALUE SPACES.
       77  WK-FS-FREQ                   PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-FS-JANELA                 PIC X(02) VALUE SPACES.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-QTD-JANELAS-FECHADAS      PIC 9(03) VALUE ZEROS.
       77  WK-FIM-ARQUIVO               PIC X(01) VALUE 'N'.
       77  WK-FREQUENCIA-MINIMA         PIC 9(03) VALUE 75.
       77  WK-FREQUENCIA-RISCO          PIC 9(03) VALUE 85.
       77  WK-QTD-REBAIXADOS            PIC 9(05) VALUE ZEROS.
       77  WK-QTD-EM-RISCO              PIC 9(05) VALUE ZEROS.
       77  WK-QTD-EM-RECUP              PIC 9(05) VALUE ZEROS.
       77  WK-QTD-DEP-BAIXADAS          PIC 9(05) VALUE ZEROS.
           COPY 'PARMDEP'.
      *****************************************************************
      * WK-TABELA-FREQ: totais de presenca por matricula+materia+
      * periodo, agregados numa passada unica de FREQUENCIA. Quando
       MAIN-PROCEDURE.
            PERFORM P100-AGREGAR-FREQUENCIA THRU P100-FIM
            PERFORM P200-FECHAR-MESTRE
            PERFORM P400-FECHAR-JANELAS THRU P400-FIM
            GOBACK
            .

            STRING 'REBAIXADOS POR FALTA: ' WK-QTD-REBAIXADOS
                   '   EM RISCO: ' WK-QTD-EM-RISCO
                   '   EM RECUPERACAO: ' WK-QTD-EM-RECUP
                   '   DEPENDENCIAS CUMPRIDAS: ' WK-QTD-DEP-BAIXADAS
                   DELIMITED BY SIZE INTO FECHA-REC
            END-STRING
            WRITE FECHA-REC
                 NOT AT END
                    PERFORM P300-APLICAR-PISO THRU
                            P300-SAIDA
                    IF AL-STATUS = 'APROVADO' OR
                       AL-STATUS = 'APROV-REC'
                       PERFORM P320-BAIXAR-DEPENDENCIA
                    END-IF
            END-READ
            .
       P210-FIM.
            END-STRING
            WRITE FECHA-REC
            .

      ******************************************************************
      * P320-BAIXAR-DEPENDENCIA: aprovado numa oferta de dependencia
      * cumpre a dependencia aberta da materia de origem (DEPUTIL
      * decide pela OFE-DEPENDENCIA-DE da oferta).
      ******************************************************************
       P320-BAIXAR-DEPENDENCIA.
            MOVE AL-MATRICULA            TO LK-DEP-MATRICULA
            MOVE AL-ANO-SEMESTRE         TO LK-DEP-ANO-SEMESTRE
            MOVE AL-MATERIA              TO LK-DEP-MATERIA
            CALL 'DEPUTIL' USING PARAMETRES-DEP
            IF LK-DEP-BAIXADA
               ADD 1                     TO WK-QTD-DEP-BAIXADAS
               MOVE SPACES               TO FECHA-REC
               STRING AL-MATRICULA ' ' AL-NOME ' ' AL-MATERIA ' '
                      AL-ANO-SEMESTRE ' DEPENDENCIA CUMPRIDA: '
                      LK-DEP-MATERIA-BAIXADA
                      DELIMITED BY SIZE INTO FECHA-REC
               END-STRING
               WRITE FECHA-REC
            END-IF
            .

      ******************************************************************
      * P400-FECHAR-JANELAS: todo periodo do calendario (JANMSTR,
      * registro de materia em branco) cuja data de fechamento do
      * lancamento ja passou fica FECHADO - o JANUTIL passa a recusar
      * nota nova ali. Sem calendario nao faz nada.
      ******************************************************************
       P400-FECHAR-JANELAS.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            OPEN I-O JANELA-MASTER
            IF WK-FS-JANELA NOT = '00'
               GO TO P400-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQUIVO
            MOVE LOW-VALUES              TO JAN-CHAVE
            START JANELA-MASTER KEY IS NOT LESS THAN JAN-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQUIVO
            END-START
            PERFORM P410-FECHAR-UMA THRU P410-FIM
                    UNTIL WK-FIM-ARQUIVO = 'S'
            CLOSE JANELA-MASTER
            DISPLAY 'PERIODOS FECHADOS PARA LANCAMENTO: '
                    WK-QTD-JANELAS-FECHADAS
            .
       P400-FIM.

       P410-FECHAR-UMA.
            READ JANELA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQUIVO
                    GO TO P410-FIM
            END-READ
            IF JAN-MATERIA NOT = SPACES OR NOT JAN-ABERTA
               OR JAN-DATA-FECHA NOT < WK-DATA-HOJE
               GO TO P410-FIM
            END-IF
            SET JAN-FECHADA              TO TRUE
            MOVE 'FECHALU'               TO JAN-USUARIO
            MOVE WK-DATA-HOJE            TO JAN-DATA-REGISTRO
            REWRITE REG-JANELA
            IF WK-FS-JANELA = '00'
               ADD 1                     TO WK-QTD-JANELAS-FECHADAS
               DISPLAY 'PERIODO ' JAN-ANO-SEMESTRE
                       ' FECHADO PARA LANCAMENTO.'
            END-IF
            .
       P410-FIM.
       END PROGRAM FECHALU.
