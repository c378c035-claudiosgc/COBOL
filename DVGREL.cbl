      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: QUADRO DO COMPARTILHAMENTO COM TERCEIROS POR
      *          DESTINATARIO. RESPONDE "TUDO O QUE FOI MANDADO PARA
      *          O DESTINATARIO X ENTRE TAL E TAL DATA" A PARTIR DO
      *          DVGLOG (GRAVADO PELOS EXTRATORES VIA DVGUTIL): UMA
      *          LINHA POR CODIGO ENTREGUE, COM DATA, SEQUENCIA DO
      *          ARQUIVO, PROGRAMA GERADOR E O NOME ATUAL DO CONTATO
      *          PF OU PJ. SAIDA EM DVGREL. SO LEITURA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVGREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELDVG'.
           COPY 'SELCONT'.
           COPY 'SELCONTJ'.
           SELECT RELATORIO-DIVULGACAO
               ASSIGN TO "DVGREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDDVG'.
           COPY 'FDCONT'.
           COPY 'FDCONTJ'.
       FD  RELATORIO-DIVULGACAO
           LABEL RECORD IS STANDARD.
       01  DVGREL-REC                   PIC X(132).
       WORKING-STORAGE SECTION.
       77  WK-FS-DIVULGACAO             PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO-PJ             PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
           COPY 'PARMRUN'.
       77  WK-FILTRO-DESTINO            PIC X(08) VALUE SPACES.
       77  WK-FILTRO-DATA-INI           PIC X(08) VALUE SPACES.
       77  WK-FILTRO-DATA-FIM           PIC X(08) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-QTD-LIDOS                 PIC 9(07) VALUE ZEROS.
       77  WK-QTD-LISTADOS              PIC 9(07) VALUE ZEROS.
       77  WK-TIPO-TEXTO                PIC X(02) VALUE SPACES.
       77  WK-NOME-CONTATO              PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'DVGREL'                TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY '*** COMPARTILHAMENTO POR DESTINATARIO ***'
            DISPLAY 'DESTINATARIO (EX. SISTEXT, TIMEWEB, NEWSLETT, '
                    'ORGAOENS, ASSINANTE): '
            ACCEPT WK-FILTRO-DESTINO
            IF WK-FILTRO-DESTINO = SPACES
               DISPLAY 'DESTINATARIO OBRIGATORIO.'
               STOP RUN
            END-IF
            DISPLAY 'DATA INICIAL AAAAMMDD (ENTER P/ TODAS)...: '
            ACCEPT WK-FILTRO-DATA-INI
            DISPLAY 'DATA FINAL   AAAAMMDD (ENTER P/ TODAS)...: '
            ACCEPT WK-FILTRO-DATA-FIM
            IF WK-FILTRO-DATA-INI NOT = SPACES
               AND WK-FILTRO-DATA-FIM NOT = SPACES
               AND WK-FILTRO-DATA-FIM < WK-FILTRO-DATA-INI
               DISPLAY 'DATA FINAL ANTERIOR A INICIAL.'
               STOP RUN
            END-IF

            OPEN INPUT DIVULGACAO-LOG
            IF WK-FS-DIVULGACAO NOT = '00'
               DISPLAY 'NAO HA REGISTRO DE COMPARTILHAMENTO (DVGLOG).'
               STOP RUN
            END-IF
            OPEN INPUT CONTATO-MASTER
            OPEN INPUT CONTPJ-MASTER
            OPEN OUTPUT RELATORIO-DIVULGACAO
            PERFORM P100-CABECALHO

            PERFORM P200-LER-DIVULGACAO THRU P200-FIM
                    UNTIL WK-FIM-ARQ = 'S'

            MOVE SPACES                  TO DVGREL-REC
            WRITE DVGREL-REC
            MOVE SPACES                  TO DVGREL-REC
            STRING 'CODIGOS ENTREGUES A ' WK-FILTRO-DESTINO ': '
                   WK-QTD-LISTADOS
                   DELIMITED BY SIZE INTO DVGREL-REC
            END-STRING
            WRITE DVGREL-REC

            CLOSE DIVULGACAO-LOG RELATORIO-DIVULGACAO
            IF WK-FS-CONTATO NOT = '35'
               CLOSE CONTATO-MASTER
            END-IF
            IF WK-FS-CONTATO-PJ NOT = '35'
               CLOSE CONTPJ-MASTER
            END-IF
            DISPLAY 'REGISTROS LIDOS.....: ' WK-QTD-LIDOS
            DISPLAY 'CODIGOS ENTREGUES...: ' WK-QTD-LISTADOS
            DISPLAY 'QUADRO EM DVGREL.'

            MOVE 'DVGREL'                TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-LIDOS            TO LK-RUN-QTD-LIDOS
            MOVE ZEROS                   TO LK-RUN-QTD-APLICADOS
                                            LK-RUN-QTD-REJEITADOS
                                            LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            STOP RUN
            .

       P100-CABECALHO.
            MOVE SPACES                  TO DVGREL-REC
            STRING 'DADOS PESSOAIS ENTREGUES A ' WK-FILTRO-DESTINO
                   ' - PERIODO ' WK-FILTRO-DATA-INI ' A '
                   WK-FILTRO-DATA-FIM
                   DELIMITED BY SIZE INTO DVGREL-REC
            END-STRING
            WRITE DVGREL-REC
            MOVE SPACES                  TO DVGREL-REC
            MOVE 'DATA       SEQ.   PROGRAMA CODIGO    NOME'
                                         TO DVGREL-REC
            WRITE DVGREL-REC
            .

      ******************************************************************
      * P200-LER-DIVULGACAO: a chave do DVGLOG comeca pelo codigo
      * (feita para o dossie do titular) - aqui a pergunta e por
      * destinatario, entao e uma varredura do arquivo inteiro. O
      * registro e curto e a varredura e barata.
      ******************************************************************
       P200-LER-DIVULGACAO.
            READ DIVULGACAO-LOG NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P200-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDOS
            IF DVG-DESTINATARIO NOT = WK-FILTRO-DESTINO
               GO TO P200-FIM
            END-IF
            IF WK-FILTRO-DATA-INI NOT = SPACES
               AND DVG-DATA < WK-FILTRO-DATA-INI
               GO TO P200-FIM
            END-IF
            IF WK-FILTRO-DATA-FIM NOT = SPACES
               AND DVG-DATA > WK-FILTRO-DATA-FIM
               GO TO P200-FIM
            END-IF
            PERFORM P300-NOME-CONTATO THRU P300-FIM
            MOVE SPACES                  TO DVGREL-REC
            STRING DVG-DATA(7:2) '/' DVG-DATA(5:2) '/' DVG-DATA(1:4)
                   ' ' DVG-SEQUENCIA ' ' DVG-PROGRAMA ' '
                   DVG-CODIGO ' ' WK-TIPO-TEXTO ' ' WK-NOME-CONTATO
                   DELIMITED BY SIZE INTO DVGREL-REC
            END-STRING
            WRITE DVGREL-REC
            ADD 1                        TO WK-QTD-LISTADOS
            .
       P200-FIM.

      ******************************************************************
      * P300-NOME-CONTATO: o codigo PF e o PJ saem do mesmo NEXTSEQ -
      * procura no mestre PF e, nao achando, no PJ.
      ******************************************************************
       P300-NOME-CONTATO.
            MOVE 'PF'                    TO WK-TIPO-TEXTO
            MOVE DVG-CODIGO              TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SPACES          TO WK-NOME-CONTATO
                    STRING WK-PRIMEIRO-NOME DELIMITED BY SPACE
                           ' ' WK-ULTIMO-NOME DELIMITED BY SIZE
                           INTO WK-NOME-CONTATO
                    END-STRING
                    GO TO P300-FIM
            END-READ
            MOVE 'PJ'                    TO WK-TIPO-TEXTO
            MOVE DVG-CODIGO              TO WK-CODIGO-PJ
            READ CONTPJ-MASTER
                 INVALID KEY
                    MOVE '  '            TO WK-TIPO-TEXTO
                    MOVE '(FORA DOS MESTRES)' TO WK-NOME-CONTATO
                 NOT INVALID KEY
                    MOVE WK-RAZAO-SOCIAL TO WK-NOME-CONTATO
            END-READ
            .
       P300-FIM.
       END PROGRAM DVGREL.
