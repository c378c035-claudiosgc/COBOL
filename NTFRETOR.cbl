      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: RETORNO DO GATEWAY DE SMS/EMAIL. LE O ARQUIVO DE
      *          SITUACAO DE ENTREGA (NTFRET, LAYOUT LAYOUTNT),
      *          CONFERE A SEQUENCIA DO HEADER NO TRANSREG (TRNUTIL -
      *          RETORNO JA PROCESSADO E RECUSADO INTEIRO) E ATUALIZA
      *          CADA NOTIFICACAO DA FILA (NTFMSTR): ENTREGUE; DESTINO
      *          INVALIDO VIRA DEVOLVIDA E GRAVA A SUPRESSAO DO CANAL
      *          NO SUPRESS, COMO O SUPCARGA FAZ COM O RETORNO DA
      *          NEWSLETTER (E = EMAIL, S = SMS); DESCADASTRO GRAVA A
      *          SUPRESSAO DE OPT-OUT (O = EMAIL, S = SMS); FALHA
      *          TEMPORARIA VOLTA A FILA ATE A TERCEIRA TENTATIVA.
      *          LINHA QUE NAO CASA COM NOTIFICACAO TRANSMITIDA E SO
      *          LISTADA COMO REJEITADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFRETOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELNTF'.
           COPY 'SELSUP'.
           SELECT ARQ-RETORNO
               ASSIGN TO "NTFRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RETORNO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDNTF'.
           COPY 'FDSUP'.
       FD  ARQ-RETORNO
           LABEL RECORD IS STANDARD.
           COPY 'LAYOUTNT'.
       WORKING-STORAGE SECTION.
       77  WK-FS-NOTIF                  PIC X(02) VALUE SPACES.
       77  WK-FS-SUPRESSAO              PIC X(02) VALUE SPACES.
       77  WK-FS-RETORNO                PIC X(02) VALUE SPACES.
       77  WK-FIM-RETORNO               PIC X(01) VALUE 'N'.
       77  WK-MAX-TENTATIVAS            PIC 9(01) VALUE 3.
       77  WK-QTD-LIDOS                 PIC 9(06) VALUE ZEROS.
       77  WK-QTD-ENTREGUES             PIC 9(06) VALUE ZEROS.
       77  WK-QTD-DEVOLVIDAS            PIC 9(06) VALUE ZEROS.
       77  WK-QTD-DESCADASTROS          PIC 9(06) VALUE ZEROS.
       77  WK-QTD-REENVIOS              PIC 9(06) VALUE ZEROS.
       77  WK-QTD-FALHAS                PIC 9(06) VALUE ZEROS.
       77  WK-QTD-SUPRESSOES            PIC 9(06) VALUE ZEROS.
       77  WK-QTD-REJEITADAS            PIC 9(06) VALUE ZEROS.
       77  WK-CODIGO-RETORNO            PIC 9(02) VALUE ZEROS.
           COPY 'PARMTRN'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'NTFRETOR'              TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY '*** RETORNO DO GATEWAY DE NOTIFICACOES ***'
            OPEN INPUT ARQ-RETORNO
            IF WK-FS-RETORNO = '35'
               DISPLAY 'ARQUIVO DE RETORNO NTFRET NAO ENCONTRADO.'
               PERFORM P900-FINALIZAR
               STOP RUN
            END-IF
            OPEN I-O FILA-NOTIFICACOES
            IF WK-FS-NOTIF NOT = '00'
               DISPLAY 'FILA DE NOTIFICACOES (NTFMSTR) AUSENTE.'
               CLOSE ARQ-RETORNO
               MOVE 8                    TO WK-CODIGO-RETORNO
               PERFORM P900-FINALIZAR
               STOP RUN
            END-IF
            OPEN I-O SUPRESSAO
            IF WK-FS-SUPRESSAO = '35'
               OPEN OUTPUT SUPRESSAO
               CLOSE SUPRESSAO
               OPEN I-O SUPRESSAO
            END-IF

            PERFORM P150-CONFERIR-HEADER THRU P150-FIM
            PERFORM P200-LER-RETORNO THRU P200-FIM
                    UNTIL WK-FIM-RETORNO = 'S'
            CLOSE ARQ-RETORNO FILA-NOTIFICACOES SUPRESSAO
            PERFORM P900-FINALIZAR
            STOP RUN
            .

      ******************************************************************
      * P150-CONFERIR-HEADER: primeira linha tem de ser header de
      * retorno; a sequencia passa pelo TRANSREG - retorno repetido
      * e recusado inteiro (gravaria supressao e tentativa de novo),
      * lacuna so avisa.
      ******************************************************************
       P150-CONFERIR-HEADER.
            READ ARQ-RETORNO
                 AT END
                    DISPLAY 'ARQUIVO DE RETORNO VAZIO.'
                    MOVE 'S'             TO WK-FIM-RETORNO
                    GO TO P150-FIM
            END-READ
            IF NTG-HDR-TIPO-REG NOT = 'H' OR NOT NTG-HDR-RETORNO
               DISPLAY 'ARQUIVO RECUSADO - PRIMEIRA LINHA NAO E '
                       'HEADER DE RETORNO.'
               MOVE 'S'                  TO WK-FIM-RETORNO
               MOVE 8                    TO WK-CODIGO-RETORNO
               GO TO P150-FIM
            END-IF

            SET LK-TRN-REG-ENTRADA       TO TRUE
            MOVE 'NTFRET'                TO LK-TRN-ARQUIVO
            MOVE ZEROS                   TO LK-TRN-SEQUENCIA
            IF NTG-HDR-SEQ-ARQUIVO NUMERIC
               MOVE NTG-HDR-SEQ-ARQUIVO  TO LK-TRN-SEQUENCIA
            END-IF
            MOVE 'NTFRETOR'              TO LK-TRN-PROGRAMA
            CALL 'TRNUTIL' USING PARAMETRES-TRN
            IF LK-TRN-DUPLICATA
               DISPLAY 'ARQUIVO RECUSADO - RETORNO '
                       LK-TRN-SEQUENCIA ' JA FOI PROCESSADO.'
               MOVE 'S'                  TO WK-FIM-RETORNO
               MOVE 8                    TO WK-CODIGO-RETORNO
               GO TO P150-FIM
            END-IF
            IF LK-TRN-LACUNA
               DISPLAY 'AVISO - ' LK-TRN-FALTAS ' RETORNO(S) '
                       'PULADO(S) ANTES DESTE ARQUIVO.'
            END-IF
            IF LK-TRN-SEM-SEQUENCIA
               DISPLAY 'AVISO - RETORNO SEM SEQUENCIA NO HEADER.'
            END-IF
            .
       P150-FIM.

       P200-LER-RETORNO.
            READ ARQ-RETORNO
                 AT END
                    MOVE 'S'             TO WK-FIM-RETORNO
                    GO TO P200-FIM
            END-READ
            EVALUATE NTG-RET-TIPO-REG
               WHEN 'D'
                  ADD 1                  TO WK-QTD-LIDOS
                  PERFORM P300-TRATAR-DETALHE THRU P300-FIM
               WHEN 'T'
                  IF NTG-TRL-QTD-DETALHES NUMERIC
                     AND NTG-TRL-QTD-DETALHES NOT = WK-QTD-LIDOS
                     DISPLAY 'AVISO - TRAILER INFORMA '
                             NTG-TRL-QTD-DETALHES ' LINHAS, LIDAS '
                             WK-QTD-LIDOS '.'
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            .
       P200-FIM.

      ******************************************************************
      * P300-TRATAR-DETALHE: a chave da notificacao volta intacta do
      * gateway. So notificacao transmitida e atualizada - retorno de
      * notificacao ja resolvida ou desconhecida e rejeitado.
      ******************************************************************
       P300-TRATAR-DETALHE.
            IF NTG-RET-CODIGO NOT NUMERIC
               OR NTG-RET-ID NOT NUMERIC
               PERFORM P700-REJEITAR
               GO TO P300-FIM
            END-IF
            MOVE NTG-RET-CODIGO          TO NTF-CODIGO
            MOVE NTG-RET-ID              TO NTF-ID
            IF NTF-CODIGO = ZEROS
               PERFORM P700-REJEITAR
               GO TO P300-FIM
            END-IF
            READ FILA-NOTIFICACOES
                 INVALID KEY
                    PERFORM P700-REJEITAR
                    GO TO P300-FIM
            END-READ
            IF NOT NTF-TRANSMITIDA
               PERFORM P700-REJEITAR
               GO TO P300-FIM
            END-IF

            MOVE NTG-RET-DATA-HORA       TO NTF-DATA-RETORNO
            MOVE NTG-RET-MOTIVO          TO NTF-MOTIVO
            EVALUATE TRUE
               WHEN NTG-RET-ENTREGUE
                  SET NTF-ENTREGUE       TO TRUE
                  ADD 1                  TO WK-QTD-ENTREGUES
               WHEN NTG-RET-BOUNCE
                  SET NTF-DEVOLVIDA      TO TRUE
                  ADD 1                  TO WK-QTD-DEVOLVIDAS
                  IF NTF-CANAL-EMAIL
                     MOVE 'E'            TO SUP-CANAL
                  ELSE
                     MOVE 'S'            TO SUP-CANAL
                  END-IF
                  PERFORM P400-GRAVAR-SUPRESSAO
               WHEN NTG-RET-DESCADASTRO
                  SET NTF-DEVOLVIDA      TO TRUE
                  ADD 1                  TO WK-QTD-DESCADASTROS
                  IF NTF-CANAL-EMAIL
                     MOVE 'O'            TO SUP-CANAL
                  ELSE
                     MOVE 'S'            TO SUP-CANAL
                  END-IF
                  PERFORM P400-GRAVAR-SUPRESSAO
               WHEN NTG-RET-FALHA
      *           Falha temporaria volta pendente para a proxima
      *           remessa; na terceira tentativa desiste.
                  ADD 1                  TO NTF-TENTATIVAS
                  IF NTF-TENTATIVAS < WK-MAX-TENTATIVAS
                     SET NTF-PENDENTE    TO TRUE
                     ADD 1               TO WK-QTD-REENVIOS
                  ELSE
                     SET NTF-FALHOU      TO TRUE
                     ADD 1               TO WK-QTD-FALHAS
                  END-IF
               WHEN OTHER
                  PERFORM P700-REJEITAR
                  GO TO P300-FIM
            END-EVALUATE
            REWRITE REG-NOTIFICACAO
            IF WK-FS-NOTIF NOT = '00'
               DISPLAY 'ERRO AO ATUALIZAR NOTIFICACAO ' NTF-CODIGO
                       '/' NTF-ID ' - FS: ' WK-FS-NOTIF
            END-IF
            .
       P300-FIM.

      ******************************************************************
      * P400-GRAVAR-SUPRESSAO: mesma gravacao do SUPCARGA - canal ja
      * suprimido so tem a data e a origem renovadas.
      ******************************************************************
       P400-GRAVAR-SUPRESSAO.
            MOVE NTF-CODIGO              TO SUP-CODIGO
            MOVE FUNCTION CURRENT-DATE(1:8) TO SUP-DATA
            MOVE 'GATEWAY'               TO SUP-ORIGEM
            WRITE REG-SUPRESSAO
            EVALUATE WK-FS-SUPRESSAO
               WHEN '00'
                  ADD 1                  TO WK-QTD-SUPRESSOES
               WHEN '22'
                  REWRITE REG-SUPRESSAO
                  ADD 1                  TO WK-QTD-SUPRESSOES
               WHEN OTHER
                  DISPLAY 'ERRO AO GRAVAR SUPRESSAO ' SUP-CODIGO
                          '/' SUP-CANAL ' - FS: ' WK-FS-SUPRESSAO
            END-EVALUATE
            .

       P700-REJEITAR.
            ADD 1                        TO WK-QTD-REJEITADAS
            DISPLAY 'LINHA REJEITADA: ' NTG-RET-CODIGO '/'
                    NTG-RET-ID ' SITUACAO ' NTG-RET-SITUACAO
            .

       P900-FINALIZAR.
            DISPLAY 'LINHAS DE RETORNO..: ' WK-QTD-LIDOS
            DISPLAY 'ENTREGUES..........: ' WK-QTD-ENTREGUES
            DISPLAY 'DEVOLVIDAS.........: ' WK-QTD-DEVOLVIDAS
            DISPLAY 'DESCADASTROS.......: ' WK-QTD-DESCADASTROS
            DISPLAY 'DE VOLTA A FILA....: ' WK-QTD-REENVIOS
            DISPLAY 'FALHAS DEFINITIVAS.: ' WK-QTD-FALHAS
            DISPLAY 'SUPRESSOES GRAVADAS: ' WK-QTD-SUPRESSOES
            DISPLAY 'LINHAS REJEITADAS..: ' WK-QTD-REJEITADAS

            MOVE 'NTFRETOR'              TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-LIDOS            TO LK-RUN-QTD-LIDOS
            COMPUTE LK-RUN-QTD-APLICADOS =
                    WK-QTD-LIDOS - WK-QTD-REJEITADAS
            MOVE WK-QTD-REJEITADAS       TO LK-RUN-QTD-REJEITADOS
            IF WK-CODIGO-RETORNO = ZEROS
               AND WK-QTD-REJEITADAS > ZEROS
               MOVE 4                    TO WK-CODIGO-RETORNO
            END-IF
            MOVE WK-CODIGO-RETORNO       TO LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM NTFRETOR.
