      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: REMESSA NOTURNA DE NOTIFICACOES SMS/EMAIL AO GATEWAY.
      *          LE A FILA (NTFMSTR) MONTADA PELO NTFUTIL E GRAVA O
      *          ARQUIVO DE INTERFACE NTFREM NO LAYOUT LAYOUTNT:
      *          HEADER COM A SEQUENCIA DE TRANSMISSAO DO TRANSREG
      *          (TRNUTIL), UM DETALHE POR NOTIFICACAO PENDENTE -
      *          PRIMEIRO AS URGENTES, DEPOIS AS NORMAIS E AS DE
      *          PRIORIDADE BAIXA - E TRAILER COM A QUANTIDADE. CADA
      *          NOTIFICACAO ENVIADA FICA TRANSMITIDA COM O NUMERO DA
      *          REMESSA; A SITUACAO DE ENTREGA VOLTA PELO NTFRETOR.
      *          PASSO DO CICLCTRL, DEPOIS DO LOTCONTT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFENVIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELNTF'.
           SELECT ARQ-REMESSA
               ASSIGN TO "NTFREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-REMESSA.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDNTF'.
       FD  ARQ-REMESSA
           LABEL RECORD IS STANDARD.
           COPY 'LAYOUTNT'.
       WORKING-STORAGE SECTION.
       77  WK-FS-NOTIF                  PIC X(02) VALUE SPACES.
       77  WK-FS-REMESSA                PIC X(02) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-PRIORIDADE-VEZ            PIC 9(01) VALUE ZEROS.
       77  WK-DATA-HORA                 PIC X(14) VALUE SPACES.
       77  WK-QTD-ENVIADAS              PIC 9(06) VALUE ZEROS.
       77  WK-QTD-SMS                   PIC 9(06) VALUE ZEROS.
       77  WK-QTD-EMAIL                 PIC 9(06) VALUE ZEROS.
       77  WK-QTD-ERROS                 PIC 9(05) VALUE ZEROS.
           COPY 'PARMTRN'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'NTFENVIO'              TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY '*** REMESSA DE NOTIFICACOES SMS/EMAIL ***'
            MOVE FUNCTION CURRENT-DATE(1:14) TO WK-DATA-HORA
            OPEN I-O FILA-NOTIFICACOES
            IF WK-FS-NOTIF NOT = '00'
               DISPLAY 'FILA DE NOTIFICACOES VAZIA (NTFMSTR AUSENTE).'
               PERFORM P900-FINALIZAR
               STOP RUN
            END-IF

            PERFORM P100-ABRIR-REMESSA
            PERFORM P200-PASSAR-FILA THRU P200-FIM
                    VARYING WK-PRIORIDADE-VEZ FROM 1 BY 1
                    UNTIL WK-PRIORIDADE-VEZ > 3
            PERFORM P800-FECHAR-REMESSA
            CLOSE FILA-NOTIFICACOES
            PERFORM P900-FINALIZAR
            STOP RUN
            .

       P100-ABRIR-REMESSA.
            OPEN OUTPUT ARQ-REMESSA

            SET LK-TRN-REG-SAIDA         TO TRUE
            MOVE 'NTFREM'                TO LK-TRN-ARQUIVO
            MOVE 'NTFENVIO'              TO LK-TRN-PROGRAMA
            CALL 'TRNUTIL' USING PARAMETRES-TRN

            MOVE SPACES                  TO REG-NTG-HEADER
            MOVE 'H'                     TO NTG-HDR-TIPO-REG
            MOVE LK-TRN-SEQUENCIA        TO NTG-HDR-SEQ-ARQUIVO
            SET NTG-HDR-REMESSA          TO TRUE
            MOVE WK-DATA-HORA            TO NTG-HDR-DATA-HORA
            MOVE 'ESCOLA - AVISOS'       TO NTG-HDR-REMETENTE
            WRITE REG-NTG-HEADER
            .

      ******************************************************************
      * P200-PASSAR-FILA: uma passada pela fila por faixa de
      * prioridade, como o FRLEXEC; o registro de controle (chave
      * zerada) fica de fora.
      ******************************************************************
       P200-PASSAR-FILA.
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE ZEROS                   TO NTF-CODIGO
            MOVE 1                       TO NTF-ID
            START FILA-NOTIFICACOES KEY IS NOT LESS THAN NTF-CHAVE
                INVALID KEY
                   GO TO P200-FIM
            END-START
            PERFORM P210-LER-NOTIFICACAO THRU P210-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P200-FIM.

       P210-LER-NOTIFICACAO.
            READ FILA-NOTIFICACOES NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P210-FIM
            END-READ
            IF NOT NTF-PENDENTE
               GO TO P210-FIM
            END-IF
      *     Prioridade fora de 1-3 sai junto com a faixa baixa.
            IF NTF-PRIORIDADE NOT = WK-PRIORIDADE-VEZ
               IF WK-PRIORIDADE-VEZ NOT = 3
                  OR NTF-PRIORIDADE-VALIDA
                  GO TO P210-FIM
               END-IF
            END-IF
            PERFORM P300-ENVIAR-NOTIFICACAO
            .
       P210-FIM.

       P300-ENVIAR-NOTIFICACAO.
            MOVE SPACES                  TO REG-NTG-ENVIO
            MOVE 'D'                     TO NTG-ENV-TIPO-REG
            MOVE NTF-CODIGO              TO NTG-ENV-CODIGO
            MOVE NTF-ID                  TO NTG-ENV-ID
            MOVE NTF-CANAL               TO NTG-ENV-CANAL
            MOVE NTF-PRIORIDADE          TO NTG-ENV-PRIORIDADE
            MOVE NTF-DESTINO             TO NTG-ENV-DESTINO
            MOVE NTF-TEXTO               TO NTG-ENV-TEXTO
            WRITE REG-NTG-ENVIO

            SET NTF-TRANSMITIDA          TO TRUE
            MOVE LK-TRN-SEQUENCIA        TO NTF-REMESSA
            MOVE WK-DATA-HORA            TO NTF-DATA-REMESSA
            REWRITE REG-NOTIFICACAO
            IF WK-FS-NOTIF NOT = '00'
               DISPLAY 'ERRO AO MARCAR NOTIFICACAO ' NTF-CODIGO '/'
                       NTF-ID ' - FS: ' WK-FS-NOTIF
               ADD 1                     TO WK-QTD-ERROS
            END-IF
            ADD 1                        TO WK-QTD-ENVIADAS
            IF NTF-CANAL-SMS
               ADD 1                     TO WK-QTD-SMS
            ELSE
               ADD 1                     TO WK-QTD-EMAIL
            END-IF
            .

       P800-FECHAR-REMESSA.
            MOVE SPACES                  TO REG-NTG-TRAILER
            MOVE 'T'                     TO NTG-TRL-TIPO-REG
            MOVE WK-QTD-ENVIADAS         TO NTG-TRL-QTD-DETALHES
            WRITE REG-NTG-TRAILER
            CLOSE ARQ-REMESSA
            DISPLAY 'REMESSA N. ' LK-TRN-SEQUENCIA ' EM NTFREM.'
            .

       P900-FINALIZAR.
            DISPLAY 'NOTIFICACOES ENVIADAS: ' WK-QTD-ENVIADAS
            DISPLAY '  POR SMS............: ' WK-QTD-SMS
            DISPLAY '  POR EMAIL..........: ' WK-QTD-EMAIL
            DISPLAY 'ERROS DE ATUALIZACAO.: ' WK-QTD-ERROS

            MOVE 'NTFENVIO'              TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-ENVIADAS         TO LK-RUN-QTD-LIDOS
                                            LK-RUN-QTD-APLICADOS
            MOVE WK-QTD-ERROS            TO LK-RUN-QTD-REJEITADOS
            IF WK-QTD-ERROS > ZEROS
               MOVE 4                    TO LK-RUN-CODIGO-RETORNO
            ELSE
               MOVE ZEROS                TO LK-RUN-CODIGO-RETORNO
            END-IF
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM NTFENVIO.
