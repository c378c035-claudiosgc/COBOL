      *          REG-EXTERNO, OU O MOTIVO (NF NAO ENCONTRADO, IN
      *          INATIVO, CI CPF INVALIDO). O CADASTRO VIRA SERVICO
      *          SEM NINGUEM LEVAR COPIA DA BASE INTEIRA.
      * Modification History:
      *   15/10/2026 CS  Contato falecido (OBITCNTT) responde FA, sem
      *                  dados, como o inativo.
      *   15/10/2026 CS  Cada resposta OK (com dados) vai para o
      *                  registro de compartilhamento (DVGUTIL/
      *                  DVGLOG) com destinatario SISTQRY, sob a
      *                  sequencia de saida do QRYOUT no TRANSREG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * book.
      *****************************************************************
           COPY 'LAYOUTEX'.
           COPY 'PARMDVG'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            END-IF
            OPEN OUTPUT ARQ-RESPOSTAS

            SET LK-DVG-ABRIR             TO TRUE
            MOVE 'SISTQRY'               TO LK-DVG-DESTINATARIO
            MOVE 'QRYOUT'                TO LK-DVG-ARQUIVO
            MOVE ZEROS                   TO LK-DVG-SEQUENCIA
            MOVE 'QRYCNTT'               TO LK-DVG-PROGRAMA
            CALL 'DVGUTIL' USING PARAMETRES-DVG

            PERFORM P200-LER-CONSULTA THRU P200-FIM
                    UNTIL WK-FIM-CONSULTAS = 'S'

            CLOSE ARQ-CONSULTAS CONTATO-MASTER ARQ-RESPOSTAS
            SET LK-DVG-FECHAR            TO TRUE
            CALL 'DVGUTIL' USING PARAMETRES-DVG
            DISPLAY 'CONSULTAS RESPONDIDAS: ' WK-QTD-CONSULTAS
                    ' ENCONTRADAS: ' WK-QTD-OK
            DISPLAY 'CODIGOS NO REGISTRO DE COMPARTILHAMENTO: '
                    LK-DVG-QTD-GRAVADOS
            STOP RUN
            .


      ******************************************************************
      * P550-AVALIAR-REGISTRO: registro localizado - inativo responde
      * IN sem dados (nao se distribui dado de contato excluido),
      * falecido responde FA, tambem sem dados; ativo responde OK com
      * o REG-EXTERNO montado campo a campo, identico ao que o
      * EXTCNTT gera.
      ******************************************************************
       P550-AVALIAR-REGISTRO.
            IF WK-REG-INATIVO
               MOVE 'IN'                 TO QR-STATUS
               PERFORM P700-RESPONDER-SEM-DADOS
            ELSE
            IF WK-REG-FALECIDO
               MOVE 'FA'                 TO QR-STATUS
               PERFORM P700-RESPONDER-SEM-DADOS
            ELSE
               PERFORM P560-MONTAR-EXTERNO
               MOVE 'OK'                 TO QR-STATUS
               MOVE REG-EXTERNO          TO QR-DADOS
               WRITE QRYOUT-REC
               ADD 1                     TO WK-QTD-OK
               MOVE WK-CODIGO            TO LK-DVG-CODIGO
               SET LK-DVG-GRAVAR         TO TRUE
               CALL 'DVGUTIL' USING PARAMETRES-DVG
            END-IF
            END-IF
            .

