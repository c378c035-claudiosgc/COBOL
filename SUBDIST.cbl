      *          MARCA D'AGUA SUB-ULTIMA-SEQ RECUSA CORTAR DE NOVO O
      *          QUE JA FOI ENTREGUE - RODA-SE UMA VEZ POR ASSINANTE
      *          NO DECK, E CONSUMIDOR NOVO E UMA LINHA NO SUBMANT.
      * Modification History:
      *   15/10/2026 CS  Cada codigo cortado para o assinante vai para
      *                  o registro de compartilhamento (DVGUTIL/
      *                  DVGLOG): destinatario = SUB-ID, sequencia =
      *                  a do delta entregue.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
           COPY 'LAYOUT44' REPLACING ==CADASTRO-PF== BY ==DL-CADASTRO==
                                     LEADING ==WK== BY ==DL==.
           COPY 'PARMDVG'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
            END-STRING
            WRITE SAIDA-REC

            SET LK-DVG-ABRIR             TO TRUE
            MOVE WK-ID-ASSINANTE         TO LK-DVG-DESTINATARIO
            MOVE WK-SEQ-DELTA            TO LK-DVG-SEQUENCIA
            MOVE 'SUBDIST'               TO LK-DVG-PROGRAMA
            CALL 'DVGUTIL' USING PARAMETRES-DVG

            PERFORM P200-CORTAR-LINHA THRU P200-FIM
                    UNTIL WK-FIM-DELTA = 'S'

            END-STRING
            WRITE SAIDA-REC
            CLOSE DELTA-ASSINANTE ARQ-DELTA
            SET LK-DVG-FECHAR            TO TRUE
            CALL 'DVGUTIL' USING PARAMETRES-DVG

            MOVE WK-SEQ-DELTA            TO SUB-ULTIMA-SEQ
            REWRITE REG-ASSINATURA

            DISPLAY 'MOVIMENTOS LIDOS...: ' WK-QTD-LIDOS
            DISPLAY 'MOVIMENTOS CORTADOS: ' WK-QTD-CORTADOS
            DISPLAY 'CODIGOS REGISTRADOS: ' LK-DVG-QTD-GRAVADOS
            DISPLAY 'DELTA DO ASSINANTE EM SUBDELTA (SEQ '
                    WK-SEQ-DELTA ').'

                       MOVE SPACES       TO SAIDA-REC
                       MOVE DELTA-REC    TO SAIDA-REC
                       WRITE SAIDA-REC
                       MOVE DELTA-CODIGO TO LK-DVG-CODIGO
                       SET LK-DVG-GRAVAR TO TRUE
                       CALL 'DVGUTIL' USING PARAMETRES-DVG
                    END-IF
            END-READ
            .
