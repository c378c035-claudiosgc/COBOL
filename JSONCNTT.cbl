      *          T) DO EXTCNTT, E MOLDURA DE HEADER/TRAILER COM
      *          CONTAGEM PARA O CARREGADOR DELES CONFERIR COMO
      *          TODO MUNDO.
      * Modification History:
      *   15/10/2026 CS  Contato falecido (OBITCNTT) nao sai no
      *                  CONTJSON.
      *   15/10/2026 CS  Cada codigo exportado vai para o registro de
      *                  compartilhamento (DVGUTIL/DVGLOG) com
      *                  destinatario TIMEWEB e a sequencia do header.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-NOME-COMPLETO             PIC X(60) VALUE SPACES.
       77  WK-TELEFONE-FMT              PIC X(14) VALUE SPACES.
           COPY 'PARMTRN'.
           COPY 'PARMDVG'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
            MOVE 'CONTJSON'              TO LK-TRN-ARQUIVO
            MOVE 'JSONCNTT'              TO LK-TRN-PROGRAMA
            CALL 'TRNUTIL' USING PARAMETRES-TRN
            SET LK-DVG-ABRIR             TO TRUE
            MOVE 'TIMEWEB'               TO LK-DVG-DESTINATARIO
            MOVE LK-TRN-SEQUENCIA        TO LK-DVG-SEQUENCIA
            MOVE 'JSONCNTT'              TO LK-DVG-PROGRAMA
            CALL 'DVGUTIL' USING PARAMETRES-DVG

            MOVE SPACES                  TO JSON-REC
            STRING '{"tipo":"header","origem":"JSONCNTT",'
            READ CONTATO-MASTER NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-MESTRE
                 NOT AT END
                    IF WK-REG-ATIVO AND NOT WK-REG-FALECIDO
                       PERFORM P450-TESTAR-LGPD THRU P450-SAIDA
                       IF WK-RECUSOU-TERCEIROS = 'S'
                          ADD 1          TO WK-QTD-EXCLUIDOS-LGPD
            END-STRING
            WRITE JSON-REC
            ADD 1                        TO WK-QTD-EXPORTADOS
            MOVE WK-CODIGO                    TO LK-DVG-CODIGO
            SET LK-DVG-GRAVAR            TO TRUE
            CALL 'DVGUTIL' USING PARAMETRES-DVG
            .

      ******************************************************************
            END-STRING
            WRITE JSON-REC
            CLOSE CONTATO-MASTER CONSENTIMENTO ARQ-JSON
            SET LK-DVG-FECHAR            TO TRUE
            CALL 'DVGUTIL' USING PARAMETRES-DVG
            DISPLAY 'CONTATOS EXPORTADOS: ' WK-QTD-EXPORTADOS
            DISPLAY 'FORA POR RECUSA LGPD: ' WK-QTD-EXCLUIDOS-LGPD
            DISPLAY 'CODIGOS NO REGISTRO DE COMPARTILHAMENTO: '
                    LK-DVG-QTD-GRAVADOS
            DISPLAY 'ARQUIVO ROTULADO EM CONTJSON.'

            MOVE 'JSONCNTT'              TO LK-RUN-PROGRAMA
