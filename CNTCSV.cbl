      *                  linha J carrega razao social/fantasia/
      *                  responsavel nas colunas de nome e o CNPJ na
      *                  coluna de documento.
      *   15/10/2026 CS  Contato falecido (OBITCNTT) nao sai na
      *                  planilha.
      *   15/10/2026 CS  Destinatario da planilha perguntado na
      *                  abertura (ENTER = PLANILHA); cada codigo que
      *                  sai vai para o registro de compartilhamento
      *                  (DVGUTIL/DVGLOG) sob a sequencia de saida do
      *                  CONTCSV no TRANSREG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-CONT-EXPORTADOS           PIC 9(05) VALUE ZEROS.
       77  WK-CONT-EXPORTADOS-PJ        PIC 9(05) VALUE ZEROS.
       77  WK-USAR-SELECAO              PIC X(01) VALUE 'N'.
       77  WK-DESTINATARIO              PIC X(08) VALUE SPACES.
           COPY 'PARMSEL'.
           COPY 'PARMDVG'.
           COPY 'PARMRUN'.

       LINKAGE SECTION.
               END-IF
               SET LK-SEL-TESTAR         TO TRUE
            END-IF
            DISPLAY 'DESTINATARIO DA PLANILHA (ENTER = PLANILHA): '
            ACCEPT WK-DESTINATARIO
            IF WK-DESTINATARIO = SPACES
               MOVE 'PLANILHA'           TO WK-DESTINATARIO
            END-IF
            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P200-GRAVAR-CABECALHO
            PERFORM P300-LER-UM THRU P300-FIM UNTIL WK-FIM-MESTRE = 'S'
               OPEN INPUT CONTPJ-MASTER
            END-IF
            OPEN OUTPUT CONTATO-CSV

            SET LK-DVG-ABRIR             TO TRUE
            MOVE WK-DESTINATARIO         TO LK-DVG-DESTINATARIO
            MOVE 'CONTCSV'               TO LK-DVG-ARQUIVO
            MOVE ZEROS                   TO LK-DVG-SEQUENCIA
            MOVE 'CNTCSV'                TO LK-DVG-PROGRAMA
            CALL 'DVGUTIL' USING PARAMETRES-DVG
            .

       P200-GRAVAR-CABECALHO.
                 AT END
                    MOVE 'S'              TO WK-FIM-MESTRE
                 NOT AT END
                    IF WK-REG-ATIVO AND NOT WK-REG-FALECIDO
                       IF WK-USAR-SELECAO = 'S'
                          MOVE WK-CODIGO TO LK-SEL-CODIGO
                          CALL 'SELUTIL' USING PARAMETRES-SEL
            END-STRING
            WRITE CSV-REC
            ADD 1                        TO WK-CONT-EXPORTADOS
            MOVE WK-CODIGO                    TO LK-DVG-CODIGO
            SET LK-DVG-GRAVAR            TO TRUE
            CALL 'DVGUTIL' USING PARAMETRES-DVG
            .

      ******************************************************************
            END-STRING
            WRITE CSV-REC
            ADD 1                        TO WK-CONT-EXPORTADOS-PJ
            MOVE WK-CODIGO-PJ                 TO LK-DVG-CODIGO
            SET LK-DVG-GRAVAR            TO TRUE
            CALL 'DVGUTIL' USING PARAMETRES-DVG
            .

       P900-FINALIZAR.
            CLOSE CONTATO-MASTER CONTPJ-MASTER CONTATO-CSV
            SET LK-DVG-FECHAR            TO TRUE
            CALL 'DVGUTIL' USING PARAMETRES-DVG
            DISPLAY 'CONTATOS EXPORTADOS PARA CSV: ' WK-CONT-EXPORTADOS
            DISPLAY 'EMPRESAS EXPORTADAS PARA CSV: '
                                         WK-CONT-EXPORTADOS-PJ
            DISPLAY 'CODIGOS NO REGISTRO DE COMPARTILHAMENTO: '
                    LK-DVG-QTD-GRAVADOS ' (DESTINATARIO '
                    WK-DESTINATARIO ', SEQ ' LK-DVG-SEQUENCIA ')'
            .
       END PROGRAM CNTCSV.
