      *          RUNLOG, PENDENTES ESCALADOS) - E IMPRIME EM RETREL
      *          O QUE SAIU DE CADA ARQUIVO. A RESPOSTA DE RETENCAO
      *          PARA O AUDITOR VIRA UMA PAGINA DE CONFIGURACAO.
      * Modification History:
      *   15/10/2026 CS  Retencao legal: nota, agenda, detalhe de
      *                  campanha e endereco antigo de codigo com
      *                  retencao ativa no LGLMSTR (LGLUTIL) ficam,
      *                  mesmo vencidos - cada um sai no RETREL com o
      *                  processo, e a linha do arquivo traz RETIDOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-TOTAL-REMOVIDOS           PIC 9(07) VALUE ZEROS.
           COPY 'PARMCFG'.
           COPY 'PARMRUN'.
           COPY 'PARMLGL'.
       77  WK-QTD-RETIDOS               PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-RETIDOS             PIC 9(07) VALUE ZEROS.
       77  WK-RETIDO                    PIC X(01) VALUE 'N'.
       77  WK-CODIGO-CHECAR             PIC 9(06) VALUE ZEROS.
       77  WK-ORIGEM-CHECAR             PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P700-APARAR-PENDENTES THRU P700-FIM

            CLOSE ARQUIVO-RETENCAO
            SET LK-LGL-FECHAR            TO TRUE
            CALL 'LGLUTIL' USING PARAMETRES-LGL
            MOVE SPACES                  TO RETREL-REC
            STRING 'TOTAL REMOVIDO DE TODOS OS ARQUIVOS: '
                   WK-TOTAL-REMOVIDOS
                   DELIMITED BY SIZE INTO RETREL-REC
            END-STRING
            WRITE RETREL-REC
            MOVE SPACES                  TO RETREL-REC
            STRING 'TOTAL MANTIDO POR RETENCAO LEGAL: '
                   WK-TOTAL-RETIDOS
                   DELIMITED BY SIZE INTO RETREL-REC
            END-STRING
            WRITE RETREL-REC
            CLOSE RELATORIO-RETENCAO
            DISPLAY 'RETENCAO APLICADA - REMOVIDOS NO TOTAL: '
                    WK-TOTAL-REMOVIDOS
            STRING LK-CFG-CHAVE ' DIAS=' WK-RETENCAO-DIAS
                   ' REMOVIDOS=' WK-QTD-REMOVIDOS
                   ' MANTIDOS=' WK-QTD-MANTIDOS
                   ' RETIDOS=' WK-QTD-RETIDOS
                   DELIMITED BY SIZE INTO RETREL-REC
            END-STRING
            WRITE RETREL-REC
            ADD WK-QTD-REMOVIDOS         TO WK-TOTAL-REMOVIDOS
            ADD WK-QTD-RETIDOS           TO WK-TOTAL-RETIDOS
            .

      ******************************************************************
      * P170-CONFERIR-RETENCAO: registro vencido de WK-CODIGO-CHECAR
      * so sai se o codigo nao tiver retencao legal ativa. Retido fica
      * (WK-RETIDO 'S') e e listado no RETREL com o processo.
      ******************************************************************
       P170-CONFERIR-RETENCAO.
            MOVE 'N'                     TO WK-RETIDO
            SET LK-LGL-CONSULTAR         TO TRUE
            MOVE WK-CODIGO-CHECAR        TO LK-LGL-CODIGO
            CALL 'LGLUTIL' USING PARAMETRES-LGL
            IF LK-LGL-RETIDO
               MOVE 'S'                  TO WK-RETIDO
               ADD 1                     TO WK-QTD-RETIDOS
               MOVE SPACES               TO RETREL-REC
               STRING '   RETENCAO LEGAL: ' WK-ORIGEM-CHECAR
                      ' CODIGO ' WK-CODIGO-CHECAR
                      ' PROCESSO ' LK-LGL-PROCESSO
                      DELIMITED BY SIZE INTO RETREL-REC
               END-STRING
               WRITE RETREL-REC
            END-IF
            .

      ******************************************************************
            PERFORM P150-LER-RETENCAO
            MOVE ZEROS                   TO WK-QTD-REMOVIDOS
                                            WK-QTD-MANTIDOS
                                            WK-QTD-RETIDOS
            IF WK-RETENCAO-DIAS = ZEROS
               GO TO P200-RELATA
            END-IF
            READ NOTAS-CONTATO NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    MOVE 'N'             TO WK-RETIDO
                    IF NOTA-DATA-HORA(1:8) < WK-DATA-CORTE
                       MOVE NOTA-CODIGO  TO WK-CODIGO-CHECAR
                       MOVE 'NOTAMSTR'   TO WK-ORIGEM-CHECAR
                       PERFORM P170-CONFERIR-RETENCAO
                    END-IF
                    IF NOTA-DATA-HORA(1:8) < WK-DATA-CORTE
                       AND WK-RETIDO = 'N'
                       MOVE 'NOTAMSTR'   TO RET-ORIGEM
                       MOVE WK-DATA-HOJE TO RET-DATA-ARQUIVO
                       MOVE SPACES       TO RET-IMAGEM
            PERFORM P150-LER-RETENCAO
            MOVE ZEROS                   TO WK-QTD-REMOVIDOS
                                            WK-QTD-MANTIDOS
                                            WK-QTD-RETIDOS
            IF WK-RETENCAO-DIAS = ZEROS
               GO TO P300-RELATA
            END-IF
            READ AGENDA-RETORNOS NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    MOVE 'N'             TO WK-RETIDO
                    IF AGE-FEITO AND AGE-DATA-FEITO < WK-DATA-CORTE
                       MOVE AGE-CODIGO   TO WK-CODIGO-CHECAR
                       MOVE 'AGENDAMS'   TO WK-ORIGEM-CHECAR
                       PERFORM P170-CONFERIR-RETENCAO
                    END-IF
                    IF AGE-FEITO AND AGE-DATA-FEITO < WK-DATA-CORTE
                       AND WK-RETIDO = 'N'
                       DELETE AGENDA-RETORNOS
                       ADD 1             TO WK-QTD-REMOVIDOS
                    ELSE
            PERFORM P150-LER-RETENCAO
            MOVE ZEROS                   TO WK-QTD-REMOVIDOS
                                            WK-QTD-MANTIDOS
                                            WK-QTD-RETIDOS
            IF WK-RETENCAO-DIAS = ZEROS
               GO TO P400-RELATA
            END-IF
            READ CAMPANHA-DETALHE NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    MOVE 'N'             TO WK-RETIDO
                    IF CMD-DATA < WK-DATA-CORTE
                       MOVE CMD-CODIGO   TO WK-CODIGO-CHECAR
                       MOVE 'CAMPDET '   TO WK-ORIGEM-CHECAR
                       PERFORM P170-CONFERIR-RETENCAO
                    END-IF
                    IF CMD-DATA < WK-DATA-CORTE AND WK-RETIDO = 'N'
                       MOVE 'CAMPDET '   TO RET-ORIGEM
                       MOVE WK-DATA-HOJE TO RET-DATA-ARQUIVO
                       MOVE SPACES       TO RET-IMAGEM
            PERFORM P150-LER-RETENCAO
            MOVE ZEROS                   TO WK-QTD-REMOVIDOS
                                            WK-QTD-MANTIDOS
                                            WK-QTD-RETIDOS
            IF WK-RETENCAO-DIAS = ZEROS
               GO TO P500-RELATA
            END-IF
            READ ENDERECO-HISTORICO NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    MOVE 'N'             TO WK-RETIDO
                    IF EH-DATA-FIM < WK-DATA-CORTE
                       MOVE EH-CODIGO    TO WK-CODIGO-CHECAR
                       MOVE 'ENDHIST '   TO WK-ORIGEM-CHECAR
                       PERFORM P170-CONFERIR-RETENCAO
                    END-IF
                    IF EH-DATA-FIM < WK-DATA-CORTE AND WK-RETIDO = 'N'
                       MOVE 'ENDHIST '   TO RET-ORIGEM
                       MOVE WK-DATA-HOJE TO RET-DATA-ARQUIVO
                       MOVE SPACES       TO RET-IMAGEM
            PERFORM P150-LER-RETENCAO
            MOVE ZEROS                   TO WK-QTD-REMOVIDOS
                                            WK-QTD-MANTIDOS
                                            WK-QTD-RETIDOS
            IF WK-RETENCAO-DIAS = ZEROS
               GO TO P600-RELATA
            END-IF
            PERFORM P150-LER-RETENCAO
            MOVE ZEROS                   TO WK-QTD-REMOVIDOS
                                            WK-QTD-MANTIDOS
                                            WK-QTD-RETIDOS
            IF WK-RETENCAO-DIAS = ZEROS
               GO TO P650-RELATA
            END-IF
            PERFORM P150-LER-RETENCAO
            MOVE ZEROS                   TO WK-QTD-REMOVIDOS
                                            WK-QTD-MANTIDOS
                                            WK-QTD-RETIDOS
            IF WK-RETENCAO-DIAS = ZEROS
               GO TO P700-RELATA
            END-IF
