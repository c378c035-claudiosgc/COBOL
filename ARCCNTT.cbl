      *                  APRCNTT) para a data de corte informada;
      *                  sem aprovacao, o pedido e registrado em
      *                  nome do operador informado e o lote para.
      *   15/10/2026 CS  Retencao legal: inativo com retencao ativa
      *                  no LGLMSTR (LGLUTIL) nao e expurgado - sai
      *                  no ARCREL com o processo que o segura.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY 'PARMAPR'.
       77  WK-OPERADOR-LOTE             PIC X(08) VALUE SPACES.
       77  WK-ID-PEDIDO                 PIC 9(06) VALUE ZEROS.
           COPY 'PARMLGL'.
       77  WK-QTD-RETIDOS               PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   DELIMITED BY SIZE INTO ARCREL-REC
            END-STRING
            WRITE ARCREL-REC
            MOVE SPACES                  TO ARCREL-REC
            STRING 'MANTIDOS POR RETENCAO LEGAL: ' WK-QTD-RETIDOS
                   DELIMITED BY SIZE INTO ARCREL-REC
            END-STRING
            WRITE ARCREL-REC

            SET LK-LGL-FECHAR            TO TRUE
            CALL 'LGLUTIL' USING PARAMETRES-LGL
            CLOSE CONTATO-MASTER ARQUIVO-MORTO RELATORIO-EXPURGO
            DISPLAY 'INATIVOS EXPURGADOS PARA O MORTO: '
                    WK-QTD-EXPURGADOS
            DISPLAY 'MANTIDOS POR RETENCAO LEGAL: ' WK-QTD-RETIDOS
            .

       P310-EXPURGAR-UM.
                    GO TO P310-FIM
            END-READ

      *     Retencao legal ativa segura o contato no mestre.
            SET LK-LGL-CONSULTAR         TO TRUE
            MOVE WK-CODIGO               TO LK-LGL-CODIGO
            CALL 'LGLUTIL' USING PARAMETRES-LGL
            IF LK-LGL-RETIDO
               ADD 1                     TO WK-QTD-RETIDOS
               MOVE SPACES               TO ARCREL-REC
               STRING WK-CODIGO ' ' WK-PRIMEIRO-NOME ' '
                      WK-ULTIMO-NOME ' RETENCAO LEGAL - NAO '
                      'EXPURGADO (' LK-LGL-PROCESSO ')'
                      DELIMITED BY SIZE INTO ARCREL-REC
               END-STRING
               WRITE ARCREL-REC
               GO TO P310-FIM
            END-IF

            MOVE WK-DATA-HOJE            TO MORTO-DATA-EXPURGO
            MOVE SPACES                  TO MORTO-IMAGEM
            MOVE CADASTRO-PF             TO MORTO-IMAGEM
