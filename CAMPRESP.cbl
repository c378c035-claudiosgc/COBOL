      *          RESPONDIDOS E TAXA DE RESPOSTA - PARA COMPARAR
      *          TEMPLATES E PARAR DE REPETIR CAMPANHA QUE NAO
      *          PUXA NADA. A CARGA EM LOTE DO RETORNO E O CAMPRCAR.
      * Modification History:
      *   15/10/2026 CS  Resposta grava o operador que registrou
      *                  (CMD-USUARIO-RESPOSTA) para o PRODREL.
      *   15/10/2026 CS  Grupo de controle (CMD-GRUPO) contado a
      *                  parte: ENVIADOS so conta quem recebeu; o
      *                  controle e suas respostas saem em colunas
      *                  proprias. Comparacao completa no CAMPLIFT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-QTD-ENVIADOS              PIC 9(06) VALUE ZEROS.
       77  WK-QTD-RESPONDIDOS           PIC 9(06) VALUE ZEROS.
       77  WK-QTD-DESCADASTROS          PIC 9(06) VALUE ZEROS.
       77  WK-QTD-CONTROLE              PIC 9(06) VALUE ZEROS.
       77  WK-QTD-RESP-CONTROLE         PIC 9(06) VALUE ZEROS.
       77  WK-TAXA-RESPOSTA             PIC 9(03)V9 VALUE ZEROS.
       77  WK-TAXA-EDITADA              PIC ZZ9.9 VALUE ZEROS.

                    DISPLAY 'ESTE CONTATO NAO RECEBEU ESTA CAMPANHA.'
                    GO TO P300-FIM
            END-READ
      *    Contato do grupo de controle nao recebeu a peca, mas o que
      *    ele fizer por conta propria e justamente a base do CAMPLIFT
      *    - registra igual, so avisa o operador.
            IF CMD-GRUPO-CONTROLE
               DISPLAY 'CONTATO DO GRUPO DE CONTROLE (NAO RECEBEU A '
                       'PECA) - A RESPOSTA CONTA PARA O CONTROLE.'
            END-IF

            DISPLAY 'RESPOSTA: L-LIGOU DE VOLTA  C-COMPROU  '
                    'D-DESCADASTROU: '

            MOVE WK-RESPOSTA-DIGITADA    TO CMD-RESPOSTA
            MOVE FUNCTION CURRENT-DATE(1:8) TO CMD-DATA-RESPOSTA
            MOVE WS-USUARIO-LOGADO       TO CMD-USUARIO-RESPOSTA
            REWRITE REG-CAMPANHA-DET
            IF WK-FS-CAMPDET = '00'
               DISPLAY 'RESPOSTA REGISTRADA.'
      ******************************************************************
      * P400-RELATORIO: uma linha por campanha do CAMPCTL - enviados,
      * respondidos, descadastros e taxa de resposta em percentual.
      * Taxa so sobre quem recebeu; o grupo de controle sai nas duas
      * ultimas colunas (retidos e quantos responderam).
      ******************************************************************
       P400-RELATORIO.
            DISPLAY ' '
            DISPLAY 'CAMPANHA  DATA     ENVIADOS RESPOND. DESCAD. '
                    'TAXA % CONTROLE RESP.CTL'
            MOVE 'N'                     TO WK-FIM-CONTROLE
            MOVE LOW-VALUES              TO CMP-ID
            START CAMPANHA-CONTROLE KEY IS NOT LESS THAN CMP-ID
            MOVE ZEROS                   TO WK-QTD-ENVIADOS
                                            WK-QTD-RESPONDIDOS
                                            WK-QTD-DESCADASTROS
                                            WK-QTD-CONTROLE
                                            WK-QTD-RESP-CONTROLE
            MOVE 'N'                     TO WK-FIM-DETALHE
            MOVE WK-CAMPANHA-BUSCA       TO CMD-CAMPANHA
            MOVE ZEROS                   TO CMD-CODIGO
                    IF CMD-CAMPANHA NOT = WK-CAMPANHA-BUSCA
                       MOVE 'S'          TO WK-FIM-DETALHE
                    ELSE
                       IF CMD-GRUPO-CONTROLE
                          ADD 1          TO WK-QTD-CONTROLE
                          IF NOT CMD-SEM-RESPOSTA
                             ADD 1       TO WK-QTD-RESP-CONTROLE
                          END-IF
                       ELSE
                          ADD 1          TO WK-QTD-ENVIADOS
                          IF NOT CMD-SEM-RESPOSTA
                             ADD 1       TO WK-QTD-RESPONDIDOS
                          END-IF
                          IF CMD-RESP-DESCADASTROU
                             ADD 1       TO WK-QTD-DESCADASTROS
                          END-IF
                       END-IF
                    END-IF
            END-READ
            MOVE WK-TAXA-RESPOSTA        TO WK-TAXA-EDITADA
            DISPLAY WK-CAMPANHA-BUSCA ' ' CMP-DATA ' '
                    WK-QTD-ENVIADOS ' ' WK-QTD-RESPONDIDOS '  '
                    WK-QTD-DESCADASTROS '  ' WK-TAXA-EDITADA '  '
                    WK-QTD-CONTROLE '   ' WK-QTD-RESP-CONTROLE
            .

       P500-RESUMO-UMA.
            DISPLAY 'ENVIADOS.....: ' WK-QTD-ENVIADOS
            DISPLAY 'RESPONDIDOS..: ' WK-QTD-RESPONDIDOS
            DISPLAY 'DESCADASTROS.: ' WK-QTD-DESCADASTROS
            DISPLAY 'GRUPO CONTROLE: ' WK-QTD-CONTROLE
                    ' (RESPONDERAM ' WK-QTD-RESP-CONTROLE ')'
            PERFORM P430-MOSTRAR-LINHA
            .
       P500-FIM.
