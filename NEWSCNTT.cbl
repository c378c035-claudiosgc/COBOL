      *   10/08/2026 CS  So sai na lista quem tem consentimento
      *                  LGPD de newsletter (CONSENT, finalidade N,
      *                  resposta S); o resumo conta os excluidos.
      *   15/10/2026 CS  Contato falecido (OBITCNTT) nao sai na lista.
      *   15/10/2026 CS  Detalhe novo nasce sem resposta e sem
      *                  operador de resposta.
      *   15/10/2026 CS  Grupo de controle: um percentual da
      *                  populacao, sorteado, fica fora da lista
      *                  e entra no CAMPDET marcado como controle
      *                  (CMD-GRUPO) - o CAMPLIFT compara a resposta
      *                  dos dois grupos. Rodada repetida mantem cada
      *                  contato no grupo da primeira vez.
      *   15/10/2026 CS  Cada codigo que vai na lista (grupo de
      *                  controle nao) entra no registro de
      *                  compartilhamento (DVGUTIL/DVGLOG) com
      *                  destinatario NEWSLETT, sob a sequencia de
      *                  saida do NEWSLIST no TRANSREG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-DATA-LIMITE               PIC 9(08) VALUE ZEROS.
       77  WK-JA-CONTACTADO             PIC X(01) VALUE 'N'.
       77  WK-QTD-PULADOS-CAMP          PIC 9(05) VALUE ZEROS.
       77  WK-PCT-CONTROLE              PIC 9(02) VALUE ZEROS.
       77  WK-SEMENTE                   PIC 9(08) VALUE ZEROS.
       77  WK-SORTEIO                   PIC 9V9(06) VALUE ZEROS.
       77  WK-GRUPO-CONTROLE            PIC X(01) VALUE 'N'.
       77  WK-QTD-CONTROLE              PIC 9(05) VALUE ZEROS.
       77  WK-USAR-SELECAO              PIC X(01) VALUE 'N'.
       77  WK-FS-SUPRESSAO              PIC X(02) VALUE SPACES.
       77  WK-SUPRIMIDO                 PIC X(01) VALUE 'N'.
       77  WK-CONSENTIDO                PIC X(01) VALUE 'N'.
       77  WK-QTD-SEM-CONSENT           PIC 9(05) VALUE ZEROS.
           COPY 'PARMSEL'.
           COPY 'PARMDVG'.
           COPY 'PARMRUN'.

       LINKAGE SECTION.
            END-IF
            OPEN OUTPUT NEWSLETTER-CSV

            SET LK-DVG-ABRIR             TO TRUE
            MOVE 'NEWSLETT'              TO LK-DVG-DESTINATARIO
            MOVE 'NEWSLIST'              TO LK-DVG-ARQUIVO
            MOVE ZEROS                   TO LK-DVG-SEQUENCIA
            MOVE 'NEWSCNTT'              TO LK-DVG-PROGRAMA
            CALL 'DVGUTIL' USING PARAMETRES-DVG

            MOVE SPACES                  TO NEWS-REC
            STRING 'H,NEWSCNTT,'
                   FUNCTION CURRENT-DATE(1:8)
                    MOVE 'S'              TO WK-FIM-MESTRE
                 NOT AT END
                    IF WK-REG-ATIVO AND WK-EMAIL NOT = SPACES
                       AND NOT WK-REG-FALECIDO
                       PERFORM P740-TESTAR-CONSENTIMENTO
                       IF WK-CONSENTIDO NOT = 'S'
                          ADD 1          TO WK-QTD-SEM-CONSENT
                       IF WK-JA-CONTACTADO = 'S'
                          ADD 1          TO WK-QTD-PULADOS-CAMP
                       ELSE
                          PERFORM P780-SORTEAR-CONTROLE THRU
                                  P780-SAIDA
                          IF WK-GRUPO-CONTROLE = 'S'
                             ADD 1       TO WK-QTD-CONTROLE
                          ELSE
                             PERFORM P400-GRAVAR-LINHA
                          END-IF
                          PERFORM P720-REGISTRAR-DETALHE THRU
                                  P720-SAIDA
                       END-IF
            WRITE NEWS-REC
            ADD 1                        TO WK-CONT-EXPORTADOS
            ADD WK-CODIGO                TO WK-HASH-CODIGO
            MOVE WK-CODIGO                    TO LK-DVG-CODIGO
            SET LK-DVG-GRAVAR            TO TRUE
            CALL 'DVGUTIL' USING PARAMETRES-DVG
            .

       P900-FINALIZAR.
               CLOSE CAMPANHA-CONTROLE CAMPANHA-DETALHE
               DISPLAY 'PULADOS (JA NA CAMPANHA): '
                       WK-QTD-PULADOS-CAMP
               DISPLAY 'RETIDOS NO GRUPO DE CONTROLE: '
                       WK-QTD-CONTROLE
            END-IF
            CLOSE CONTATO-MASTER NEWSLETTER-CSV SUPRESSAO
                  CONSENTIMENTO
            SET LK-DVG-FECHAR            TO TRUE
            CALL 'DVGUTIL' USING PARAMETRES-DVG
            DISPLAY 'CONTATOS EXPORTADOS PARA NEWSLETTER: '
                                         WK-CONT-EXPORTADOS
            DISPLAY 'SUPRIMIDOS (EMAIL RUIM/OPT-OUT): '
                                         WK-QTD-SUPRIMIDOS
            DISPLAY 'FORA POR FALTA DE CONSENTIMENTO: '
                                         WK-QTD-SEM-CONSENT
            DISPLAY 'CODIGOS NO REGISTRO DE COMPARTILHAMENTO: '
                                         LK-DVG-QTD-GRAVADOS
            .

      ******************************************************************
                       - WK-DIAS-EXCLUSAO)
            END-IF

            DISPLAY 'PERCENTUAL RETIDO COMO GRUPO DE CONTROLE - NAO '
                    'RECEBE (0 = NENHUM): '
            ACCEPT WK-PCT-CONTROLE
            IF WK-PCT-CONTROLE > 50
               DISPLAY 'GRUPO DE CONTROLE LIMITADO A 50%.'
               MOVE 50                   TO WK-PCT-CONTROLE
            END-IF
            IF WK-PCT-CONTROLE > ZEROS
               MOVE FUNCTION CURRENT-DATE(9:8) TO WK-SEMENTE
               COMPUTE WK-SORTEIO = FUNCTION RANDOM(WK-SEMENTE)
            END-IF

            OPEN I-O CAMPANHA-CONTROLE
            IF WK-FS-CAMPCTL = '35'
               OPEN OUTPUT CAMPANHA-CONTROLE
            MOVE WK-CAMPANHA-ID          TO CMD-CAMPANHA
            MOVE WK-CODIGO               TO CMD-CODIGO
            MOVE FUNCTION CURRENT-DATE(1:8) TO CMD-DATA
            MOVE SPACE                   TO CMD-RESPOSTA
            MOVE ZEROS                   TO CMD-DATA-RESPOSTA
            MOVE SPACES                  TO CMD-USUARIO-RESPOSTA
            IF WK-GRUPO-CONTROLE = 'S'
               SET CMD-GRUPO-CONTROLE    TO TRUE
            ELSE
               SET CMD-GRUPO-ENVIADO     TO TRUE
            END-IF
            WRITE REG-CAMPANHA-DET
            IF WK-FS-CAMPDET = '22'
               REWRITE REG-CAMPANHA-DET
            .
       P720-SAIDA.

      ******************************************************************
      * P780-SORTEAR-CONTROLE: contato que ja tem detalhe nesta
      * campanha fica no grupo em que caiu da primeira vez - rodada
      * repetida nao mistura controle e enviados. Contato novo e
      * sorteado: cai no controle com a chance do percentual pedido,
      * ganha detalhe no CAMPDET mas nao recebe a peca.
      ******************************************************************
       P780-SORTEAR-CONTROLE.
            MOVE 'N'                     TO WK-GRUPO-CONTROLE
            IF WK-CAMPANHA-ID = SPACES
               GO TO P780-SAIDA
            END-IF
            MOVE WK-CAMPANHA-ID          TO CMD-CAMPANHA
            MOVE WK-CODIGO               TO CMD-CODIGO
            READ CAMPANHA-DETALHE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CMD-GRUPO-CONTROLE
                       MOVE 'S'          TO WK-GRUPO-CONTROLE
                    END-IF
                    GO TO P780-SAIDA
            END-READ
            IF WK-PCT-CONTROLE = ZEROS
               GO TO P780-SAIDA
            END-IF
            COMPUTE WK-SORTEIO = FUNCTION RANDOM
            IF WK-SORTEIO * 100 < WK-PCT-CONTROLE
               MOVE 'S'                  TO WK-GRUPO-CONTROLE
            END-IF
            .
       P780-SAIDA.

      ******************************************************************
      * P730-TESTAR-SUPRESSAO: consulta o registro de supressao
      * (SUPRESS) pelos canais que interessam a esta saida - contato
