      *                  olhos nao guarda imagem, e sem imagem o
      *                  JRNBACK nao desfaz uma fusao aprovada mas
      *                  errada.
      *   15/10/2026 CS  Os elos de parentesco do perdedor (FAMMSTR)
      *                  passam para o sobrevivente nos dois
      *                  sentidos; elo entre os dois fundidos e elo
      *                  que o sobrevivente ja tinha sao descartados.
      *   15/10/2026 CS  Telefone copiado do perdedor leva junto a
      *                  marca de Nao Me Perturbe (WK-NMP-BLOQUEIO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY 'SELAUDIT'.
           COPY 'SELIDX'.
           COPY 'SELDOM'.
           COPY 'SELFAM'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDCONT'.
           COPY 'FDAUDIT'.
           COPY 'FDIDX'.
           COPY 'FDDOM'.
           COPY 'FDFAM'.
       WORKING-STORAGE SECTION.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-IMAGEM-ANTES              PIC X(400) VALUE SPACES.
       77  WK-FS-DOMICILIO              PIC X(02) VALUE SPACES.
       77  WK-DOM-SOBREV                PIC 9(06) VALUE ZEROS.
       77  WK-FS-FAMILIA                PIC X(02) VALUE SPACES.
       77  WK-FIM-PARENTES              PIC X(01) VALUE 'N'.
       77  WK-QTD-PARENTES              PIC 9(04) VALUE ZEROS.
       77  WK-ELO-PARENTE               PIC 9(06) VALUE ZEROS.
       77  WK-ELO-TIPO                  PIC 9(04) VALUE ZEROS.
       77  WK-ELO-DESCRICAO             PIC X(20) VALUE SPACES.
       77  WK-ELO-RECIP-TIPO            PIC 9(04) VALUE ZEROS.
       77  WK-ELO-RECIP-DESCRICAO       PIC X(20) VALUE SPACES.
           COPY 'PARMAPR'.
       77  WK-ID-PEDIDO                 PIC 9(06) VALUE ZEROS.
       77  WK-SOLICITANTE-PEDIDO        PIC X(08) VALUE SPACES.
            END-IF
            MOVE PD-TELEFONES(WK-IDX-TEL) TO
                 WK-TELEFONES(WK-IDX-LIVRE)
            MOVE PD-NMP-BLOQUEIO(WK-IDX-TEL) TO
                 WK-NMP-BLOQUEIO(WK-IDX-LIVRE)
            ADD 1                        TO WK-QTDE-TELEFONES
            .
       P410-FIM.
               MOVE WK-CODIGO-PERDE      TO LK-JRN-CODIGO
               PERFORM P280-GRAVAR-DIARIO
               PERFORM P580-SOLTAR-DOMICILIO THRU P580-FIM
               PERFORM P590-TRANSFERIR-PARENTES THRU P590-FIM
               PERFORM P550-REMOVER-INDICE-PERDEDOR
               PERFORM P560-ATUALIZAR-INDICES-SEC THRU P560-SAIDA
               SET LK-APR-EXECUTAR       TO TRUE
            .
       P580-FIM.

      ******************************************************************
      * P590-TRANSFERIR-PARENTES: cada elo do perdedor no FAMMSTR e
      * apagado nos dois sentidos e regravado apontando para o
      * sobrevivente, com o mesmo grau de cada lado. Elo entre os
      * dois contatos fundidos perde o sentido e some; elo que o
      * sobrevivente ja tinha com a mesma pessoa prevalece. Como o
      * laco apaga o que le, cada volta recomeca do prefixo do
      * perdedor.
      ******************************************************************
       P590-TRANSFERIR-PARENTES.
            OPEN I-O PARENTESCO-MASTER
            IF WK-FS-FAMILIA NOT = '00'
               GO TO P590-FIM
            END-IF
            MOVE ZEROS                   TO WK-QTD-PARENTES
            MOVE 'N'                     TO WK-FIM-PARENTES
            PERFORM P595-TRANSFERIR-UM THRU P595-FIM
                    UNTIL WK-FIM-PARENTES = 'S'
            CLOSE PARENTESCO-MASTER
            IF WK-QTD-PARENTES > ZEROS
               DISPLAY 'ELOS DE PARENTESCO TRANSFERIDOS AO '
                       'SOBREVIVENTE: ' WK-QTD-PARENTES
            END-IF
            .
       P590-FIM.

       P595-TRANSFERIR-UM.
            MOVE WK-CODIGO-PERDE         TO FAM-CODIGO
            MOVE ZEROS                   TO FAM-CODIGO-PARENTE
            START PARENTESCO-MASTER KEY IS NOT LESS THAN FAM-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-PARENTES
                   GO TO P595-FIM
            END-START
            READ PARENTESCO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-PARENTES
                    GO TO P595-FIM
            END-READ
            IF FAM-CODIGO NOT = WK-CODIGO-PERDE
               MOVE 'S'                  TO WK-FIM-PARENTES
               GO TO P595-FIM
            END-IF
            MOVE FAM-CODIGO-PARENTE      TO WK-ELO-PARENTE
            MOVE FAM-TIPO                TO WK-ELO-TIPO
                                            WK-ELO-RECIP-TIPO
            MOVE FAM-DESCRICAO           TO WK-ELO-DESCRICAO
                                            WK-ELO-RECIP-DESCRICAO
            DELETE PARENTESCO-MASTER

            MOVE WK-ELO-PARENTE          TO FAM-CODIGO
            MOVE WK-CODIGO-PERDE         TO FAM-CODIGO-PARENTE
            READ PARENTESCO-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FAM-TIPO        TO WK-ELO-RECIP-TIPO
                    MOVE FAM-DESCRICAO   TO WK-ELO-RECIP-DESCRICAO
                    DELETE PARENTESCO-MASTER
            END-READ
            IF WK-ELO-PARENTE = WK-CODIGO-SOBREV
               GO TO P595-FIM
            END-IF

            MOVE WK-CODIGO-SOBREV        TO FAM-CODIGO
            MOVE WK-ELO-PARENTE          TO FAM-CODIGO-PARENTE
            MOVE WK-ELO-TIPO             TO FAM-TIPO
            MOVE WK-ELO-DESCRICAO        TO FAM-DESCRICAO
            MOVE FUNCTION CURRENT-DATE(1:8) TO FAM-DATA
            MOVE WS-USUARIO-LOGADO       TO FAM-USUARIO
            WRITE REG-PARENTESCO
            IF WK-FS-FAMILIA = '00'
               ADD 1                     TO WK-QTD-PARENTES
            END-IF
            MOVE WK-ELO-PARENTE          TO FAM-CODIGO
            MOVE WK-CODIGO-SOBREV        TO FAM-CODIGO-PARENTE
            MOVE WK-ELO-RECIP-TIPO       TO FAM-TIPO
            MOVE WK-ELO-RECIP-DESCRICAO  TO FAM-DESCRICAO
            WRITE REG-PARENTESCO
            .
       P595-FIM.

      ******************************************************************
      * P550-REMOVER-INDICE-PERDEDOR: o perdedor saiu de circulacao -
      * a entrada dele no indice de nomes sai junto, para a busca
