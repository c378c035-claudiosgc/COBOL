      *                  e registrado e o programa para ai; com
      *                  aprovacao, executa e a linha de auditoria
      *                  carrega solicitante e aprovador.
      *   15/10/2026 CS  Os elos de parentesco do titular (FAMMSTR)
      *                  sao apagados nos dois sentidos - o parente
      *                  nao continua apontando para um anonimizado.
      *   15/10/2026 CS  Retencao legal: titular com retencao ativa
      *                  no LGLMSTR (LGLUTIL) nao e apagado - o
      *                  programa para antes das confirmacoes e a
      *                  recusa vai para a auditoria com o processo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY 'SELEND'.
           COPY 'SELNOTA'.
           COPY 'SELDOM'.
           COPY 'SELFAM'.
           SELECT AUDITORIA-TRABALHO
               ASSIGN TO "AUDITTMP"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY 'FDEND'.
           COPY 'FDNOTA'.
           COPY 'FDDOM'.
           COPY 'FDFAM'.
       FD  AUDITORIA-TRABALHO
           LABEL RECORD IS STANDARD.
       01  AUDTMP-REC                   PIC X(99).
       77  WK-FIM-VARRE                 PIC X(01) VALUE 'N'.
       77  WK-QTD-END-APAGADOS          PIC 9(04) VALUE ZEROS.
       77  WK-QTD-NOTAS-RASPADAS        PIC 9(04) VALUE ZEROS.
       77  WK-FS-FAMILIA                PIC X(02) VALUE SPACES.
       77  WK-QTD-PARENTES-APAGADOS     PIC 9(04) VALUE ZEROS.
       77  WK-ELO-PARENTE               PIC 9(06) VALUE ZEROS.
       01  WK-NOME-ORIGINAL.
           05 WK-ORIG-PRIMEIRO          PIC X(20).
           05 WK-ORIG-ULTIMO            PIC X(20).
       77  WK-APROVADOR-PEDIDO          PIC X(08) VALUE SPACES.
       77  WK-SOLICITANTE-PEDIDO        PIC X(08) VALUE SPACES.
       77  WK-ID-PEDIDO                 PIC 9(06) VALUE ZEROS.
           COPY 'PARMLGL'.

       LINKAGE SECTION.
           COPY 'COMAREA'.
               GOBACK
            END-IF

      *     Retencao legal ativa prevalece sobre o pedido de
      *     eliminacao - nada e tocado enquanto o processo correr.
            SET LK-LGL-CONSULTAR         TO TRUE
            MOVE WK-CODIGO-PROCURA       TO LK-LGL-CODIGO
            CALL 'LGLUTIL' USING PARAMETRES-LGL
            SET LK-LGL-FECHAR            TO TRUE
            CALL 'LGLUTIL' USING PARAMETRES-LGL
            IF LK-LGL-RETIDO
               DISPLAY 'CONTATO SOB RETENCAO LEGAL (PROCESSO '
                       LK-LGL-PROCESSO ') - APAGAMENTO BLOQUEADO '
                       'ATE A LIBERACAO NO LGLCNTT.'
               CLOSE CONTATO-MASTER
               PERFORM P510-AUDITAR-RETENCAO
               MOVE ' *** APAGAMENTO NEGADO (RET. LEGAL) ***' TO
                                         WS-MENSSAGEM
               GOBACK
            END-IF

            DISPLAY 'CONTATO: ' WK-PRIMEIRO-NOME ' ' WK-ULTIMO-NOME
                    ' CPF: ' WK-CPF

            PERFORM P255-SOLTAR-DOMICILIO THRU P255-FIM
            PERFORM P260-APAGAR-ENDERECOS THRU P260-FIM
            PERFORM P270-RASPAR-NOTAS THRU P270-FIM
            PERFORM P280-APAGAR-PARENTES THRU P280-FIM
            PERFORM P300-RASPAR-AUDITORIA THRU P300-FIM
            PERFORM P400-RASPAR-ARQUIVO-MORTO THRU P400-FIM

            .
       P271-FIM.

      ******************************************************************
      * P280-APAGAR-PARENTES: cada elo de parentesco do titular sai
      * do FAMMSTR nos dois sentidos. O laco apaga o que le, entao
      * cada volta recomeca do prefixo do codigo.
      ******************************************************************
       P280-APAGAR-PARENTES.
            OPEN I-O PARENTESCO-MASTER
            IF WK-FS-FAMILIA NOT = '00'
               GO TO P280-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-VARRE
            PERFORM P281-APAGAR-UM THRU P281-FIM
                    UNTIL WK-FIM-VARRE = 'S'
            CLOSE PARENTESCO-MASTER
            .
       P280-FIM.

       P281-APAGAR-UM.
            MOVE WK-CODIGO-PROCURA       TO FAM-CODIGO
            MOVE ZEROS                   TO FAM-CODIGO-PARENTE
            START PARENTESCO-MASTER KEY IS NOT LESS THAN FAM-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-VARRE
                   GO TO P281-FIM
            END-START
            READ PARENTESCO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-VARRE
                    GO TO P281-FIM
            END-READ
            IF FAM-CODIGO NOT = WK-CODIGO-PROCURA
               MOVE 'S'                  TO WK-FIM-VARRE
               GO TO P281-FIM
            END-IF
            MOVE FAM-CODIGO-PARENTE      TO WK-ELO-PARENTE
            DELETE PARENTESCO-MASTER
            ADD 1                        TO WK-QTD-PARENTES-APAGADOS
            MOVE WK-ELO-PARENTE          TO FAM-CODIGO
            MOVE WK-CODIGO-PROCURA       TO FAM-CODIGO-PARENTE
            READ PARENTESCO-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DELETE PARENTESCO-MASTER
            END-READ
            .
       P281-FIM.

      ******************************************************************
      * P300-RASPAR-AUDITORIA: reescreve o AUDITLOG vivo trocando a
      * mensagem das linhas daquele codigo por enchimento anonimo -
                    WK-QTD-END-APAGADOS
            DISPLAY 'NOTAS DE INTERACAO RASPADAS: '
                    WK-QTD-NOTAS-RASPADAS
            DISPLAY 'ELOS DE PARENTESCO APAGADOS: '
                    WK-QTD-PARENTES-APAGADOS
            .

      ******************************************************************
      * P510-AUDITAR-RETENCAO: tentativa de apagar titular retido
      * deixa rastro, com o processo que o segura.
      ******************************************************************
       P510-AUDITAR-RETENCAO.
            OPEN EXTEND AUDITORIA
            IF WK-FS-AUDITORIA = '35'
               OPEN OUTPUT AUDITORIA
            END-IF

            MOVE FUNCTION CURRENT-DATE  TO AUD-DATA-HORA
            MOVE 'LGPD-RETID'           TO AUD-OPERACAO
            MOVE WK-CODIGO-PROCURA      TO AUD-CODIGO
            MOVE WS-USUARIO-LOGADO      TO AUD-USUARIO
            MOVE SPACES                 TO AUD-MENSAGEM
            STRING 'BLOQUEADO RET. LEGAL ' LK-LGL-PROCESSO
                   DELIMITED BY SIZE INTO AUD-MENSAGEM
            END-STRING

            MOVE ZEROS                  TO AUD-ELO
            MOVE AUDIT-REC(1:90)        TO LK-SELO-CONTEUDO
            SET LK-SELO-PROXIMO         TO TRUE
            CALL 'SELOUTIL' USING PARAMETRES-SELO
            MOVE LK-SELO-ELO            TO AUD-ELO
            WRITE AUDIT-REC

            CLOSE AUDITORIA
            .
       END PROGRAM LGPDDEL.
