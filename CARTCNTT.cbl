      *                  CONFIRMADO (DOMMSTR), so o chefe recebe a
      *                  carta - os demais membros sao pulados e o
      *                  resumo conta os envelopes economizados.
      *   15/10/2026 CS  Contato falecido (OBITCNTT) nao recebe carta.
      *   15/10/2026 CS  Detalhe novo nasce sem operador de resposta.
      *   15/10/2026 CS  Campanha com o codigo de um evento do EVTMSTR
      *                  e o convite do evento: o template ganha
      *                  EVENTO, DATA-EVENTO, HORA-EVENTO e
      *                  LOCAL-EVENTO; evento encerrado ou cancelado
      *                  e avisado antes da geracao.
      *   15/10/2026 CS  Grupo de controle: um percentual da
      *                  populacao, sorteado, fica fora da mala
      *                  e entra no CAMPDET marcado como controle
      *                  (CMD-GRUPO) - o CAMPLIFT compara a resposta
      *                  dos dois grupos. Rodada repetida mantem cada
      *                  contato no grupo da primeira vez.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY 'SELCON'.
           COPY 'SELDOM'.
           COPY 'SELTAR'.
           COPY 'SELEVT'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDCONT'.
           COPY 'FDCON'.
           COPY 'FDDOM'.
           COPY 'FDTAR'.
           COPY 'FDEVT'.
       WORKING-STORAGE SECTION.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-TEMPLATE               PIC X(02) VALUE SPACES.
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
       77  WK-CUSTO-REAIS               PIC 9(07)V99 VALUE ZEROS.
       77  WK-CUSTO-EDITADO             PIC Z(6)9,99 VALUE ZEROS.
       77  WK-PULANDO-BLOCO             PIC X(01) VALUE 'N'.
       77  WK-FS-EVENTO                 PIC X(02) VALUE SPACES.
       77  WK-FS-INSCRICAO              PIC X(02) VALUE SPACES.
       77  WK-CAMPANHA-EVENTO           PIC X(01) VALUE 'N'.
       77  WK-EVT-TITULO                PIC X(40) VALUE SPACES.
       77  WK-EVT-DATA-FMT              PIC X(10) VALUE SPACES.
       77  WK-EVT-HORA-FMT              PIC X(05) VALUE SPACES.
       77  WK-EVT-LOCAL                 PIC X(40) VALUE SPACES.
           COPY 'PARMSEL'.
           COPY 'PARMCFG'.

                 AT END
                    MOVE 'S'             TO WK-FIM-MESTRE
                 NOT AT END
                    IF WK-REG-ATIVO AND NOT WK-REG-FALECIDO
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
                             PERFORM P300-MONTAR-CARTA
                          END-IF
                          PERFORM P720-REGISTRAR-DETALHE THRU
                                  P720-SAIDA
                       END-IF
            IF WK-CAMPANHA-ID = SPACES
               GO TO P700-SAIDA
            END-IF
            PERFORM P705-CONFERIR-EVENTO THRU P705-SAIDA

            DISPLAY 'EXCLUIR QUEM JA RECEBEU ESTA CAMPANHA NOS '
                    'ULTIMOS N DIAS (0 = NAO): '
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
            .
       P700-SAIDA.

      ******************************************************************
      * P705-CONFERIR-EVENTO: campanha com o codigo de um evento do
      * EVTMSTR e convite - os dados do evento ficam guardados para o
      * P310 e o operador ve de qual evento se trata.
      ******************************************************************
       P705-CONFERIR-EVENTO.
            MOVE 'N'                     TO WK-CAMPANHA-EVENTO
            OPEN INPUT EVENTO-MASTER
            IF WK-FS-EVENTO NOT = '00'
               GO TO P705-SAIDA
            END-IF
            MOVE WK-CAMPANHA-ID          TO EVT-ID
            READ EVENTO-MASTER
                 INVALID KEY
                    CLOSE EVENTO-MASTER
                    GO TO P705-SAIDA
            END-READ
            MOVE 'S'                     TO WK-CAMPANHA-EVENTO
            MOVE EVT-TITULO              TO WK-EVT-TITULO
            MOVE EVT-LOCAL               TO WK-EVT-LOCAL
            MOVE SPACES                  TO WK-EVT-DATA-FMT
                                            WK-EVT-HORA-FMT
            STRING EVT-DATA(7:2) '/' EVT-DATA(5:2) '/' EVT-DATA(1:4)
                   DELIMITED BY SIZE INTO WK-EVT-DATA-FMT
            END-STRING
            STRING EVT-HORA(1:2) ':' EVT-HORA(3:2)
                   DELIMITED BY SIZE INTO WK-EVT-HORA-FMT
            END-STRING
            DISPLAY 'CONVITE DO EVENTO: ' WK-EVT-TITULO
            DISPLAY '  ' WK-EVT-DATA-FMT ' ' WK-EVT-HORA-FMT ' - '
                    WK-EVT-LOCAL
            IF NOT EVT-ABERTO
               DISPLAY 'ATENCAO: EVENTO ' EVT-ID ' JA ENCERRADO OU '
                       'CANCELADO NO EVTCNTT.'
            END-IF
            CLOSE EVENTO-MASTER
            .
       P705-SAIDA.

      ******************************************************************
      * P710-TESTAR-CAMPANHA: sem campanha registrada, ninguem e
      * pulado. Com campanha e N > 0, quem tem detalhe da MESMA
      *    registrada) - contato novo nasce sem resposta.
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

       P300-MONTAR-CARTA.
            PERFORM P310-PREPARAR-CAMPOS

            MOVE WK-TELEFONE-FMT         TO LK-VALOR-CAMPO(8)
            MOVE 'PROFISSAO'             TO LK-NOME-CAMPO(9)
            MOVE WK-PROFISSAO            TO LK-VALOR-CAMPO(9)
            IF WK-CAMPANHA-EVENTO = 'S'
               MOVE 13                   TO LK-QTDE-CAMPOS
               MOVE 'EVENTO'             TO LK-NOME-CAMPO(10)
               MOVE WK-EVT-TITULO        TO LK-VALOR-CAMPO(10)
               MOVE 'DATA-EVENTO'        TO LK-NOME-CAMPO(11)
               MOVE WK-EVT-DATA-FMT      TO LK-VALOR-CAMPO(11)
               MOVE 'HORA-EVENTO'        TO LK-NOME-CAMPO(12)
               MOVE WK-EVT-HORA-FMT      TO LK-VALOR-CAMPO(12)
               MOVE 'LOCAL-EVENTO'       TO LK-NOME-CAMPO(13)
               MOVE WK-EVT-LOCAL         TO LK-VALOR-CAMPO(13)
            END-IF
            .

      ******************************************************************
               CLOSE CAMPANHA-CONTROLE CAMPANHA-DETALHE
               DISPLAY 'PULADOS (JA NA CAMPANHA): '
                       WK-QTD-PULADOS-CAMP
               DISPLAY 'RETIDOS NO GRUPO DE CONTROLE: '
                       WK-QTD-CONTROLE
            END-IF
            DISPLAY 'CARTAS GERADAS: ' WK-TOTAL-CARTAS
            MOVE WK-TOTAL-CARTAS         TO WS-CODIGO-CONTATO
