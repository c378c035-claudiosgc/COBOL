      *                  gerado pelo corte mensal AUDARCH) na
      *                  consulta, com os mesmos filtros e os totais
      *                  por operador somando vivo + morto.
      *   15/10/2026 CS  Pode ir para a fila da noite (FRLCNTT/
      *                  FRLEXEC): em WS-COLETA-PEDIDO so devolve os
      *                  filtros; em WS-EXECUCAO-FILA usa os do pedido
      *                  e a saida vai para o AUDCREL em vez da tela.
      *   15/10/2026 CS  Com filtro de operador e indice AUDIDX valido,
      *                  le posicionado em operador + data inicial e
      *                  para na data final (P500); sem indice, ou sem
      *                  operador, varre a trilha como antes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY 'SELAUDIT'.
           COPY 'SELAUDARC'.
           COPY 'SELAUX'.
           SELECT RELATORIO-AUDITORIA
               ASSIGN TO "AUDCREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDAUDIT'.
           COPY 'FDAUDARC'.
           COPY 'FDAUX'.
       FD  RELATORIO-AUDITORIA
           LABEL RECORD IS STANDARD.
       01  AUDCREL-REC                  PIC X(132).
       WORKING-STORAGE SECTION.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-AUDARC                 PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-FS-AUDIDX                 PIC X(02) VALUE SPACES.
       77  WK-FIM-INDICE                PIC X(01) VALUE 'N'.
       77  WK-ORIGEM-ANTERIOR           PIC X(01) VALUE SPACES.
       77  WK-LINHA-SAIDA               PIC X(132) VALUE SPACES.
       77  WK-FIM-AUDITORIA             PIC X(01) VALUE 'N'.
       77  WK-FIM-AUDARC                PIC X(01) VALUE 'N'.
       77  WK-INCLUIR-MORTO             PIC X(01) VALUE 'N'.
           05 WK-OPER-ENTRY             OCCURS 50 TIMES.
               10 WK-OPER-ID            PIC X(08).
               10 WK-OPER-CONTADOR      PIC 9(06).
      *    WK-PARAMETROS-AUD: os filtros da tela, no formato guardado
      *    em WS-PARAMETROS-FILA para a fila da noite.
       01  WK-PARAMETROS-AUD.
           05 WK-PA-USUARIO             PIC X(08).
           05 WK-PA-OPERACAO            PIC X(10).
           05 WK-PA-DATA-INI            PIC X(08).
           05 WK-PA-DATA-FIM            PIC X(08).
           05 WK-PA-INCLUIR-MORTO       PIC X(01).
           05 FILLER                    PIC X(65).
           COPY 'PARMAUX'.

       LINKAGE SECTION.
           COPY 'COMAREA'.
       MAIN-PROCEDURE.
            DISPLAY ' '
            DISPLAY '*** CONSULTA DA TRILHA DE AUDITORIA ***'
            PERFORM P100-COLETAR-FILTROS THRU P100-FIM
            IF WS-COLETA-PEDIDO
               MOVE SPACES               TO WK-PARAMETROS-AUD
               MOVE WK-FILTRO-USUARIO    TO WK-PA-USUARIO
               MOVE WK-FILTRO-OPERACAO   TO WK-PA-OPERACAO
               MOVE WK-FILTRO-DATA-INI   TO WK-PA-DATA-INI
               MOVE WK-FILTRO-DATA-FIM   TO WK-PA-DATA-FIM
               MOVE WK-INCLUIR-MORTO     TO WK-PA-INCLUIR-MORTO
               MOVE WK-PARAMETROS-AUD    TO WS-PARAMETROS-FILA
               GOBACK
            END-IF
            IF WS-EXECUCAO-FILA
               OPEN OUTPUT RELATORIO-AUDITORIA
               MOVE 'CONSULTA DA TRILHA DE AUDITORIA'
                                         TO WK-LINHA-SAIDA
               PERFORM P700-EMITIR-LINHA
            END-IF
      *     So o filtro de operador tem caminho pelo indice; sem ele a
      *     consulta e por natureza uma varredura.
            SET LK-AUX-INDISPONIVEL      TO TRUE
            IF WK-FILTRO-USUARIO NOT = SPACES
               SET LK-AUX-CONSULTAR      TO TRUE
               CALL 'AUXUTIL' USING PARAMETRES-AUX
            END-IF
            IF LK-AUX-OK
               PERFORM P500-LISTAR-INDICE THRU P500-FIM
            ELSE
               IF WK-INCLUIR-MORTO = 'S' OR WK-INCLUIR-MORTO = 's'
                  PERFORM P250-LISTAR-MORTO THRU P250-FIM
               END-IF
               PERFORM P200-ABRIR-ARQUIVO
               IF WK-FS-AUDITORIA NOT = '35'
                  PERFORM P300-LISTAR
                  CLOSE AUDITORIA
               END-IF
            END-IF
            PERFORM P400-TOTAIS-POR-OPERADOR
            IF WS-EXECUCAO-FILA
               CLOSE RELATORIO-AUDITORIA
            END-IF
            MOVE ' *** CONSULTA DE AUDITORIA CONCLUIDA ***' TO
                                         WS-MENSSAGEM
            GOBACK
      * como FUNCTION CURRENT-DATE grava).
      ******************************************************************
       P100-COLETAR-FILTROS.
            IF WS-EXECUCAO-FILA
               MOVE WS-PARAMETROS-FILA   TO WK-PARAMETROS-AUD
               MOVE WK-PA-USUARIO        TO WK-FILTRO-USUARIO
               MOVE WK-PA-OPERACAO       TO WK-FILTRO-OPERACAO
               MOVE WK-PA-DATA-INI       TO WK-FILTRO-DATA-INI
               MOVE WK-PA-DATA-FIM       TO WK-FILTRO-DATA-FIM
               MOVE WK-PA-INCLUIR-MORTO  TO WK-INCLUIR-MORTO
               GO TO P100-FIM
            END-IF
            DISPLAY 'OPERADOR (ENTER P/ TODOS)................: '
            ACCEPT WK-FILTRO-USUARIO
            DISPLAY 'OPERACAO - INCLUIR/ALTERAR/EXCLUIR/'
            DISPLAY 'INCLUIR ARQUIVO MORTO (S/N)..............: '
            ACCEPT WK-INCLUIR-MORTO
            .
       P100-FIM.

       P200-ABRIR-ARQUIVO.
            OPEN INPUT AUDITORIA
            IF WK-FS-AUDITORIA = '35'
               MOVE 'NAO HA TRILHA DE AUDITORIA AINDA.'
                                         TO WK-LINHA-SAIDA
               PERFORM P700-EMITIR-LINHA
            END-IF
            .

       P300-LISTAR.
            PERFORM P305-CABECALHO
            PERFORM P310-LER-UM THRU P310-FIM
                    UNTIL WK-FIM-AUDITORIA = 'S'
            PERFORM P340-CONTAGENS
            .

       P305-CABECALHO.
            MOVE SPACES                  TO WK-LINHA-SAIDA
            STRING 'DATA/HORA                 OPERACAO   USUARIO  '
                   'CODIGO MENSAGEM'
                   DELIMITED BY SIZE INTO WK-LINHA-SAIDA
            END-STRING
            PERFORM P700-EMITIR-LINHA
            .

       P340-CONTAGENS.
            MOVE SPACES                  TO WK-LINHA-SAIDA
            PERFORM P700-EMITIR-LINHA
            MOVE SPACES                  TO WK-LINHA-SAIDA
            STRING 'LINHAS LIDAS....: ' WK-QTD-LIDAS
                   DELIMITED BY SIZE INTO WK-LINHA-SAIDA
            END-STRING
            PERFORM P700-EMITIR-LINHA
            MOVE SPACES                  TO WK-LINHA-SAIDA
            STRING 'LINHAS EXIBIDAS.: ' WK-QTD-EXIBIDAS
                   DELIMITED BY SIZE INTO WK-LINHA-SAIDA
            END-STRING
            PERFORM P700-EMITIR-LINHA
            .

       P310-LER-UM.
                    PERFORM P320-TESTAR-FILTROS
                    IF WK-LINHA-PASSA = 'S'
                       ADD 1             TO WK-QTD-EXIBIDAS
                       MOVE SPACES       TO WK-LINHA-SAIDA
                       STRING AUD-DATA-HORA ' ' AUD-OPERACAO ' '
                              AUD-USUARIO ' ' AUD-CODIGO ' '
                              AUD-MENSAGEM
                              DELIMITED BY SIZE INTO WK-LINHA-SAIDA
                       END-STRING
                       PERFORM P700-EMITIR-LINHA
                       PERFORM P330-CONTAR-OPERADOR
                    END-IF
            END-READ
       P250-LISTAR-MORTO.
            OPEN INPUT AUDITORIA-ARQUIVO
            IF WK-FS-AUDARC = '35'
               MOVE 'NAO HA ARQUIVO MORTO DE AUDITORIA.'
                                         TO WK-LINHA-SAIDA
               PERFORM P700-EMITIR-LINHA
               GO TO P250-FIM
            END-IF

            MOVE '--- ARQUIVO MORTO (ANTERIOR AO CORTE) ---'
                                         TO WK-LINHA-SAIDA
            PERFORM P700-EMITIR-LINHA
            PERFORM P260-LER-MORTO THRU P260-FIM
                    UNTIL WK-FIM-AUDARC = 'S'
            CLOSE AUDITORIA-ARQUIVO
                    PERFORM P320-TESTAR-FILTROS
                    IF WK-LINHA-PASSA = 'S'
                       ADD 1             TO WK-QTD-EXIBIDAS
                       MOVE SPACES       TO WK-LINHA-SAIDA
                       STRING ARC-DATA-HORA ' ' ARC-OPERACAO ' '
                              ARC-USUARIO ' ' ARC-CODIGO ' '
                              ARC-MENSAGEM
                              DELIMITED BY SIZE INTO WK-LINHA-SAIDA
                       END-STRING
                       PERFORM P700-EMITIR-LINHA
                       PERFORM P330-CONTAR-OPERADOR
                    END-IF
            END-READ
            .

       P400-TOTAIS-POR-OPERADOR.
            MOVE SPACES                  TO WK-LINHA-SAIDA
            PERFORM P700-EMITIR-LINHA
            MOVE '*** TOTAIS POR OPERADOR ***' TO WK-LINHA-SAIDA
            PERFORM P700-EMITIR-LINHA
            PERFORM P410-TOTAL-UM-OPERADOR
                    VARYING WK-IDX-OPER FROM 1 BY 1
                    UNTIL WK-IDX-OPER > WK-QTDE-OPERADORES
            .

      ******************************************************************
      * P500-LISTAR-INDICE: START em 'U' + operador + data inicial no
      * AUDIDX; as entradas vem em ordem de data/hora, morto antes do
      * vivo, e a leitura para no primeiro registro de outro operador
      * ou alem da data final. A linha volta para AUDIT-REC (como o
      * P260 faz com o morto) e passa pelos mesmos filtros e totais.
      ******************************************************************
       P500-LISTAR-INDICE.
            OPEN INPUT INDICE-AUDITORIA
            IF WK-FS-AUDIDX NOT = '00'
               GO TO P500-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-INDICE
            MOVE SPACES                  TO WK-ORIGEM-ANTERIOR
            MOVE 'U'                     TO AX-TIPO
            MOVE WK-FILTRO-USUARIO       TO AX-VALOR
            MOVE LOW-VALUES              TO AX-DATA-HORA
            IF WK-FILTRO-DATA-INI NOT = SPACES
               MOVE WK-FILTRO-DATA-INI   TO AX-DATA-HORA(1:8)
            END-IF
            MOVE ZEROS                   TO AX-SEQUENCIA
            START INDICE-AUDITORIA KEY IS NOT LESS THAN AX-CHAVE
                  INVALID KEY MOVE 'S'   TO WK-FIM-INDICE
            END-START
            IF WK-INCLUIR-MORTO NOT = 'S' AND WK-INCLUIR-MORTO NOT = 's'
               PERFORM P305-CABECALHO
               MOVE 'V'                  TO WK-ORIGEM-ANTERIOR
            END-IF
            PERFORM P510-LER-ENTRADA THRU P510-FIM
                    UNTIL WK-FIM-INDICE = 'S'
            CLOSE INDICE-AUDITORIA
            PERFORM P340-CONTAGENS
            .
       P500-FIM.

       P510-LER-ENTRADA.
            READ INDICE-AUDITORIA NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-INDICE
                        GO TO P510-FIM
            END-READ
            IF NOT AX-POR-USUARIO OR AX-VALOR NOT = WK-FILTRO-USUARIO
               MOVE 'S'                  TO WK-FIM-INDICE
               GO TO P510-FIM
            END-IF
            IF WK-FILTRO-DATA-FIM NOT = SPACES AND
               AX-DATA-HORA(1:8) > WK-FILTRO-DATA-FIM
               MOVE 'S'                  TO WK-FIM-INDICE
               GO TO P510-FIM
            END-IF
            IF AX-DO-MORTO AND
               WK-INCLUIR-MORTO NOT = 'S' AND WK-INCLUIR-MORTO NOT = 's'
               GO TO P510-FIM
            END-IF
      *     Mesmas quebras da varredura: faixa do morto primeiro, depois
      *     o cabecalho da trilha viva.
            IF AX-ORIGEM NOT = WK-ORIGEM-ANTERIOR
               MOVE AX-ORIGEM            TO WK-ORIGEM-ANTERIOR
               IF AX-DO-MORTO
                  MOVE '--- ARQUIVO MORTO (ANTERIOR AO CORTE) ---'
                                         TO WK-LINHA-SAIDA
                  PERFORM P700-EMITIR-LINHA
               ELSE
                  PERFORM P305-CABECALHO
               END-IF
            END-IF
            ADD 1                        TO WK-QTD-LIDAS
            MOVE AX-IMAGEM               TO AUDIT-REC
            PERFORM P320-TESTAR-FILTROS
            IF WK-LINHA-PASSA = 'S'
               ADD 1                     TO WK-QTD-EXIBIDAS
               MOVE SPACES               TO WK-LINHA-SAIDA
               STRING AUD-DATA-HORA ' ' AUD-OPERACAO ' '
                      AUD-USUARIO ' ' AUD-CODIGO ' '
                      AUD-MENSAGEM
                      DELIMITED BY SIZE INTO WK-LINHA-SAIDA
               END-STRING
               PERFORM P700-EMITIR-LINHA
               PERFORM P330-CONTAR-OPERADOR
            END-IF
            .
       P510-FIM.

       P410-TOTAL-UM-OPERADOR.
            MOVE SPACES                  TO WK-LINHA-SAIDA
            STRING WK-OPER-ID(WK-IDX-OPER) ': '
                   WK-OPER-CONTADOR(WK-IDX-OPER) ' LINHA(S)'
                   DELIMITED BY SIZE INTO WK-LINHA-SAIDA
            END-STRING
            PERFORM P700-EMITIR-LINHA
            .

      ******************************************************************
      * P700-EMITIR-LINHA: na tela, como sempre; rodando pela fila da
      * noite a linha vai para o AUDCREL, que o FRLEXEC registra no
      * spool em nome de quem pediu.
      ******************************************************************
       P700-EMITIR-LINHA.
            IF WS-EXECUCAO-FILA
               MOVE WK-LINHA-SAIDA       TO AUDCREL-REC
               WRITE AUDCREL-REC
            ELSE
               DISPLAY WK-LINHA-SAIDA
            END-IF
            .
       END PROGRAM AUDCONS.
