      *                  cronologica - mesma leitura do AUDCONS; o
      *                  dossie nao pode enxergar so o que sobrou do
      *                  ultimo corte.
      *   15/10/2026 CS  Secao 10 - compartilhamento com terceiros:
      *                  para quem, quando e sob qual sequencia de
      *                  arquivo os dados do titular sairam (DVGLOG,
      *                  gravado pelos extratores via DVGUTIL).
      *   15/10/2026 CS  Secao de auditoria le posicionada pelo
      *                  indice AUDIDX (morto e vivo ja em ordem
      *                  cronologica) quando valido; sem indice,
      *                  varre AUDITARC e AUDITLOG como antes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY 'SELVINC'.
           COPY 'SELAUDIT'.
           COPY 'SELAUDARC'.
           COPY 'SELDVG'.
           COPY 'SELAUX'.
           SELECT ARQUIVO-MORTO
               ASSIGN TO "CONTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY 'FDVINC'.
           COPY 'FDAUDIT'.
           COPY 'FDAUDARC'.
           COPY 'FDDVG'.
           COPY 'FDAUX'.
       FD  ARQUIVO-MORTO
           LABEL RECORD IS STANDARD.
       01  MORTO-REC.
       77  WK-FS-VINCULO                PIC X(02) VALUE SPACES.
       77  WK-FS-AUDARC                 PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-DIVULGACAO             PIC X(02) VALUE SPACES.
       77  WK-FS-AUDIDX                 PIC X(02) VALUE SPACES.
       77  WK-VALOR-CHAVE               PIC X(08) VALUE SPACES.
           COPY 'PARMSELO'.
           COPY 'PARMAUX'.
       77  WK-FS-MORTO                  PIC X(02) VALUE SPACES.
       77  WK-FS-DOSSIE                 PIC X(02) VALUE SPACES.
       77  WK-MODO-BUSCA                PIC X(01) VALUE '1'.
            PERFORM P360-SECAO-VINCULOS THRU P360-FIM
            PERFORM P370-SECAO-AUDITORIA THRU P370-FIM
            PERFORM P380-SECAO-ARQUIVO-MORTO THRU P380-FIM
            PERFORM P390-SECAO-COMPARTILHAMENTO THRU P390-FIM
            PERFORM P800-AUDITAR-EMISSAO
            PERFORM P890-FECHAR-ARQUIVOS
            DISPLAY 'DOSSIE GERADO EM LGPDDOSS.'
            MOVE ZEROS                   TO WK-QTD-SECAO
      *     Arquivo morto ANTES do vivo, como no AUDCONS - as linhas
      *     cortadas pelo AUDARCH tambem sao dados do titular e a
      *     secao sai em ordem cronologica. O indice AUDIDX ja guarda
      *     as duas origens nessa ordem.
            SET LK-AUX-CONSULTAR         TO TRUE
            CALL 'AUXUTIL' USING PARAMETRES-AUX
            IF LK-AUX-OK
               PERFORM P376-AUDITORIA-INDICE THRU P376-FIM
            ELSE
               PERFORM P372-MORTO-AUDITORIA THRU P372-FIM
               PERFORM P374-VIVO-AUDITORIA THRU P374-FIM
            END-IF
            STRING '(' WK-QTD-SECAO ' LINHA(S))'
                   DELIMITED BY SIZE INTO DOSSIE-REC
            .
       P373-FIM.

       P374-VIVO-AUDITORIA.
            MOVE 'N'                     TO WK-FIM-ARQ
            OPEN INPUT AUDITORIA
            IF WK-FS-AUDITORIA NOT = '00'
               GO TO P374-FIM
            END-IF
            PERFORM P375-LER-AUDITORIA THRU P375-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE AUDITORIA
            .
       P374-FIM.

       P375-LER-AUDITORIA.
            READ AUDITORIA
                 AT END MOVE 'S'         TO WK-FIM-ARQ
            .
       P375-FIM.

      ******************************************************************
      * P376-AUDITORIA-INDICE: START no prefixo 'C' + codigo do
      * AUDIDX - entradas do arquivo morto e da trilha viva do
      * titular, em ordem de data/hora, sem varrer nenhuma das duas.
      ******************************************************************
       P376-AUDITORIA-INDICE.
            OPEN INPUT INDICE-AUDITORIA
            IF WK-FS-AUDIDX NOT = '00'
               GO TO P376-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-CODIGO-BUSCA         TO WK-VALOR-CHAVE
            MOVE 'C'                     TO AX-TIPO
            MOVE WK-VALOR-CHAVE          TO AX-VALOR
            MOVE LOW-VALUES              TO AX-DATA-HORA
            MOVE ZEROS                   TO AX-SEQUENCIA
            START INDICE-AUDITORIA KEY IS NOT LESS THAN AX-CHAVE
                  INVALID KEY MOVE 'S'   TO WK-FIM-ARQ
            END-START
            PERFORM P377-LER-INDICE THRU P377-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE INDICE-AUDITORIA
            .
       P376-FIM.

       P377-LER-INDICE.
            READ INDICE-AUDITORIA NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                        GO TO P377-FIM
            END-READ
            IF NOT AX-POR-CODIGO OR AX-VALOR NOT = WK-VALOR-CHAVE
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P377-FIM
            END-IF
            ADD 1                        TO WK-QTD-SECAO
            STRING AX-LIN-DATA-HORA(1:8) ' ' AX-LIN-OPERACAO
                   ' ' AX-LIN-USUARIO ' ' AX-LIN-MENSAGEM
                   DELIMITED BY SIZE INTO DOSSIE-REC
            END-STRING
            PERFORM P700-ESCREVER
            .
       P377-FIM.

      ******************************************************************
      * P380-SECAO-ARQUIVO-MORTO: imagens do titular que ja foram
      * expurgadas do mestre pelo ARCCNTT - tambem sao dados do
                   DELIMITED BY SIZE INTO DOSSIE-REC
            END-STRING
            PERFORM P700-ESCREVER
            PERFORM P700-ESCREVER
            .
       P380-FIM.

            .
       P385-FIM.

      ******************************************************************
      * P390-SECAO-COMPARTILHAMENTO: cada arquivo que levou dado do
      * titular para fora - destinatario, data, sequencia do arquivo
      * e programa gerador. A chave do DVGLOG comeca pelo codigo, entao
      * e um START no titular e leitura ate o codigo mudar.
      ******************************************************************
       P390-SECAO-COMPARTILHAMENTO.
            MOVE '=== 10. COMPARTILHAMENTO COM TERCEIROS ==='
                                         TO DOSSIE-REC
            PERFORM P700-ESCREVER
            MOVE ZEROS                   TO WK-QTD-SECAO
            MOVE 'N'                     TO WK-FIM-ARQ
            OPEN INPUT DIVULGACAO-LOG
            IF WK-FS-DIVULGACAO NOT = '00'
               MOVE 'S'                  TO WK-FIM-ARQ
            ELSE
               MOVE WK-CODIGO-BUSCA      TO DVG-CODIGO
               MOVE ZEROS                TO DVG-DATA DVG-SEQUENCIA
               MOVE LOW-VALUES           TO DVG-DESTINATARIO
               START DIVULGACAO-LOG KEY IS NOT LESS THAN DVG-CHAVE
                   INVALID KEY
                      MOVE 'S'           TO WK-FIM-ARQ
               END-START
            END-IF
            PERFORM P395-LER-DIVULGACAO THRU P395-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-FS-DIVULGACAO = '00'
               CLOSE DIVULGACAO-LOG
            END-IF
            STRING '(' WK-QTD-SECAO ' ARQUIVO(S) ENTREGUE(S))'
                   DELIMITED BY SIZE INTO DOSSIE-REC
            END-STRING
            PERFORM P700-ESCREVER
            .
       P390-FIM.

       P395-LER-DIVULGACAO.
            READ DIVULGACAO-LOG NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    IF DVG-CODIGO NOT = WK-CODIGO-BUSCA
                       MOVE 'S'          TO WK-FIM-ARQ
                    ELSE
                       ADD 1             TO WK-QTD-SECAO
                       STRING DVG-DATA(7:2) '/' DVG-DATA(5:2) '/'
                              DVG-DATA(1:4) ' PARA ' DVG-DESTINATARIO
                              ' ARQUIVO SEQ ' DVG-SEQUENCIA
                              ' (' DVG-PROGRAMA ')'
                              DELIMITED BY SIZE INTO DOSSIE-REC
                       END-STRING
                       PERFORM P700-ESCREVER
                    END-IF
            END-READ
            .
       P395-FIM.

      ******************************************************************
      * P800-AUDITAR-EMISSAO: a propria emissao do dossie e um acesso
      * a dado pessoal - vai para a trilha com operador e titular.
