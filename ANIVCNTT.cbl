      *          OPCIONALMENTE, GRAVA OS CODIGOS EM SELCODES - QUE O
      *          CARTCNTT JA ACEITA COMO POPULACAO, ENTAO AS CARTAS
      *          DE ANIVERSARIO SAEM SEM REDIGITAR NINGUEM.
      * Modification History:
      *   15/10/2026 CS  Contato falecido (OBITCNTT) fica fora da lista
      *                  de aniversariantes e do SELCODES.
      *   15/10/2026 CS  Telefone no Nao Me Perturbe (NMPCARGA) nao sai
      *                  na lista de ligacao: vale o primeiro numero
      *                  liberado; todos bloqueados sai mascarado,
      *                  salvo relacionamento documentado (CONSENT L).
      *                  O SELCODES das cartas nao muda.
      *   15/10/2026 CS  Termina com GOBACK em vez de STOP RUN - o
      *                  CICLCTRL (passo AGENDA) chama este lote no
      *                  vencimento da AGPMSTR. Com AGP_PARAMETRO no
      *                  ambiente, o parametro vem dali e nada e
      *                  perguntado no console.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELCONT'.
           COPY 'SELCON'.
           SELECT RELATORIO-ANIVER
               ASSIGN TO "ANIVREL"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDCONT'.
           COPY 'FDCON'.
       FD  RELATORIO-ANIVER
           LABEL RECORD IS STANDARD.
       01  ANIVREL-REC                  PIC X(132).
           03 SR-DIA                    PIC 9(02).
           03 SR-CODIGO                 PIC 9(06).
           03 SR-NOME                   PIC X(41).
           03 SR-TELEFONE               PIC X(18).
       WORKING-STORAGE SECTION.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-FIM-ORDENACAO             PIC X(01) VALUE 'N'.
       77  WK-MES-ALVO                  PIC 9(02) VALUE ZEROS.
       77  WK-GERAR-SELECAO             PIC X(01) VALUE 'N'.
       77  WK-PARAMETRO-AGENDA          PIC X(20) VALUE SPACES.
       77  WK-QTD-ANIVERSARIANTES       PIC 9(05) VALUE ZEROS.
       77  WK-FS-CONSENT                PIC X(02) VALUE SPACES.
       77  WK-TEM-CONSENT               PIC X(01) VALUE 'N'.
       77  WK-RELACIONAMENTO            PIC X(01) VALUE 'N'.
       77  WK-IDX-TEL                   PIC 9(01) VALUE ZEROS.
       77  WK-IDX-ESCOLHIDO             PIC 9(01) VALUE ZEROS.
       77  WK-TEL-LISTA                 PIC X(18) VALUE SPACES.
       77  WK-QTD-BLOQUEADOS            PIC 9(05) VALUE ZEROS.
           COPY 'PARMDATE'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** ANIVERSARIANTES DO MES ***'
            DISPLAY 'AGP_PARAMETRO'      UPON ENVIRONMENT-NAME
            ACCEPT WK-PARAMETRO-AGENDA   FROM ENVIRONMENT-VALUE
            IF WK-PARAMETRO-AGENDA NOT = SPACES
               MOVE WK-PARAMETRO-AGENDA(1:2) TO WK-MES-ALVO
            ELSE
               DISPLAY 'MES ALVO (01-12, ENTER P/ MES ATUAL): '
               ACCEPT WK-MES-ALVO
            END-IF
            IF WK-MES-ALVO NOT NUMERIC OR
               WK-MES-ALVO < 1 OR WK-MES-ALVO > 12
               MOVE FUNCTION CURRENT-DATE(5:2) TO WK-MES-ALVO
            END-IF
            IF WK-PARAMETRO-AGENDA NOT = SPACES
               MOVE WK-PARAMETRO-AGENDA(3:1) TO WK-GERAR-SELECAO
            ELSE
               DISPLAY 'GERAR ARQUIVO DE SELECAO P/ CARTAS (S/N)? '
               ACCEPT WK-GERAR-SELECAO
            END-IF

            OPEN INPUT CONTATO-MASTER
            IF WK-FS-CONTATO = '35'
               DISPLAY 'NAO HA CADASTRO DE CONTATOS.'
               GOBACK
            END-IF
            OPEN INPUT CONSENTIMENTO
            IF WK-FS-CONSENT = '00'
               MOVE 'S'                  TO WK-TEM-CONSENT
            END-IF
            IF WK-GERAR-SELECAO = 'S' OR WK-GERAR-SELECAO = 's'
               OPEN OUTPUT ARQ-SELECIONADOS
                 OUTPUT PROCEDURE P400-IMPRIMIR THRU P400-FIM

            CLOSE CONTATO-MASTER
            IF WK-TEM-CONSENT = 'S'
               CLOSE CONSENTIMENTO
            END-IF
            IF WK-GERAR-SELECAO = 'S' OR WK-GERAR-SELECAO = 's'
               CLOSE ARQ-SELECIONADOS
               DISPLAY 'SELCODES GERADO - RODE O CARTCNTT COM O '
            END-IF
            DISPLAY 'ANIVERSARIANTES DO MES ' WK-MES-ALVO ': '
                    WK-QTD-ANIVERSARIANTES
            DISPLAY 'TELEFONES MASCARADOS (NAO ME PERTURBE): '
                    WK-QTD-BLOQUEADOS
            GOBACK
            .

       P200-SELECIONAR.
            READ CONTATO-MASTER NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-MESTRE
                 NOT AT END
                    IF WK-REG-ATIVO AND NOT WK-REG-FALECIDO
                       PERFORM P220-TESTAR-ANIVERSARIO THRU P220-FIM
                    END-IF
            END-READ
                   WK-ULTIMO-NOME        DELIMITED BY '  '
                   INTO SR-NOME
            END-STRING
            PERFORM P230-ESCOLHER-TELEFONE THRU P230-FIM
            MOVE WK-TEL-LISTA            TO SR-TELEFONE
            RELEASE SORT-REC

            IF WK-GERAR-SELECAO = 'S' OR WK-GERAR-SELECAO = 's'
            .
       P220-FIM.

      ******************************************************************
      * P230-ESCOLHER-TELEFONE: o primeiro telefone do contato que nao
      * esta no Nao Me Perturbe (WK-NMP-BLOQUEIO, marcado pelo
      * NMPCARGA). Todos bloqueados: so sai numero se houver
      * relacionamento documentado (finalidade L consentida no
      * CONSENT) - o telefone 1, marcado REL; sem ele o numero e
      * mascarado e a linha fica para outro canal.
      ******************************************************************
       P230-ESCOLHER-TELEFONE.
            MOVE ZEROS                   TO WK-IDX-ESCOLHIDO
            IF WK-QTDE-TELEFONES NOT NUMERIC OR
               WK-QTDE-TELEFONES = ZEROS
               MOVE 1                    TO WK-IDX-ESCOLHIDO
            ELSE
               PERFORM P235-PROCURAR-LIBERADO
                       VARYING WK-IDX-TEL FROM 1 BY 1
                       UNTIL WK-IDX-TEL > WK-QTDE-TELEFONES
                          OR WK-IDX-TEL > 3
                          OR WK-IDX-ESCOLHIDO > ZEROS
            END-IF

            MOVE SPACES                  TO WK-TEL-LISTA
            IF WK-IDX-ESCOLHIDO > ZEROS
               STRING '(' WK-DDD(WK-IDX-ESCOLHIDO) ') '
                      WK-PREFIXO(WK-IDX-ESCOLHIDO) '-'
                      WK-SUFIXO(WK-IDX-ESCOLHIDO)
                      DELIMITED BY SIZE INTO WK-TEL-LISTA
               END-STRING
               GO TO P230-FIM
            END-IF

            MOVE 'N'                     TO WK-RELACIONAMENTO
            IF WK-TEM-CONSENT = 'S'
               MOVE WK-CODIGO            TO CON-CODIGO
               MOVE 'L'                  TO CON-FINALIDADE
               READ CONSENTIMENTO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF CON-CONSENTIU
                          MOVE 'S'       TO WK-RELACIONAMENTO
                       END-IF
               END-READ
            END-IF
            IF WK-RELACIONAMENTO = 'S'
               STRING '(' WK-DDD(1) ') ' WK-PREFIXO(1) '-'
                      WK-SUFIXO(1) ' REL'
                      DELIMITED BY SIZE INTO WK-TEL-LISTA
               END-STRING
            ELSE
               MOVE 'NMP - BLOQUEADO'    TO WK-TEL-LISTA
               ADD 1                     TO WK-QTD-BLOQUEADOS
            END-IF
            .
       P230-FIM.

       P235-PROCURAR-LIBERADO.
            IF NOT WK-TEL-BLOQUEADO(WK-IDX-TEL)
               MOVE WK-IDX-TEL           TO WK-IDX-ESCOLHIDO
            END-IF
            .

       P400-IMPRIMIR.
            OPEN OUTPUT RELATORIO-ANIVER
            MOVE SPACES                  TO ANIVREL-REC
