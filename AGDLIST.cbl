      *          JA VENCEU - COM O NOME E O TELEFONE DO CONTATO
      *          DIRETO DO CADASTRO-PF, PARA QUEM VAI LIGAR NAO
      *          PRECISAR ABRIR O CONSCTT UM A UM.
      * Modification History:
      *   15/10/2026 CS  Retorno de contato falecido (OBITCNTT) nao sai
      *                  na lista de ligacoes.
      *   15/10/2026 CS  Oportunidade de venda (OPORMSTR) em aberto com
      *                  previsao de fechamento vencida entra na lista
      *                  do responsavel, PF ou PJ.
      *   15/10/2026 CS  Telefone no Nao Me Perturbe (NMPCARGA) nao sai
      *                  na lista: vale o primeiro numero liberado;
      *                  todos bloqueados sai mascarado, salvo
      *                  relacionamento documentado (CONSENT L).
      *   15/10/2026 CS  Retorno de contato PF que vence hoje manda
      *                  lembrete por SMS/email ao contato (template
      *                  AGDNTTP, NTFUTIL, prioridade baixa).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY 'SELAGD'.
           COPY 'SELCONT'.
           COPY 'SELCONTJ'.
           COPY 'SELOPO'.
           COPY 'SELCON'.
           SELECT RELATORIO-AGENDA
               ASSIGN TO "AGDREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT NOTIF-TEMPLATE
               ASSIGN TO "AGDNTTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-TEMPLATE-NTF.
           SELECT ARQ-ORDENACAO
               ASSIGN TO "AGDWORK".
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDAGD'.
           COPY 'FDCONT'.
           COPY 'FDCONTJ'.
           COPY 'FDOPO'.
           COPY 'FDCON'.
       FD  RELATORIO-AGENDA
           LABEL RECORD IS STANDARD.
       01  AGDREL-REC                   PIC X(132).
       FD  NOTIF-TEMPLATE
           LABEL RECORD IS STANDARD.
       01  NTPL-LINHA                   PIC X(80).
       SD  ARQ-ORDENACAO.
       01  SORT-REC.
           03 SR-USUARIO                PIC X(08).
           03 SR-DATA-VENC              PIC 9(08).
           03 SR-CODIGO                 PIC 9(06).
           03 SR-MOTIVO                 PIC X(40).
           03 SR-TIPO-CONTATO           PIC X(01).
       WORKING-STORAGE SECTION.
       77  WK-FS-AGENDA                 PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO-PJ             PIC X(02) VALUE SPACES.
       77  WK-FS-OPORTUNIDADE           PIC X(02) VALUE SPACES.
       77  WK-FIM-OPORTUNIDADE          PIC X(01) VALUE 'N'.
       77  WK-FIM-AGENDA                PIC X(01) VALUE 'N'.
       77  WK-FIM-ORDENACAO             PIC X(01) VALUE 'N'.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-USUARIO-ANTERIOR          PIC X(08) VALUE SPACES.
       77  WK-QTD-DEVIDOS               PIC 9(04) VALUE ZEROS.
       77  WK-FS-CONSENT                PIC X(02) VALUE SPACES.
       77  WK-TEM-CONSENT               PIC X(01) VALUE 'N'.
       77  WK-RELACIONAMENTO            PIC X(01) VALUE 'N'.
       77  WK-IDX-TEL                   PIC 9(01) VALUE ZEROS.
       77  WK-IDX-ESCOLHIDO             PIC 9(01) VALUE ZEROS.
       77  WK-TEL-LISTA                 PIC X(18) VALUE SPACES.
       77  WK-QTD-BLOQUEADOS            PIC 9(05) VALUE ZEROS.
       77  WK-FS-TEMPLATE-NTF           PIC X(02) VALUE SPACES.
       77  WK-FIM-TEMPLATE-NTF          PIC X(01) VALUE 'N'.
       77  WK-IDX-LINHA                 PIC 9(02) VALUE ZEROS.
       77  WK-PULANDO-BLOCO             PIC X(01) VALUE 'N'.
       77  WK-PONTEIRO-NTF              PIC 9(03) VALUE ZEROS.
       77  WK-QTD-LEMBRETES             PIC 9(05) VALUE ZEROS.
       77  WK-QTD-SEM-LEMBRETE          PIC 9(05) VALUE ZEROS.
       01  WK-TABELA-TEMPLATE-NTF.
           05 WK-QTDE-LINHAS-NTF        PIC 9(02) VALUE ZEROS.
           05 WK-TEMPLATE-NTF           PIC X(80) VALUE SPACES
                                         OCCURS 6 TIMES.
           COPY 'PARMERGE'.
           COPY 'PARMNTF'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               CLOSE CONTATO-MASTER
               OPEN INPUT CONTATO-MASTER
            END-IF
            OPEN INPUT CONTPJ-MASTER
            IF WK-FS-CONTATO-PJ = '35'
               OPEN OUTPUT CONTPJ-MASTER
               CLOSE CONTPJ-MASTER
               OPEN INPUT CONTPJ-MASTER
            END-IF
            OPEN INPUT CONSENTIMENTO
            IF WK-FS-CONSENT = '00'
               MOVE 'S'                  TO WK-TEM-CONSENT
            END-IF
            OPEN INPUT NOTIF-TEMPLATE
            IF WK-FS-TEMPLATE-NTF = '00'
               PERFORM P160-CARREGAR-TEMPLATE-NTF THRU P160-FIM
                       UNTIL WK-FIM-TEMPLATE-NTF = 'S'
               CLOSE NOTIF-TEMPLATE
            END-IF

            SORT ARQ-ORDENACAO
                 ON ASCENDING KEY SR-USUARIO
                 INPUT PROCEDURE P200-COLHER-DEVIDOS THRU P200-FIM
                 OUTPUT PROCEDURE P400-IMPRIMIR THRU P400-FIM

            CLOSE CONTATO-MASTER CONTPJ-MASTER
            IF WK-TEM-CONSENT = 'S'
               CLOSE CONSENTIMENTO
            END-IF
            DISPLAY 'RETORNOS DEVIDOS HOJE/ATRASADOS: ' WK-QTD-DEVIDOS
            DISPLAY 'TELEFONES MASCARADOS (NAO ME PERTURBE): '
                    WK-QTD-BLOQUEADOS
            DISPLAY 'LEMBRETES SMS/EMAIL NA FILA: ' WK-QTD-LEMBRETES
            DISPLAY 'SEM LEMBRETE (CONSENT., SUPRESSAO, NMP): '
                    WK-QTD-SEM-LEMBRETE
            STOP RUN
            .

       P160-CARREGAR-TEMPLATE-NTF.
            READ NOTIF-TEMPLATE
                 AT END
                    MOVE 'S'             TO WK-FIM-TEMPLATE-NTF
                 NOT AT END
                    IF WK-QTDE-LINHAS-NTF < 6
                       ADD 1             TO WK-QTDE-LINHAS-NTF
                       MOVE NTPL-LINHA   TO
                            WK-TEMPLATE-NTF(WK-QTDE-LINHAS-NTF)
                    END-IF
            END-READ
            .
       P160-FIM.

       P200-COLHER-DEVIDOS.
            OPEN INPUT AGENDA-RETORNOS
            IF WK-FS-AGENDA = '35'
            IF WK-FS-AGENDA NOT = '35'
               CLOSE AGENDA-RETORNOS
            END-IF

            OPEN INPUT OPORTUNIDADE
            IF WK-FS-OPORTUNIDADE NOT = '00'
               MOVE 'S'                  TO WK-FIM-OPORTUNIDADE
            END-IF
            PERFORM P220-LER-OPORTUNIDADE THRU P220-FIM
                    UNTIL WK-FIM-OPORTUNIDADE = 'S'
            IF WK-FS-OPORTUNIDADE NOT = '35'
               CLOSE OPORTUNIDADE
            END-IF
            .
       P200-FIM.

                       MOVE AGE-DATA-VENC TO SR-DATA-VENC
                       MOVE AGE-CODIGO   TO SR-CODIGO
                       MOVE AGE-MOTIVO   TO SR-MOTIVO
                       MOVE 'F'          TO SR-TIPO-CONTATO
                       RELEASE SORT-REC
                       IF AGE-DATA-VENC = WK-DATA-HOJE
                          AND WK-QTDE-LINHAS-NTF > ZEROS
                          PERFORM P250-LEMBRAR THRU P250-FIM
                       END-IF
                    END-IF
            END-READ
            .
       P210-FIM.

      ******************************************************************
      * P220-LER-OPORTUNIDADE: oportunidade ainda aberta cuja previsao
      * de fechamento ja passou vira item da lista do responsavel -
      * a data devida e a propria previsao.
      ******************************************************************
       P220-LER-OPORTUNIDADE.
            READ OPORTUNIDADE NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-OPORTUNIDADE
                 NOT AT END
                    IF OPO-EM-ABERTO AND
                       OPO-DATA-PREVISTA < WK-DATA-HOJE
                       MOVE OPO-RESPONSAVEL TO SR-USUARIO
                       MOVE OPO-DATA-PREVISTA TO SR-DATA-VENC
                       MOVE OPO-CODIGO   TO SR-CODIGO
                       MOVE SPACES       TO SR-MOTIVO
                       STRING 'OPORT ' OPO-ID ' VENCIDA: '
                              OPO-DESCRICAO
                              DELIMITED BY SIZE INTO SR-MOTIVO
                       END-STRING
                       MOVE OPO-TIPO-CONTATO TO SR-TIPO-CONTATO
                       RELEASE SORT-REC
                    END-IF
            END-READ
            .
       P220-FIM.

      ******************************************************************
      * P250-LEMBRAR: retorno marcado para hoje lembra o proprio
      * contato por SMS (ou email) - texto do AGDNTTP com NOME, DATA
      * e MOTIVO. So uma vez: atrasado nao gera novo lembrete.
      * Consentimento, supressao e Nao Me Perturbe sao conferidos
      * pelo NTFUTIL.
      ******************************************************************
       P250-LEMBRAR.
            MOVE AGE-CODIGO              TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    GO TO P250-FIM
            END-READ

            MOVE 3                       TO LK-QTDE-CAMPOS
            MOVE 'NOME'                  TO LK-NOME-CAMPO(1)
            MOVE WK-PRIMEIRO-NOME        TO LK-VALOR-CAMPO(1)
            MOVE 'DATA'                  TO LK-NOME-CAMPO(2)
            MOVE SPACES                  TO LK-VALOR-CAMPO(2)
            STRING AGE-DATA-VENC(7:2) '/' AGE-DATA-VENC(5:2) '/'
                   AGE-DATA-VENC(1:4)
                   DELIMITED BY SIZE INTO LK-VALOR-CAMPO(2)
            END-STRING
            MOVE 'MOTIVO'                TO LK-NOME-CAMPO(3)
            MOVE AGE-MOTIVO              TO LK-VALOR-CAMPO(3)

            MOVE SPACES                  TO LK-NTF-TEXTO
            MOVE 1                       TO WK-PONTEIRO-NTF
            MOVE 'N'                     TO WK-PULANDO-BLOCO
            PERFORM P260-MESCLAR-LINHA-NTF THRU P260-FIM
                    VARYING WK-IDX-LINHA FROM 1 BY 1
                    UNTIL WK-IDX-LINHA > WK-QTDE-LINHAS-NTF
            IF LK-NTF-TEXTO = SPACES
               GO TO P250-FIM
            END-IF

            MOVE AGE-CODIGO              TO LK-NTF-CODIGO
            SET LK-NTF-QUALQUER          TO TRUE
            MOVE 'AGDNTTP'               TO LK-NTF-MODELO
            MOVE 3                       TO LK-NTF-PRIORIDADE
            MOVE 'AGDLIST'               TO LK-NTF-PROGRAMA
            MOVE AGE-USUARIO             TO LK-NTF-USUARIO
            CALL 'NTFUTIL' USING PARAMETRES-NTF
            IF LK-NTF-OK
               ADD 1                     TO WK-QTD-LEMBRETES
            ELSE
               ADD 1                     TO WK-QTD-SEM-LEMBRETE
            END-IF
            .
       P250-FIM.

       P260-MESCLAR-LINHA-NTF.
            MOVE WK-TEMPLATE-NTF(WK-IDX-LINHA) TO LK-TEMPLATE
            CALL 'MERGELIN' USING PARAMETRES-MERGE
            EVALUATE TRUE
               WHEN LK-LINHA-SE
                  IF LK-CONDICAO-VERDADEIRA
                     MOVE 'N'            TO WK-PULANDO-BLOCO
                  ELSE
                     MOVE 'S'            TO WK-PULANDO-BLOCO
                  END-IF
               WHEN LK-LINHA-SENAO
                  IF WK-PULANDO-BLOCO = 'S'
                     MOVE 'N'            TO WK-PULANDO-BLOCO
                  ELSE
                     MOVE 'S'            TO WK-PULANDO-BLOCO
                  END-IF
               WHEN LK-LINHA-FIM-SE
                  MOVE 'N'               TO WK-PULANDO-BLOCO
               WHEN LK-LINHA-REPITA
               WHEN LK-LINHA-FIM-REPITA
                  CONTINUE
               WHEN OTHER
                  IF WK-PULANDO-BLOCO NOT = 'S'
                     AND LK-LINHA-MESCLADA NOT = SPACES
                     AND WK-PONTEIRO-NTF < 160
                     IF WK-PONTEIRO-NTF > 1
                        STRING ' ' DELIMITED BY SIZE
                               INTO LK-NTF-TEXTO
                               WITH POINTER WK-PONTEIRO-NTF
                        END-STRING
                     END-IF
                     STRING FUNCTION TRIM(LK-LINHA-MESCLADA)
                            DELIMITED BY SIZE
                            INTO LK-NTF-TEXTO
                            WITH POINTER WK-PONTEIRO-NTF
                            ON OVERFLOW CONTINUE
                     END-STRING
                  END-IF
            END-EVALUATE
            .
       P260-FIM.

       P400-IMPRIMIR.
            OPEN OUTPUT RELATORIO-AGENDA
            MOVE SPACES                  TO AGDREL-REC
               WRITE AGDREL-REC
            END-IF

            PERFORM P420-IMPRIMIR-LINHA THRU P420-FIM
            ADD 1                        TO WK-QTD-DEVIDOS
            .
       P410-FIM.
      * mestre - quem vai ligar nao abre o CONSCTT contato a contato.
      ******************************************************************
       P420-IMPRIMIR-LINHA.
            IF SR-TIPO-CONTATO = 'J'
               PERFORM P430-IMPRIMIR-LINHA-PJ
               GO TO P420-FIM
            END-IF
            MOVE SR-CODIGO               TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                           DELIMITED BY SIZE INTO AGDREL-REC
                    END-STRING
                 NOT INVALID KEY
                    PERFORM P440-ESCOLHER-TELEFONE THRU P440-FIM
                    MOVE SPACES          TO AGDREL-REC
                    STRING '  ' SR-DATA-VENC ' ' SR-CODIGO ' '
                           WK-PRIMEIRO-NOME ' ' WK-ULTIMO-NOME
                           ' ' WK-TEL-LISTA ' ' SR-MOTIVO
                           DELIMITED BY SIZE INTO AGDREL-REC
                    END-STRING
            END-READ
            IF WK-FS-CONTATO NOT = '00' OR NOT WK-REG-FALECIDO
               WRITE AGDREL-REC
            END-IF
            .
       P420-FIM.

       P430-IMPRIMIR-LINHA-PJ.
            MOVE SR-CODIGO               TO WK-CODIGO-PJ
            MOVE SPACES                  TO AGDREL-REC
            READ CONTPJ-MASTER
                 INVALID KEY
                    STRING '  ' SR-DATA-VENC ' ' SR-CODIGO
                           ' (EMPRESA NAO ENCONTRADA) ' SR-MOTIVO
                           DELIMITED BY SIZE INTO AGDREL-REC
                    END-STRING
                 NOT INVALID KEY
                    STRING '  ' SR-DATA-VENC ' ' SR-CODIGO ' '
                           WK-RAZAO-SOCIAL(1:30)
                           ' (' WK-DDD-PJ ') ' WK-PREFIXO-PJ '-'
                           WK-SUFIXO-PJ ' ' SR-MOTIVO
                           DELIMITED BY SIZE INTO AGDREL-REC
                    END-STRING
            END-READ
            WRITE AGDREL-REC
            .

      ******************************************************************
      * P440-ESCOLHER-TELEFONE: o primeiro telefone do contato que nao
      * esta no Nao Me Perturbe (WK-NMP-BLOQUEIO, marcado pelo
      * NMPCARGA). Todos bloqueados: so sai numero se houver
      * relacionamento documentado (finalidade L consentida no
      * CONSENT) - o telefone 1, marcado REL; sem ele o numero e
      * mascarado e a linha fica para outro canal.
      ******************************************************************
       P440-ESCOLHER-TELEFONE.
            MOVE ZEROS                   TO WK-IDX-ESCOLHIDO
            IF WK-QTDE-TELEFONES NOT NUMERIC OR
               WK-QTDE-TELEFONES = ZEROS
               MOVE 1                    TO WK-IDX-ESCOLHIDO
            ELSE
               PERFORM P445-PROCURAR-LIBERADO
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
               GO TO P440-FIM
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
       P440-FIM.

       P445-PROCURAR-LIBERADO.
            IF NOT WK-TEL-BLOQUEADO(WK-IDX-TEL)
               MOVE WK-IDX-TEL           TO WK-IDX-ESCOLHIDO
            END-IF
            .
       END PROGRAM AGDLIST.
