      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: EXECUCAO NOTURNA DA FILA DE RELATORIOS (FRLMSTR). OS
      *          PEDIDOS PENDENTES FEITOS NO FRLCNTT RODAM AQUI, NO
      *          CICLO DA NOITE (PASSO DO CICLCTRL, DEPOIS DO
      *          LOTCONTT), PRIMEIRO OS URGENTES, DEPOIS OS NORMAIS E
      *          OS DE PRIORIDADE BAIXA - EM CADA FAIXA NA ORDEM DO
      *          PEDIDO. ANTES DE RODAR, O PERFIL E CONFERIDO DE NOVO
      *          NO USERMSTR (MAIS A DELEGACAO VIGENTE HOJE): QUEM
      *          SAIU, FOI INATIVADO OU PERDEU O TOTAL DESDE O PEDIDO
      *          TEM O PEDIDO RECUSADO. O RELATORIO RODA EM
      *          WS-EXECUCAO-FILA COM OS PARAMETROS GUARDADOS; A
      *          SAIDA E REGISTRADA NO SPOOL (SPLUTIL/SPOOLCAT) EM
      *          NOME DE QUEM PEDIU E O PEDIDO FICA CONCLUIDO COM O
      *          SPL-ID, OU FALHOU COM O MOTIVO. O AVISO CHEGA NO
      *          PROXIMO LOGIN DO SOLICITANTE (MENUCNTT). RUNLOG COM
      *          RC 04 QUANDO ALGUM PEDIDO FALHA.
      * Modification History:
      *   15/10/2026 CS  Encerramento em P900-FINALIZAR, executado pelo
      *                  fluxo principal e pela saida sem fila.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRLEXEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELFRL'.
           COPY 'SELUSERS'.
           COPY 'SELDLG'.
           SELECT SAIDA-RELATORIO
               ASSIGN TO "FRLSAIDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-SAIDA.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDFRL'.
           COPY 'FDUSERS'.
           COPY 'FDDLG'.
       FD  SAIDA-RELATORIO
           LABEL RECORD IS STANDARD.
       01  SAIDA-REC                    PIC X(132).
       WORKING-STORAGE SECTION.
       77  WK-FS-FILA                   PIC X(02) VALUE SPACES.
       77  WK-FS-USUARIOS               PIC X(02) VALUE SPACES.
       77  WK-FS-DELEGACAO              PIC X(02) VALUE SPACES.
       77  WK-FS-SAIDA                  PIC X(02) VALUE SPACES.
           COPY 'PARMRUN'.
           COPY 'PARMSPL'.
           COPY 'COMAREA'.
           COPY 'TABELAFRL'.
       77  WK-TEM-USUARIOS              PIC X(01) VALUE 'N'.
       77  WK-TEM-DELEGACAO             PIC X(01) VALUE 'N'.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-SAIDA                 PIC X(01) VALUE 'N'.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-PRIORIDADE-VEZ            PIC 9(01) VALUE ZEROS.
       77  WK-IDX-CAT                   PIC 9(02) VALUE ZEROS.
       77  WK-POS-CAT                   PIC 9(02) VALUE ZEROS.
       77  WK-PERFIL-EFETIVO            PIC X(01) VALUE SPACE.
       77  WK-FILIAL-USUARIO            PIC X(03) VALUE SPACES.
       77  WK-DELEGADO-POR              PIC X(08) VALUE SPACES.
       77  WK-PROGRAMA                  PIC X(08) VALUE SPACES.
       77  WK-LINHAS-SAIDA              PIC 9(07) VALUE ZEROS.
       77  WK-MOTIVO                    PIC X(40) VALUE SPACES.
       77  WK-QTD-PEDIDOS               PIC 9(05) VALUE ZEROS.
       77  WK-QTD-CONCLUIDOS            PIC 9(05) VALUE ZEROS.
       77  WK-QTD-FALHAS                PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'FRLEXEC'               TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE

            OPEN I-O FILA-RELATORIOS
            IF WK-FS-FILA NOT = '00'
               DISPLAY 'FILA DE RELATORIOS VAZIA (FRLMSTR AUSENTE).'
               PERFORM P900-FINALIZAR
               STOP RUN
            END-IF
            OPEN INPUT USUARIOS
            IF WK-FS-USUARIOS = '00'
               MOVE 'S'                  TO WK-TEM-USUARIOS
            END-IF
            OPEN INPUT DELEGACAO-MASTER
            IF WK-FS-DELEGACAO = '00'
               MOVE 'S'                  TO WK-TEM-DELEGACAO
            END-IF

            PERFORM P100-PASSAR-FILA THRU P100-FIM
                    VARYING WK-PRIORIDADE-VEZ FROM 1 BY 1
                    UNTIL WK-PRIORIDADE-VEZ > 3

            CLOSE FILA-RELATORIOS
            IF WK-TEM-USUARIOS = 'S'
               CLOSE USUARIOS
            END-IF
            IF WK-TEM-DELEGACAO = 'S'
               CLOSE DELEGACAO-MASTER
            END-IF
            PERFORM P900-FINALIZAR
            STOP RUN
            .

      ******************************************************************
      * P100-PASSAR-FILA: uma passada pela fila inteira por faixa de
      * prioridade; dentro da faixa a chave (FRL-ID) ja e a ordem do
      * pedido.
      ******************************************************************
       P100-PASSAR-FILA.
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE ZEROS                   TO FRL-ID
            START FILA-RELATORIOS KEY IS NOT LESS THAN FRL-ID
                INVALID KEY
                   GO TO P100-FIM
            END-START
            PERFORM P110-LER-PEDIDO THRU P110-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P100-FIM.

       P110-LER-PEDIDO.
            READ FILA-RELATORIOS NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P110-FIM
            END-READ
            IF NOT FRL-PENDENTE
               GO TO P110-FIM
            END-IF
      *     Prioridade fora de 1-3 (registro antigo ou digitado a mao)
      *     roda junto com a faixa baixa.
            IF FRL-PRIORIDADE NOT = WK-PRIORIDADE-VEZ
               AND (FRL-PRIORIDADE-VALIDA OR WK-PRIORIDADE-VEZ < 3)
               GO TO P110-FIM
            END-IF

            ADD 1                        TO WK-QTD-PEDIDOS
            MOVE SPACES                  TO WK-MOTIVO
            PERFORM P200-RODAR-PEDIDO THRU P200-FIM
            MOVE FUNCTION CURRENT-DATE(1:14) TO FRL-DATA-EXECUCAO
            MOVE 'N'                     TO FRL-AVISADO
            IF WK-MOTIVO = SPACES
               SET FRL-CONCLUIDO         TO TRUE
               MOVE SPACES               TO FRL-MOTIVO
               ADD 1                     TO WK-QTD-CONCLUIDOS
               DISPLAY 'PEDIDO ' FRL-ID ' ' FRL-PROGRAMA ' DE '
                       FRL-USUARIO ' CONCLUIDO - SPOOL ' FRL-SPL-ID
            ELSE
               SET FRL-FALHOU            TO TRUE
               MOVE WK-MOTIVO            TO FRL-MOTIVO
               ADD 1                     TO WK-QTD-FALHAS
               DISPLAY 'PEDIDO ' FRL-ID ' ' FRL-PROGRAMA ' DE '
                       FRL-USUARIO ' FALHOU: ' WK-MOTIVO
            END-IF
            REWRITE REG-FILA
            IF WK-FS-FILA NOT = '00'
               DISPLAY 'ERRO AO ATUALIZAR O PEDIDO ' FRL-ID
                       ' - FS: ' WK-FS-FILA
            END-IF
            .
       P110-FIM.

      ******************************************************************
      * P200-RODAR-PEDIDO: catalogo, perfil, saida zerada, chamada,
      * conferencia da saida e registro no spool. Qualquer recusa
      * deixa o motivo em WK-MOTIVO e volta.
      ******************************************************************
       P200-RODAR-PEDIDO.
            MOVE ZEROS                   TO WK-POS-CAT
            PERFORM P210-COMPARAR-CATALOGO
                    VARYING WK-IDX-CAT FROM 1 BY 1
                    UNTIL WK-IDX-CAT > WK-QTD-CATALOGO-FRL
                       OR WK-POS-CAT > ZEROS
            IF WK-POS-CAT = ZEROS
               MOVE 'RELATORIO FORA DO CATALOGO DA FILA'
                                         TO WK-MOTIVO
               GO TO P200-FIM
            END-IF

            PERFORM P300-CONFERIR-PERFIL THRU P300-FIM
            IF WK-MOTIVO NOT = SPACES
               GO TO P200-FIM
            END-IF

      *     A saida e zerada antes: relatorio que desiste no meio nao
      *     pode mandar para o spool o arquivo da execucao anterior.
            DISPLAY 'DD_FRLSAIDA'        UPON ENVIRONMENT-NAME
            DISPLAY WK-FRL-SAIDA(WK-POS-CAT) UPON ENVIRONMENT-VALUE
            OPEN OUTPUT SAIDA-RELATORIO
            CLOSE SAIDA-RELATORIO

            INITIALIZE WS-COM-AREA
            MOVE FRL-USUARIO             TO WS-USUARIO-LOGADO
            MOVE WK-PERFIL-EFETIVO       TO WS-PERFIL-LOGADO
            MOVE WK-DELEGADO-POR         TO WS-DELEGADO-POR
            MOVE WK-FILIAL-USUARIO       TO WS-FILIAL-LOGADA
            SET WS-EXECUCAO-FILA         TO TRUE
            MOVE FRL-PARAMETROS          TO WS-PARAMETROS-FILA
            MOVE FRL-PROGRAMA            TO WK-PROGRAMA
            CALL WK-PROGRAMA USING WS-COM-AREA
                 ON EXCEPTION
                    MOVE 'PROGRAMA DO RELATORIO NAO ENCONTRADO'
                                         TO WK-MOTIVO
            END-CALL
            CANCEL WK-PROGRAMA
            IF WK-MOTIVO NOT = SPACES
               GO TO P200-FIM
            END-IF

            PERFORM P400-CONTAR-SAIDA THRU P400-FIM
            IF WK-LINHAS-SAIDA = ZEROS
               IF WS-MENSSAGEM NOT = SPACES
                  MOVE WS-MENSSAGEM      TO WK-MOTIVO
               ELSE
                  MOVE 'RELATORIO NAO PRODUZIU SAIDA' TO WK-MOTIVO
               END-IF
               GO TO P200-FIM
            END-IF

            MOVE FRL-PROGRAMA            TO LK-SPL-NOME
            MOVE FRL-USUARIO             TO LK-SPL-USUARIO
            MOVE WK-FRL-SAIDA(WK-POS-CAT) TO LK-SPL-ORIGEM
            MOVE ZEROS                   TO LK-SPL-ID
            CALL 'SPLUTIL' USING PARAMETRES-SPL
            IF NOT LK-SPL-OK
               STRING 'ERRO AO REGISTRAR NO SPOOL - FS '
                      LK-SPL-STATUS
                      DELIMITED BY SIZE INTO WK-MOTIVO
               END-STRING
               GO TO P200-FIM
            END-IF
            MOVE LK-SPL-ID               TO FRL-SPL-ID
            .
       P200-FIM.

       P210-COMPARAR-CATALOGO.
            IF WK-FRL-PROGRAMA(WK-IDX-CAT) = FRL-PROGRAMA
               MOVE WK-IDX-CAT           TO WK-POS-CAT
            END-IF
            .

      ******************************************************************
      * P300-CONFERIR-PERFIL: o perfil vale o de hoje, nao o do dia do
      * pedido - USERMSTR mais uma delegacao TOTAL vigente hoje
      * (DELEGMST), do mesmo jeito que o login aplica.
      ******************************************************************
       P300-CONFERIR-PERFIL.
            IF WK-TEM-USUARIOS NOT = 'S'
               MOVE 'CADASTRO DE USUARIOS INDISPONIVEL'
                                         TO WK-MOTIVO
               GO TO P300-FIM
            END-IF
            MOVE FRL-USUARIO             TO USR-ID
            READ USUARIOS
                 INVALID KEY
                    MOVE 'USUARIO NAO EXISTE MAIS' TO WK-MOTIVO
                    GO TO P300-FIM
            END-READ
            IF USR-INATIVO
               MOVE 'USUARIO INATIVO'    TO WK-MOTIVO
               GO TO P300-FIM
            END-IF
            MOVE USR-PERFIL              TO WK-PERFIL-EFETIVO
            MOVE USR-FILIAL              TO WK-FILIAL-USUARIO
            MOVE SPACES                  TO WK-DELEGADO-POR
            IF WK-PERFIL-EFETIVO NOT = 'T' AND WK-TEM-DELEGACAO = 'S'
               MOVE FRL-USUARIO          TO DLG-USUARIO
               READ DELEGACAO-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF WK-DATA-HOJE >= DLG-DATA-INICIO
                          AND WK-DATA-HOJE <= DLG-DATA-FIM
                          MOVE DLG-PERFIL TO WK-PERFIL-EFETIVO
                          MOVE DLG-CONCEDENTE TO WK-DELEGADO-POR
                       END-IF
               END-READ
            END-IF
            IF WK-FRL-PERFIL-MINIMO(WK-POS-CAT) = 'T'
               AND WK-PERFIL-EFETIVO NOT = 'T'
               MOVE 'PERFIL NAO PERMITE MAIS ESTE RELATORIO'
                                         TO WK-MOTIVO
            END-IF
            .
       P300-FIM.

       P400-CONTAR-SAIDA.
            MOVE ZEROS                   TO WK-LINHAS-SAIDA
            OPEN INPUT SAIDA-RELATORIO
            IF WK-FS-SAIDA NOT = '00'
               GO TO P400-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-SAIDA
            PERFORM P410-LER-SAIDA THRU P410-FIM
                    UNTIL WK-FIM-SAIDA = 'S'
            CLOSE SAIDA-RELATORIO
            .
       P400-FIM.

       P410-LER-SAIDA.
            READ SAIDA-RELATORIO
                 AT END
                    MOVE 'S'             TO WK-FIM-SAIDA
                 NOT AT END
                    ADD 1                TO WK-LINHAS-SAIDA
            END-READ
            .
       P410-FIM.

       P900-FINALIZAR.
            DISPLAY 'PEDIDOS PROCESSADOS: ' WK-QTD-PEDIDOS
            DISPLAY 'CONCLUIDOS.........: ' WK-QTD-CONCLUIDOS
            DISPLAY 'FALHARAM...........: ' WK-QTD-FALHAS

            MOVE 'FRLEXEC'               TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-PEDIDOS          TO LK-RUN-QTD-LIDOS
            MOVE WK-QTD-CONCLUIDOS       TO LK-RUN-QTD-APLICADOS
            MOVE WK-QTD-FALHAS           TO LK-RUN-QTD-REJEITADOS
            IF WK-QTD-FALHAS > ZEROS
               MOVE 4                    TO LK-RUN-CODIGO-RETORNO
            ELSE
               MOVE ZEROS                TO LK-RUN-CODIGO-RETORNO
            END-IF
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM FRLEXEC.
