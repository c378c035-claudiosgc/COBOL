      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: FILA DE RELATORIOS DA NOITE (FRLMSTR). DIRETORIO,
      *          BUSCA NAS NOTAS, TRILHA DE AUDITORIA COM O MORTO,
      *          QUALIDADE E QUASE-DUPLICADOS RODADOS NO MEIO DO DIA
      *          DEIXAM TODAS AS TELAS LENTAS E O OPERADOR ESPERANDO.
      *          AQUI O OPERADOR PEDE O RELATORIO DO CATALOGO
      *          (TABELAFRL): A PROPRIA TELA DO RELATORIO PERGUNTA
      *          OS PARAMETROS DE SEMPRE (WS-COLETA-PEDIDO) E O
      *          PEDIDO ENTRA NA FILA COM A PRIORIDADE ESCOLHIDA. O
      *          PERFIL E CONFERIDO AGORA E DE NOVO NA HORA DE RODAR
      *          (FRLEXEC). LISTA OS PEDIDOS (O TOTAL VE TODOS) E
      *          CANCELA PEDIDO AINDA PENDENTE. O RESULTADO CHEGA NO
      *          SPOOL EM NOME DE QUEM PEDIU E COMO AVISO NO LOGIN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRLCNTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELFRL'.
           COPY 'SELAUDIT'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDFRL'.
           COPY 'FDAUDIT'.
       WORKING-STORAGE SECTION.
       77  WK-FS-FILA                   PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
           COPY 'TABELAFRL'.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-ESCOLHA                   PIC 9(02) VALUE ZEROS.
       77  WK-IDX-CAT                   PIC 9(02) VALUE ZEROS.
       77  WK-PRIORIDADE                PIC X(01) VALUE SPACE.
       77  WK-PROX-ID                   PIC 9(06) VALUE ZEROS.
       77  WK-ID-PEDIDO                 PIC 9(06) VALUE ZEROS.
       77  WK-QTD-LISTADOS              PIC 9(05) VALUE ZEROS.
       77  WK-JA-PEDIDO                 PIC X(01) VALUE 'N'.
       77  WK-CONFIRMA                  PIC X(01) VALUE SPACE.
       77  WK-PARAMETROS                PIC X(100) VALUE SPACES.
       77  WK-SITUACAO-TEXTO            PIC X(09) VALUE SPACES.
       77  WK-AUD-TEXTO                 PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            OPEN I-O FILA-RELATORIOS
            IF WK-FS-FILA = '35'
               OPEN OUTPUT FILA-RELATORIOS
               CLOSE FILA-RELATORIOS
               OPEN I-O FILA-RELATORIOS
            END-IF

            MOVE SPACES                  TO WK-SUBOPCAO
            PERFORM P200-PROCESSA THRU P200-FIM
                    UNTIL WK-SUBOPCAO = 'S' OR WK-SUBOPCAO = 's'
            CLOSE FILA-RELATORIOS
            MOVE ' *** FILA DE RELATORIOS DA NOITE ***    ' TO
                                         WS-MENSSAGEM
            GOBACK
            .

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** FILA DE RELATORIOS DA NOITE ***'
            DISPLAY '1 - LISTAR PEDIDOS'
            DISPLAY '2 - PEDIR RELATORIO PARA A NOITE'
            DISPLAY '3 - CANCELAR PEDIDO PENDENTE'
            DISPLAY 'S - SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WK-SUBOPCAO

            EVALUATE WK-SUBOPCAO
               WHEN '1'
                  PERFORM P300-LISTAR THRU P300-FIM
               WHEN '2'
                  PERFORM P400-PEDIR THRU P400-FIM
               WHEN '3'
                  PERFORM P500-CANCELAR THRU P500-FIM
               WHEN 'S'
               WHEN 's'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P200-FIM.

      ******************************************************************
      * P300-LISTAR: o operador ve os proprios pedidos; o TOTAL ve a
      * fila inteira.
      ******************************************************************
       P300-LISTAR.
            DISPLAY 'PEDIDO PROGRAMA USUARIO  P PEDIDO EM      '
                    'SITUACAO  SPOOL  MOTIVO'
            MOVE ZEROS                   TO WK-QTD-LISTADOS
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE ZEROS                   TO FRL-ID
            START FILA-RELATORIOS KEY IS NOT LESS THAN FRL-ID
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P310-LISTAR-UM THRU P310-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-QTD-LISTADOS = ZEROS
               DISPLAY 'NENHUM PEDIDO NA FILA.'
            END-IF
            .
       P300-FIM.

       P310-LISTAR-UM.
            READ FILA-RELATORIOS NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P310-FIM
            END-READ
            IF NOT WS-PERFIL-TOTAL
               AND FRL-USUARIO NOT = WS-USUARIO-LOGADO
               GO TO P310-FIM
            END-IF
            ADD 1                        TO WK-QTD-LISTADOS
            EVALUATE TRUE
               WHEN FRL-PENDENTE
                  MOVE 'PENDENTE'        TO WK-SITUACAO-TEXTO
               WHEN FRL-CONCLUIDO
                  MOVE 'CONCLUIDO'       TO WK-SITUACAO-TEXTO
               WHEN FRL-FALHOU
                  MOVE 'FALHOU'          TO WK-SITUACAO-TEXTO
               WHEN OTHER
                  MOVE 'CANCELADO'       TO WK-SITUACAO-TEXTO
            END-EVALUATE
            DISPLAY FRL-ID ' ' FRL-PROGRAMA ' ' FRL-USUARIO ' '
                    FRL-PRIORIDADE ' ' FRL-DATA-PEDIDO(1:12) ' '
                    WK-SITUACAO-TEXTO ' ' FRL-SPL-ID ' '
                    FRL-MOTIVO
            .
       P310-FIM.

      ******************************************************************
      * P400-PEDIR: o relatorio tem que estar no catalogo e o perfil
      * da sessao tem que alcancar o minimo dele; os parametros vem
      * da tela do proprio relatorio. Urgente (1) so para TOTAL.
      ******************************************************************
       P400-PEDIR.
            DISPLAY 'RELATORIOS QUE PODEM IR PARA A NOITE:'
            PERFORM P410-MOSTRAR-CATALOGO
                    VARYING WK-IDX-CAT FROM 1 BY 1
                    UNTIL WK-IDX-CAT > WK-QTD-CATALOGO-FRL
            DISPLAY 'NUMERO DO RELATORIO (0 P/ VOLTAR): '
            ACCEPT WK-ESCOLHA
            IF WK-ESCOLHA = ZEROS
               GO TO P400-FIM
            END-IF
            IF WK-ESCOLHA > WK-QTD-CATALOGO-FRL
               DISPLAY 'RELATORIO INVALIDO.'
               GO TO P400-FIM
            END-IF
            IF WK-FRL-PERFIL-MINIMO(WK-ESCOLHA) = 'T'
               AND NOT WS-PERFIL-TOTAL
               DISPLAY 'SEU PERFIL NAO PERMITE ESTE RELATORIO.'
               GO TO P400-FIM
            END-IF

            MOVE SPACES                  TO WK-PARAMETROS
            IF WK-FRL-COLETA(WK-ESCOLHA) = 'S'
               PERFORM P420-COLHER-PARAMETROS
               IF WK-PARAMETROS = HIGH-VALUES
                  DISPLAY 'PEDIDO ABANDONADO NA TELA DO RELATORIO.'
                  GO TO P400-FIM
               END-IF
            END-IF

            PERFORM P430-PROCURAR-IGUAL THRU P430-FIM
            IF WK-JA-PEDIDO = 'S'
               DISPLAY 'JA HA PEDIDO PENDENTE IGUAL (' WK-ID-PEDIDO
                       ') - NADA FOI INCLUIDO.'
               GO TO P400-FIM
            END-IF

            DISPLAY 'PRIORIDADE 1-URGENTE 2-NORMAL 3-BAIXA '
                    '(ENTER = 2): '
            MOVE SPACE                   TO WK-PRIORIDADE
            ACCEPT WK-PRIORIDADE
            IF WK-PRIORIDADE = SPACE
               MOVE '2'                  TO WK-PRIORIDADE
            END-IF
            IF WK-PRIORIDADE NOT = '1' AND WK-PRIORIDADE NOT = '2'
               AND WK-PRIORIDADE NOT = '3'
               DISPLAY 'PRIORIDADE INVALIDA.'
               GO TO P400-FIM
            END-IF
            IF WK-PRIORIDADE = '1' AND NOT WS-PERFIL-TOTAL
               DISPLAY 'PRIORIDADE URGENTE SO PARA PERFIL TOTAL.'
               GO TO P400-FIM
            END-IF

            PERFORM P440-PROXIMO-ID THRU P440-FIM
            INITIALIZE REG-FILA
            MOVE WK-PROX-ID              TO FRL-ID
            MOVE WK-FRL-PROGRAMA(WK-ESCOLHA) TO FRL-PROGRAMA
            MOVE WS-USUARIO-LOGADO       TO FRL-USUARIO
            MOVE WS-PERFIL-LOGADO        TO FRL-PERFIL
            MOVE WS-FILIAL-LOGADA        TO FRL-FILIAL
            MOVE WK-PRIORIDADE           TO FRL-PRIORIDADE
            MOVE FUNCTION CURRENT-DATE(1:14) TO FRL-DATA-PEDIDO
            MOVE WK-PARAMETROS           TO FRL-PARAMETROS
            SET FRL-PENDENTE             TO TRUE
            MOVE 'N'                     TO FRL-AVISADO
            WRITE REG-FILA
            IF WK-FS-FILA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O PEDIDO - FS: ' WK-FS-FILA
               GO TO P400-FIM
            END-IF
            DISPLAY 'PEDIDO ' FRL-ID ' NA FILA - RODA NO CICLO DA '
                    'NOITE; O AVISO VEM NO PROXIMO LOGIN.'
            MOVE SPACES                  TO WK-AUD-TEXTO
            STRING 'PEDIDO ' FRL-ID ' ' FRL-PROGRAMA ' PRIOR. '
                   FRL-PRIORIDADE
                   DELIMITED BY SIZE INTO WK-AUD-TEXTO
            END-STRING
            PERFORM P800-GRAVAR-AUDITORIA
            .
       P400-FIM.

       P410-MOSTRAR-CATALOGO.
            IF WK-FRL-PERFIL-MINIMO(WK-IDX-CAT) = 'T'
               DISPLAY WK-IDX-CAT ' - ' WK-FRL-PROGRAMA(WK-IDX-CAT)
                       ' ' WK-FRL-DESCRICAO(WK-IDX-CAT) ' (TOTAL)'
            ELSE
               DISPLAY WK-IDX-CAT ' - ' WK-FRL-PROGRAMA(WK-IDX-CAT)
                       ' ' WK-FRL-DESCRICAO(WK-IDX-CAT)
            END-IF
            .

      ******************************************************************
      * P420-COLHER-PARAMETROS: chama o relatorio em WS-COLETA-PEDIDO -
      * ele pergunta o de sempre, devolve em WS-PARAMETROS-FILA e
      * volta sem rodar. Se desistir no meio, o campo volta com os
      * HIGH-VALUES postos aqui. CANCEL para a proxima chamada pelo
      * menu comecar limpa.
      ******************************************************************
       P420-COLHER-PARAMETROS.
            MOVE HIGH-VALUES             TO WS-PARAMETROS-FILA
            SET WS-COLETA-PEDIDO         TO TRUE
            CALL WK-FRL-PROGRAMA(WK-ESCOLHA) USING WS-COM-AREA
                 ON EXCEPTION
                    DISPLAY 'RELATORIO NAO DISPONIVEL NESTA '
                            'INSTALACAO.'
            END-CALL
            CANCEL WK-FRL-PROGRAMA(WK-ESCOLHA)
            MOVE WS-PARAMETROS-FILA      TO WK-PARAMETROS
            MOVE SPACE                   TO WS-MODO-EXECUCAO
            MOVE SPACES                  TO WS-PARAMETROS-FILA
            .

       P430-PROCURAR-IGUAL.
            MOVE 'N'                     TO WK-JA-PEDIDO
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE ZEROS                   TO FRL-ID
            START FILA-RELATORIOS KEY IS NOT LESS THAN FRL-ID
                INVALID KEY
                   GO TO P430-FIM
            END-START
            PERFORM P435-COMPARAR-PEDIDO THRU P435-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P430-FIM.

       P435-COMPARAR-PEDIDO.
            READ FILA-RELATORIOS NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P435-FIM
            END-READ
            IF FRL-PENDENTE
               AND FRL-USUARIO = WS-USUARIO-LOGADO
               AND FRL-PROGRAMA = WK-FRL-PROGRAMA(WK-ESCOLHA)
               AND FRL-PARAMETROS = WK-PARAMETROS
               MOVE 'S'                  TO WK-JA-PEDIDO
               MOVE FRL-ID               TO WK-ID-PEDIDO
               MOVE 'S'                  TO WK-FIM-ARQ
            END-IF
            .
       P435-FIM.

       P440-PROXIMO-ID.
            MOVE ZEROS                   TO WK-PROX-ID
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE ZEROS                   TO FRL-ID
            START FILA-RELATORIOS KEY IS NOT LESS THAN FRL-ID
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P445-LER-ID THRU P445-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            ADD 1                        TO WK-PROX-ID
            .
       P440-FIM.

       P445-LER-ID.
            READ FILA-RELATORIOS NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    IF FRL-ID > WK-PROX-ID
                       MOVE FRL-ID       TO WK-PROX-ID
                    END-IF
            END-READ
            .
       P445-FIM.

      ******************************************************************
      * P500-CANCELAR: so pedido pendente; o operador cancela o que e
      * seu, o TOTAL cancela qualquer um.
      ******************************************************************
       P500-CANCELAR.
            DISPLAY 'NUMERO DO PEDIDO: '
            ACCEPT WK-ID-PEDIDO
            MOVE WK-ID-PEDIDO            TO FRL-ID
            READ FILA-RELATORIOS
                 INVALID KEY
                    DISPLAY 'PEDIDO NAO ENCONTRADO.'
                    GO TO P500-FIM
            END-READ
            IF NOT WS-PERFIL-TOTAL
               AND FRL-USUARIO NOT = WS-USUARIO-LOGADO
               DISPLAY 'PEDIDO DE OUTRO OPERADOR.'
               GO TO P500-FIM
            END-IF
            IF NOT FRL-PENDENTE
               DISPLAY 'PEDIDO JA NAO ESTA PENDENTE.'
               GO TO P500-FIM
            END-IF
            DISPLAY 'CANCELAR O PEDIDO ' FRL-ID ' (' FRL-PROGRAMA
                    ') (S/N)? '
            ACCEPT WK-CONFIRMA
            IF WK-CONFIRMA NOT = 'S' AND WK-CONFIRMA NOT = 's'
               GO TO P500-FIM
            END-IF
            SET FRL-CANCELADO            TO TRUE
            MOVE FUNCTION CURRENT-DATE(1:14) TO FRL-DATA-EXECUCAO
            MOVE SPACES                  TO FRL-MOTIVO
            STRING 'CANCELADO POR ' WS-USUARIO-LOGADO
                   DELIMITED BY SIZE INTO FRL-MOTIVO
            END-STRING
            MOVE 'S'                     TO FRL-AVISADO
            REWRITE REG-FILA
            IF WK-FS-FILA NOT = '00'
               DISPLAY 'ERRO AO CANCELAR - FS: ' WK-FS-FILA
               GO TO P500-FIM
            END-IF
            DISPLAY 'PEDIDO CANCELADO.'
            MOVE SPACES                  TO WK-AUD-TEXTO
            STRING 'CANCELADO ' FRL-ID ' ' FRL-PROGRAMA ' DE '
                   FRL-USUARIO
                   DELIMITED BY SIZE INTO WK-AUD-TEXTO
            END-STRING
            PERFORM P800-GRAVAR-AUDITORIA
            .
       P500-FIM.

       P800-GRAVAR-AUDITORIA.
            OPEN EXTEND AUDITORIA
            IF WK-FS-AUDITORIA = '35'
               OPEN OUTPUT AUDITORIA
            END-IF

            MOVE FUNCTION CURRENT-DATE   TO AUD-DATA-HORA
            MOVE 'RELAT-FILA'            TO AUD-OPERACAO
            MOVE ZEROS                   TO AUD-CODIGO
            MOVE WS-USUARIO-LOGADO       TO AUD-USUARIO
            MOVE WK-AUD-TEXTO            TO AUD-MENSAGEM

            MOVE ZEROS                  TO AUD-ELO
            MOVE AUDIT-REC(1:90)        TO LK-SELO-CONTEUDO
            SET LK-SELO-PROXIMO         TO TRUE
            CALL 'SELOUTIL' USING PARAMETRES-SELO
            MOVE LK-SELO-ELO            TO AUD-ELO
            WRITE AUDIT-REC

            CLOSE AUDITORIA
            .
       END PROGRAM FRLCNTT.
