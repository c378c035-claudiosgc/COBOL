      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DAS TURMAS (TURMMSTR). O TURFORMA FORMA
      *          AS TURMAS DO ANO EM LOTE; AQUI A SECRETARIA LISTA UMA
      *          TURMA, CONSULTA EM QUE TURMA ESTA UM ALUNO, COLOCA OU
      *          MUDA UM ALUNO DE TURMA A MAO (AVISANDO QUANDO A
      *          TURMA DE DESTINO JA ESTA NA CAPACIDADE), RETIRA UM
      *          ALUNO DA TURMA E REGISTRA O PEDIDO DA FAMILIA PARA
      *          OS IRMAOS FICAREM JUNTOS OU SEPARADOS (IRMPREF) NA
      *          PROXIMA FORMACAO. TODA ALTERACAO EXIGE PERFIL TOTAL
      *          E VAI PARA A TRILHA DE AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURMANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELTUR'.
           COPY 'SELIRM'.
           COPY 'SELALID'.
           COPY 'SELAUDIT'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDTUR'.
           COPY 'FDIRM'.
           COPY 'FDALID'.
           COPY 'FDAUDIT'.
       WORKING-STORAGE SECTION.
       77  WK-FS-TURMA                  PIC X(02) VALUE SPACES.
       77  WK-FS-IRMAOS                 PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
           COPY 'PARMCFG'.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-ANO-INF                   PIC 9(04) VALUE ZEROS.
       77  WK-TURMA-INF                 PIC X(10) VALUE SPACES.
       77  WK-MATRICULA-INF             PIC 9(06) VALUE ZEROS.
       77  WK-GUARDIAO-INF              PIC 9(06) VALUE ZEROS.
       77  WK-PREFERENCIA-INF           PIC X(01) VALUE SPACES.
       77  WK-TURMA-ATUAL               PIC X(10) VALUE SPACES.
       77  WK-ACHOU                     PIC X(01) VALUE 'N'.
       77  WK-CONFIRMA                  PIC X(01) VALUE 'N'.
       77  WK-CAPACIDADE                PIC 9(03) VALUE 40.
       77  WK-QTD-NA-TURMA              PIC 9(04) VALUE ZEROS.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-OPERACAO-AUDIT            PIC X(10) VALUE SPACES.
       77  WK-MENSAGEM-AUDIT            PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            MOVE 'TURMA-CAPACIDADE'      TO LK-CFG-CHAVE
            MOVE 40                      TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-CAPACIDADE

            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P200-PROCESSA THRU P200-FIM
                    UNTIL WK-SUBOPCAO = 'S' OR WK-SUBOPCAO = 's'
            CLOSE TURMA-MASTER IRMAOS-PREFERENCIA ALUNO-IDENTIDADE
            MOVE ' *** TURMAS ***                         ' TO
                                         WS-MENSSAGEM
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
            OPEN I-O TURMA-MASTER
            IF WK-FS-TURMA = '35'
               OPEN OUTPUT TURMA-MASTER
               CLOSE TURMA-MASTER
               OPEN I-O TURMA-MASTER
            END-IF
            OPEN I-O IRMAOS-PREFERENCIA
            IF WK-FS-IRMAOS = '35'
               OPEN OUTPUT IRMAOS-PREFERENCIA
               CLOSE IRMAOS-PREFERENCIA
               OPEN I-O IRMAOS-PREFERENCIA
            END-IF
            OPEN INPUT ALUNO-IDENTIDADE
            IF WK-FS-ALUNOID = '35'
               OPEN OUTPUT ALUNO-IDENTIDADE
               CLOSE ALUNO-IDENTIDADE
               OPEN INPUT ALUNO-IDENTIDADE
            END-IF
            .

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** TURMAS DO ANO LETIVO ***'
            DISPLAY '1 - LISTAR UMA TURMA'
            DISPLAY '2 - CONSULTAR TURMA DE UM ALUNO'
            DISPLAY '3 - COLOCAR / MUDAR ALUNO DE TURMA'
            DISPLAY '4 - RETIRAR ALUNO DA TURMA'
            DISPLAY '5 - IRMAOS JUNTOS OU SEPARADOS (PEDIDO DA FAMILIA)'
            DISPLAY 'S - SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WK-SUBOPCAO

            EVALUATE WK-SUBOPCAO
               WHEN '1'
                  PERFORM P300-LISTAR-TURMA THRU P300-FIM
               WHEN '2'
                  PERFORM P400-CONSULTAR THRU P400-FIM
               WHEN '3'
                  IF WS-PERFIL-TOTAL
                     PERFORM P500-MOVER THRU P500-FIM
                  ELSE
                     DISPLAY 'MUDAR DE TURMA EXIGE PERFIL TOTAL.'
                  END-IF
               WHEN '4'
                  IF WS-PERFIL-TOTAL
                     PERFORM P600-RETIRAR THRU P600-FIM
                  ELSE
                     DISPLAY 'RETIRAR DA TURMA EXIGE PERFIL TOTAL.'
                  END-IF
               WHEN '5'
                  IF WS-PERFIL-TOTAL
                     PERFORM P700-PREFERENCIA THRU P700-FIM
                  ELSE
                     DISPLAY 'PEDIDO DE IRMAOS EXIGE PERFIL TOTAL.'
                  END-IF
               WHEN 'S'
               WHEN 's'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P200-FIM.

       P300-LISTAR-TURMA.
            DISPLAY 'ANO LETIVO (AAAA): '
            ACCEPT WK-ANO-INF
            DISPLAY 'TURMA: '
            ACCEPT WK-TURMA-INF
            MOVE ZEROS                   TO WK-QTD-NA-TURMA
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-ANO-INF              TO TUR-ANO
            MOVE WK-TURMA-INF            TO TUR-TURMA
            MOVE ZEROS                   TO TUR-MATRICULA
            START TURMA-MASTER KEY IS NOT LESS THAN TUR-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            DISPLAY 'MATRIC ALUNO                SERIE ORIGEM'
            PERFORM P310-LISTAR-UM THRU P310-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            DISPLAY WK-QTD-NA-TURMA ' ALUNO(S) NA TURMA (CAPACIDADE '
                    WK-CAPACIDADE ').'
            .
       P300-FIM.

       P310-LISTAR-UM.
            READ TURMA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P310-FIM
            END-READ
            IF TUR-ANO NOT = WK-ANO-INF
               OR TUR-TURMA NOT = WK-TURMA-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P310-FIM
            END-IF
            ADD 1                        TO WK-QTD-NA-TURMA
            MOVE TUR-MATRICULA           TO MAT-MATRICULA
            READ ALUNO-IDENTIDADE
                 INVALID KEY
                    MOVE '(FORA DO ALUNOID)' TO MAT-NOME
            END-READ
            DISPLAY TUR-MATRICULA ' ' MAT-NOME ' ' TUR-SERIE '    '
                    TUR-ORIGEM
            .
       P310-FIM.

       P400-CONSULTAR.
            DISPLAY 'ANO LETIVO (AAAA): '
            ACCEPT WK-ANO-INF
            DISPLAY 'MATRICULA: '
            ACCEPT WK-MATRICULA-INF
            PERFORM P450-ACHAR-TURMA-ALUNO THRU P450-FIM
            IF WK-ACHOU = 'S'
               DISPLAY 'ALUNO ' WK-MATRICULA-INF ' NA TURMA '
                       WK-TURMA-ATUAL ' (' TUR-ORIGEM ' - '
                       TUR-USUARIO ' ' TUR-DATA ').'
            ELSE
               DISPLAY 'ALUNO SEM TURMA EM ' WK-ANO-INF '.'
            END-IF
            .
       P400-FIM.

      ******************************************************************
      * P450-ACHAR-TURMA-ALUNO: a chave e por turma, entao a turma de
      * um aluno sai de uma varredura do ano. Deixa o registro achado
      * em REG-TURMA.
      ******************************************************************
       P450-ACHAR-TURMA-ALUNO.
            MOVE 'N'                     TO WK-ACHOU
            MOVE SPACES                  TO WK-TURMA-ATUAL
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-ANO-INF              TO TUR-ANO
            MOVE LOW-VALUES              TO TUR-TURMA
            MOVE ZEROS                   TO TUR-MATRICULA
            START TURMA-MASTER KEY IS NOT LESS THAN TUR-CHAVE
                INVALID KEY
                   GO TO P450-FIM
            END-START
            PERFORM P455-LER-ANO THRU P455-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P450-FIM.

       P455-LER-ANO.
            READ TURMA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P455-FIM
            END-READ
            IF TUR-ANO NOT = WK-ANO-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P455-FIM
            END-IF
            IF TUR-MATRICULA = WK-MATRICULA-INF
               MOVE 'S'                  TO WK-ACHOU
               MOVE TUR-TURMA            TO WK-TURMA-ATUAL
               MOVE 'S'                  TO WK-FIM-ARQ
            END-IF
            .
       P455-FIM.

      ******************************************************************
      * P500-MOVER: aluno sem turma no ano entra na turma informada;
      * aluno com turma sai da antiga e entra na nova. Turma de
      * destino ja na capacidade pede confirmacao.
      ******************************************************************
       P500-MOVER.
            DISPLAY 'ANO LETIVO (AAAA): '
            ACCEPT WK-ANO-INF
            DISPLAY 'MATRICULA: '
            ACCEPT WK-MATRICULA-INF
            MOVE WK-MATRICULA-INF        TO MAT-MATRICULA
            READ ALUNO-IDENTIDADE
                 INVALID KEY
                    DISPLAY 'MATRICULA NAO CADASTRADA (ALUNOID).'
                    GO TO P500-FIM
            END-READ
            IF NOT MAT-ATIVO
               DISPLAY 'ALUNO NAO ESTA ATIVO (' MAT-STATUS ').'
               GO TO P500-FIM
            END-IF
            PERFORM P450-ACHAR-TURMA-ALUNO THRU P450-FIM
            IF WK-ACHOU = 'S'
               DISPLAY 'TURMA ATUAL: ' WK-TURMA-ATUAL
            END-IF
            DISPLAY 'NOVA TURMA: '
            ACCEPT WK-TURMA-INF
            IF WK-TURMA-INF = SPACES
               OR WK-TURMA-INF = WK-TURMA-ATUAL
               DISPLAY 'NADA A MUDAR.'
               GO TO P500-FIM
            END-IF
            PERFORM P550-CONTAR-TURMA THRU P550-FIM
            IF WK-QTD-NA-TURMA NOT < WK-CAPACIDADE
               DISPLAY 'TURMA ' WK-TURMA-INF ' JA TEM '
                       WK-QTD-NA-TURMA ' ALUNO(S) - CONFIRMA (S/N)? '
               ACCEPT WK-CONFIRMA
               IF WK-CONFIRMA NOT = 'S' AND WK-CONFIRMA NOT = 's'
                  GO TO P500-FIM
               END-IF
            END-IF

            IF WK-ACHOU = 'S'
               MOVE WK-ANO-INF           TO TUR-ANO
               MOVE WK-TURMA-ATUAL       TO TUR-TURMA
               MOVE WK-MATRICULA-INF     TO TUR-MATRICULA
               DELETE TURMA-MASTER
                   INVALID KEY
                      DISPLAY 'ERRO AO RETIRAR DA TURMA ANTIGA - FS: '
                              WK-FS-TURMA
                      GO TO P500-FIM
               END-DELETE
            END-IF
            MOVE WK-ANO-INF              TO TUR-ANO
            MOVE WK-TURMA-INF            TO TUR-TURMA
            MOVE WK-MATRICULA-INF        TO TUR-MATRICULA
            MOVE MAT-SERIE               TO TUR-SERIE
            SET TUR-MANUAL               TO TRUE
            MOVE WS-USUARIO-LOGADO       TO TUR-USUARIO
            MOVE WK-DATA-HOJE            TO TUR-DATA
            WRITE REG-TURMA
            IF WK-FS-TURMA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR TURMA - FS: ' WK-FS-TURMA
               GO TO P500-FIM
            END-IF
            DISPLAY 'ALUNO ' WK-MATRICULA-INF ' NA TURMA '
                    WK-TURMA-INF '.'
            MOVE SPACES                  TO WK-MENSAGEM-AUDIT
            IF WK-ACHOU = 'S'
               MOVE 'TURMA-MOV'          TO WK-OPERACAO-AUDIT
               STRING WK-MATRICULA-INF ' ' WK-ANO-INF ' DE '
                      WK-TURMA-ATUAL ' P/ ' WK-TURMA-INF
                      DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
               END-STRING
            ELSE
               MOVE 'TURMA-INC'          TO WK-OPERACAO-AUDIT
               STRING WK-MATRICULA-INF ' ' WK-ANO-INF ' NA TURMA '
                      WK-TURMA-INF
                      DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
               END-STRING
            END-IF
            PERFORM P900-GRAVA-AUDITORIA
            .
       P500-FIM.

       P550-CONTAR-TURMA.
            MOVE ZEROS                   TO WK-QTD-NA-TURMA
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-ANO-INF              TO TUR-ANO
            MOVE WK-TURMA-INF            TO TUR-TURMA
            MOVE ZEROS                   TO TUR-MATRICULA
            START TURMA-MASTER KEY IS NOT LESS THAN TUR-CHAVE
                INVALID KEY
                   GO TO P550-FIM
            END-START
            PERFORM P555-CONTAR-UM THRU P555-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P550-FIM.

       P555-CONTAR-UM.
            READ TURMA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P555-FIM
            END-READ
            IF TUR-ANO NOT = WK-ANO-INF
               OR TUR-TURMA NOT = WK-TURMA-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P555-FIM
            END-IF
            ADD 1                        TO WK-QTD-NA-TURMA
            .
       P555-FIM.

       P600-RETIRAR.
            DISPLAY 'ANO LETIVO (AAAA): '
            ACCEPT WK-ANO-INF
            DISPLAY 'MATRICULA: '
            ACCEPT WK-MATRICULA-INF
            PERFORM P450-ACHAR-TURMA-ALUNO THRU P450-FIM
            IF WK-ACHOU = 'N'
               DISPLAY 'ALUNO SEM TURMA EM ' WK-ANO-INF '.'
               GO TO P600-FIM
            END-IF
            DISPLAY 'RETIRAR ' WK-MATRICULA-INF ' DA TURMA '
                    WK-TURMA-ATUAL ' (S/N)? '
            ACCEPT WK-CONFIRMA
            IF WK-CONFIRMA NOT = 'S' AND WK-CONFIRMA NOT = 's'
               GO TO P600-FIM
            END-IF
            DELETE TURMA-MASTER
            IF WK-FS-TURMA NOT = '00'
               DISPLAY 'ERRO AO RETIRAR - FS: ' WK-FS-TURMA
               GO TO P600-FIM
            END-IF
            DISPLAY 'ALUNO RETIRADO DA TURMA.'
            MOVE 'TURMA-EXC'             TO WK-OPERACAO-AUDIT
            MOVE SPACES                  TO WK-MENSAGEM-AUDIT
            STRING WK-MATRICULA-INF ' ' WK-ANO-INF ' FORA DA '
                   WK-TURMA-ATUAL
                   DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
            END-STRING
            PERFORM P900-GRAVA-AUDITORIA
            .
       P600-FIM.

      ******************************************************************
      * P700-PREFERENCIA: pedido da familia, por responsavel - vale
      * para todos os irmaos da mesma serie na proxima formacao.
      * Branco apaga o pedido.
      ******************************************************************
       P700-PREFERENCIA.
            DISPLAY 'CODIGO DO RESPONSAVEL (MAT-GUARDIAO): '
            ACCEPT WK-GUARDIAO-INF
            MOVE WK-GUARDIAO-INF         TO IRM-GUARDIAO
            READ IRMAOS-PREFERENCIA
                 INVALID KEY
                    DISPLAY 'SEM PEDIDO REGISTRADO.'
                    MOVE SPACE           TO IRM-PREFERENCIA
                 NOT INVALID KEY
                    DISPLAY 'PEDIDO ATUAL: ' IRM-PREFERENCIA
                            ' (' IRM-USUARIO ' ' IRM-DATA ')'
            END-READ
            DISPLAY 'J = JUNTOS, S = SEPARADOS, BRANCO = SEM PEDIDO: '
            MOVE SPACE                   TO WK-PREFERENCIA-INF
            ACCEPT WK-PREFERENCIA-INF
            MOVE SPACES                  TO WK-MENSAGEM-AUDIT
            IF WK-PREFERENCIA-INF = SPACE
               MOVE WK-GUARDIAO-INF      TO IRM-GUARDIAO
               DELETE IRMAOS-PREFERENCIA
                   INVALID KEY
                      GO TO P700-FIM
               END-DELETE
               DISPLAY 'PEDIDO APAGADO.'
               STRING 'RESP ' WK-GUARDIAO-INF ' IRMAOS SEM PEDIDO'
                      DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
               END-STRING
            ELSE
               MOVE WK-PREFERENCIA-INF   TO IRM-PREFERENCIA
               IF NOT IRM-VALIDA
                  DISPLAY 'PEDIDO INVALIDO - USE J OU S.'
                  GO TO P700-FIM
               END-IF
               MOVE WK-GUARDIAO-INF      TO IRM-GUARDIAO
               MOVE WS-USUARIO-LOGADO    TO IRM-USUARIO
               MOVE WK-DATA-HOJE         TO IRM-DATA
               WRITE REG-IRMAOS
               IF WK-FS-IRMAOS = '22'
                  REWRITE REG-IRMAOS
               END-IF
               DISPLAY 'PEDIDO REGISTRADO.'
               STRING 'RESP ' WK-GUARDIAO-INF ' IRMAOS PEDIDO '
                      IRM-PREFERENCIA
                      DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
               END-STRING
            END-IF
            MOVE 'TURMA-IRM'             TO WK-OPERACAO-AUDIT
            PERFORM P900-GRAVA-AUDITORIA
            .
       P700-FIM.

      ******************************************************************
      * P900-GRAVA-AUDITORIA: mesma trilha selada (AUDITLOG via
      * SELOUTIL) do resto do lado escolar - AUD-CODIGO fica zero.
      ******************************************************************
       P900-GRAVA-AUDITORIA.
            OPEN EXTEND AUDITORIA
            IF WK-FS-AUDITORIA = '35'
               OPEN OUTPUT AUDITORIA
            END-IF

            MOVE FUNCTION CURRENT-DATE   TO AUD-DATA-HORA
            MOVE WK-OPERACAO-AUDIT       TO AUD-OPERACAO
            MOVE ZEROS                   TO AUD-CODIGO
            MOVE WS-USUARIO-LOGADO       TO AUD-USUARIO
            MOVE WK-MENSAGEM-AUDIT       TO AUD-MENSAGEM

            MOVE ZEROS                  TO AUD-ELO
            MOVE AUDIT-REC(1:90)        TO LK-SELO-CONTEUDO
            SET LK-SELO-PROXIMO         TO TRUE
            CALL 'SELOUTIL' USING PARAMETRES-SELO
            MOVE LK-SELO-ELO            TO AUD-ELO
            WRITE AUDIT-REC

            CLOSE AUDITORIA
            .
       END PROGRAM TURMANT.
