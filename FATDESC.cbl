      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: REGISTRO DE BOLSAS E DESCONTOS DE MENSALIDADE
      *          (DESCMSTR). O FATGERA COBRAVA DE TODO ALUNO ATIVO A
      *          MESMA MENSALIDADE-CTVS, E CADA BOLSA (50%, FILHO DE
      *          FUNCIONARIO, DESCONTO DO SEGUNDO IRMAO DO MESMO
      *          RESPONSAVEL) VIRAVA FATURA CANCELADA E REDIGITADA NO
      *          FATCNTT TODO MES. AQUI A SECRETARIA REGISTRA O
      *          DESCONTO POR MATRICULA - TIPO, PERCENTUAL OU VALOR
      *          FIXO, VIGENCIA E MOTIVO. O DESCONTO NASCE PENDENTE
      *          E VIRA PEDIDO NA FILA DE APROVACAO (APRUTIL, TIPO
      *          DESCONTO): UM SEGUNDO USUARIO TOTAL APROVA NO
      *          APRCNTT, E A OPCAO DE EFETIVAR CARIMBA O APROVADOR
      *          E LIGA O DESCONTO PARA O PROXIMO FATGERA. CADA
      *          PEDIDO, EFETIVACAO E CANCELAMENTO VAI PARA A TRILHA
      *          DE AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATDESC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELDSC'.
           COPY 'SELALID'.
           COPY 'SELAUDIT'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDDSC'.
           COPY 'FDALID'.
           COPY 'FDAUDIT'.
       WORKING-STORAGE SECTION.
       77  WK-FS-DESCONTO               PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-MATRICULA-INF             PIC 9(06) VALUE ZEROS.
       77  WK-SEQ-INF                   PIC 9(02) VALUE ZEROS.
       77  WK-PROX-SEQ                  PIC 9(02) VALUE ZEROS.
       77  WK-CONFIRMA                  PIC X(01) VALUE 'N'.
       77  WK-QTD-LISTADOS              PIC 9(04) VALUE ZEROS.
       77  WK-QTD-EFETIVADOS            PIC 9(04) VALUE ZEROS.
       77  WK-QTD-REJEITADOS            PIC 9(04) VALUE ZEROS.
       77  WK-QTD-AGUARDANDO            PIC 9(04) VALUE ZEROS.
       77  WK-OPERACAO-AUDIT            PIC X(10) VALUE SPACES.
       77  WK-MENSAGEM-AUDIT            PIC X(40) VALUE SPACES.
       77  WK-PERC-EDITADO              PIC ZZ9,99 VALUE ZEROS.
       77  WK-VALOR-REAIS               PIC 9(07)V99 VALUE ZEROS.
       77  WK-VALOR-EDITADO             PIC Z(6)9,99 VALUE ZEROS.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
           COPY 'PARMAPR'.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P200-PROCESSA THRU P200-FIM
                    UNTIL WK-SUBOPCAO = 'S' OR WK-SUBOPCAO = 's'
            CLOSE DESCONTO-MASTER ALUNO-IDENTIDADE
            MOVE ' *** BOLSAS E DESCONTOS ***             ' TO
                                         WS-MENSSAGEM
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
            OPEN I-O DESCONTO-MASTER
            IF WK-FS-DESCONTO = '35'
               OPEN OUTPUT DESCONTO-MASTER
               CLOSE DESCONTO-MASTER
               OPEN I-O DESCONTO-MASTER
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
            DISPLAY '*** BOLSAS E DESCONTOS DE MENSALIDADE ***'
            DISPLAY '1 - DESCONTOS DE UM ALUNO'
            DISPLAY '2 - REGISTRAR DESCONTO (PEDE APROVACAO)'
            DISPLAY '3 - EFETIVAR DESCONTOS JA APROVADOS'
            DISPLAY '4 - CANCELAR DESCONTO'
            DISPLAY 'S - SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WK-SUBOPCAO

            EVALUATE WK-SUBOPCAO
               WHEN '1'
                  PERFORM P300-LISTAR THRU P300-FIM
               WHEN '2'
                  IF WS-PERFIL-TOTAL
                     PERFORM P400-REGISTRAR THRU P400-FIM
                  ELSE
                     DISPLAY 'REGISTRAR EXIGE PERFIL TOTAL.'
                  END-IF
               WHEN '3'
                  IF WS-PERFIL-TOTAL
                     PERFORM P500-EFETIVAR THRU P500-FIM
                  ELSE
                     DISPLAY 'EFETIVAR EXIGE PERFIL TOTAL.'
                  END-IF
               WHEN '4'
                  IF WS-PERFIL-TOTAL
                     PERFORM P600-CANCELAR THRU P600-FIM
                  ELSE
                     DISPLAY 'CANCELAR EXIGE PERFIL TOTAL.'
                  END-IF
               WHEN 'S'
               WHEN 's'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P200-FIM.

       P300-LISTAR.
            DISPLAY 'MATRICULA: '
            ACCEPT WK-MATRICULA-INF
            DISPLAY 'SQ T M  PERC.  VALOR (R$)  INICIO   FIM      '
                    'ST APROVADOR MOTIVO'
            MOVE ZEROS                   TO WK-QTD-LISTADOS
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-MATRICULA-INF        TO DSC-MATRICULA
            MOVE ZEROS                   TO DSC-SEQ
            START DESCONTO-MASTER KEY IS NOT LESS THAN DSC-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P310-LISTAR-UM THRU P310-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-QTD-LISTADOS = ZEROS
               DISPLAY 'NENHUM DESCONTO PARA ESTA MATRICULA.'
            END-IF
            .
       P300-FIM.

       P310-LISTAR-UM.
            READ DESCONTO-MASTER NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    IF DSC-MATRICULA NOT = WK-MATRICULA-INF
                       MOVE 'S'          TO WK-FIM-ARQ
                    ELSE
                       ADD 1             TO WK-QTD-LISTADOS
                       MOVE DSC-PERCENTUAL-DESC TO WK-PERC-EDITADO
                       COMPUTE WK-VALOR-REAIS =
                               DSC-VALOR-DESC-CTVS / 100
                       MOVE WK-VALOR-REAIS TO WK-VALOR-EDITADO
                       DISPLAY DSC-SEQ ' ' DSC-TIPO ' ' DSC-MODO ' '
                               WK-PERC-EDITADO ' ' WK-VALOR-EDITADO
                               ' ' DSC-DATA-INICIO ' ' DSC-DATA-FIM
                               ' ' DSC-STATUS '  ' DSC-APROVADOR
                               '  ' DSC-MOTIVO
                    END-IF
            END-READ
            .
       P310-FIM.

      ******************************************************************
      * P400-REGISTRAR: desconto nasce PENDENTE e vira pedido na fila
      * de aprovacao (tipo DESCONTO, chave matricula+sequencia) - o
      * mesmo par de olhos que o expurgo e a fusao ja exigem. So o
      * P500 liga o desconto, depois do aprovado no APRCNTT.
      ******************************************************************
       P400-REGISTRAR.
            DISPLAY 'MATRICULA: '
            ACCEPT WK-MATRICULA-INF
            MOVE WK-MATRICULA-INF        TO MAT-MATRICULA
            READ ALUNO-IDENTIDADE
                 INVALID KEY
                    DISPLAY 'MATRICULA NAO CADASTRADA.'
                    GO TO P400-FIM
            END-READ
            IF NOT MAT-ATIVO
               DISPLAY 'ALUNO NAO ESTA ATIVO (' MAT-STATUS
                       ') - DESCONTO NAO REGISTRADO.'
               GO TO P400-FIM
            END-IF
            DISPLAY 'ALUNO: ' MAT-NOME '  RESPONSAVEL: ' MAT-GUARDIAO

            PERFORM P410-PROXIMA-SEQ
            IF WK-PROX-SEQ > 98
               DISPLAY 'LIMITE DE DESCONTOS DESTA MATRICULA ATINGIDO.'
               GO TO P400-FIM
            END-IF

            INITIALIZE REG-DESCONTO
            MOVE WK-MATRICULA-INF        TO DSC-MATRICULA
            MOVE WK-PROX-SEQ             TO DSC-SEQ
            DISPLAY 'TIPO (B-BOLSA F-FILHO DE FUNCIONARIO I-IRMAO '
                    'O-OUTRO): '
            ACCEPT DSC-TIPO
            IF NOT DSC-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO - NADA REGISTRADO.'
               GO TO P400-FIM
            END-IF
            DISPLAY 'MODO (P-PERCENTUAL V-VALOR FIXO): '
            ACCEPT DSC-MODO
            EVALUATE TRUE
               WHEN DSC-PERCENTUAL
                  DISPLAY 'PERCENTUAL (EX.: 50,00): '
                  ACCEPT DSC-PERCENTUAL-DESC
                  IF DSC-PERCENTUAL-DESC = ZEROS OR
                     DSC-PERCENTUAL-DESC > 100
                     DISPLAY 'PERCENTUAL FORA DE 0-100 - NADA '
                             'REGISTRADO.'
                     GO TO P400-FIM
                  END-IF
               WHEN DSC-VALOR-FIXO
                  DISPLAY 'VALOR DO DESCONTO (CENTAVOS): '
                  ACCEPT DSC-VALOR-DESC-CTVS
                  IF DSC-VALOR-DESC-CTVS = ZEROS
                     DISPLAY 'VALOR ZERO - NADA REGISTRADO.'
                     GO TO P400-FIM
                  END-IF
               WHEN OTHER
                  DISPLAY 'MODO INVALIDO - NADA REGISTRADO.'
                  GO TO P400-FIM
            END-EVALUATE
            DISPLAY 'VIGENTE A PARTIR DE (AAAAMMDD): '
            ACCEPT DSC-DATA-INICIO
            DISPLAY 'VIGENTE ATE (AAAAMMDD, 0 = SEM FIM): '
            ACCEPT DSC-DATA-FIM
            IF DSC-DATA-FIM NOT = ZEROS AND
               DSC-DATA-FIM < DSC-DATA-INICIO
               DISPLAY 'FIM ANTES DO INICIO - NADA REGISTRADO.'
               GO TO P400-FIM
            END-IF
            DISPLAY 'MOTIVO / REFERENCIA (OBRIGATORIO): '
            ACCEPT DSC-MOTIVO
            IF DSC-MOTIVO = SPACES
               DISPLAY 'MOTIVO E OBRIGATORIO - NADA REGISTRADO.'
               GO TO P400-FIM
            END-IF

            SET DSC-PENDENTE             TO TRUE
            MOVE WS-USUARIO-LOGADO       TO DSC-SOLICITANTE
            MOVE WK-DATA-HOJE            TO DSC-DATA-PEDIDO
            MOVE SPACES                  TO DSC-APROVADOR
            MOVE ZEROS                   TO DSC-DATA-APROVACAO
            WRITE REG-DESCONTO
            IF WK-FS-DESCONTO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR DESCONTO - FS: '
                       WK-FS-DESCONTO
               GO TO P400-FIM
            END-IF

            SET LK-APR-SOLICITAR         TO TRUE
            MOVE 'DESCONTO'              TO LK-APR-TIPO
            MOVE SPACES                  TO LK-APR-CHAVE
            STRING DSC-MATRICULA DSC-SEQ DELIMITED BY SIZE
                   INTO LK-APR-CHAVE
            END-STRING
            MOVE WS-USUARIO-LOGADO       TO LK-APR-USUARIO
            MOVE SPACES                  TO LK-APR-DESCRICAO
            STRING 'DESCONTO ' DSC-TIPO '/' DSC-MODO ' MAT '
                   DSC-MATRICULA ' ' DSC-MOTIVO(1:16)
                   DELIMITED BY SIZE INTO LK-APR-DESCRICAO
            END-STRING
            CALL 'APRUTIL' USING PARAMETRES-APR
            DISPLAY 'DESCONTO ' DSC-SEQ ' REGISTRADO - PEDIDO DE '
                    'APROVACAO N. ' LK-APR-ID
            DISPLAY 'UM OUTRO USUARIO TOTAL APROVA NO APRCNTT; '
                    'DEPOIS USE A OPCAO 3 PARA EFETIVAR.'

            MOVE 'DESC-PED'              TO WK-OPERACAO-AUDIT
            MOVE SPACES                  TO WK-MENSAGEM-AUDIT
            STRING 'MATRICULA ' DSC-MATRICULA ' DESCONTO '
                   DSC-SEQ ' PEDIDO'
                   DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
            END-STRING
            PERFORM P900-GRAVA-AUDITORIA
            .
       P400-FIM.

       P410-PROXIMA-SEQ.
            MOVE ZEROS                   TO WK-PROX-SEQ
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-MATRICULA-INF        TO DSC-MATRICULA
            MOVE ZEROS                   TO DSC-SEQ
            START DESCONTO-MASTER KEY IS NOT LESS THAN DSC-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P415-LER-SEQ THRU P415-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            ADD 1                        TO WK-PROX-SEQ
            .

       P415-LER-SEQ.
            READ DESCONTO-MASTER NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    IF DSC-MATRICULA NOT = WK-MATRICULA-INF
                       MOVE 'S'          TO WK-FIM-ARQ
                    ELSE
                       MOVE DSC-SEQ      TO WK-PROX-SEQ
                    END-IF
            END-READ
            .
       P415-FIM.

      ******************************************************************
      * P500-EFETIVAR: varre os descontos PENDENTES e pergunta a fila
      * de aprovacao por cada um. Aprovado vira ATIVO com o aprovador
      * carimbado (e o pedido e marcado executado); pedido que sumiu
      * da fila como pendente sem ter sido aprovado foi REJEITADO.
      ******************************************************************
       P500-EFETIVAR.
            MOVE ZEROS                   TO WK-QTD-EFETIVADOS
                                            WK-QTD-REJEITADOS
                                            WK-QTD-AGUARDANDO
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE LOW-VALUES              TO DSC-CHAVE
            START DESCONTO-MASTER KEY IS NOT LESS THAN DSC-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P510-EFETIVAR-UM THRU P510-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            DISPLAY 'DESCONTOS EFETIVADOS....: ' WK-QTD-EFETIVADOS
            DISPLAY 'PEDIDOS REJEITADOS......: ' WK-QTD-REJEITADOS
            DISPLAY 'AINDA AGUARDANDO........: ' WK-QTD-AGUARDANDO
            .
       P500-FIM.

       P510-EFETIVAR-UM.
            READ DESCONTO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P510-FIM
            END-READ
            IF NOT DSC-PENDENTE
               GO TO P510-FIM
            END-IF

            SET LK-APR-VERIFICAR         TO TRUE
            MOVE 'DESCONTO'              TO LK-APR-TIPO
            MOVE SPACES                  TO LK-APR-CHAVE
            STRING DSC-MATRICULA DSC-SEQ DELIMITED BY SIZE
                   INTO LK-APR-CHAVE
            END-STRING
            MOVE WS-USUARIO-LOGADO       TO LK-APR-USUARIO
            CALL 'APRUTIL' USING PARAMETRES-APR
            EVALUATE TRUE
               WHEN LK-APR-OK-APROVADO
                  SET DSC-ATIVO          TO TRUE
                  MOVE LK-APR-APROVADOR  TO DSC-APROVADOR
                  MOVE WK-DATA-HOJE      TO DSC-DATA-APROVACAO
                  REWRITE REG-DESCONTO
                  ADD 1                  TO WK-QTD-EFETIVADOS
                  SET LK-APR-EXECUTAR    TO TRUE
                  CALL 'APRUTIL' USING PARAMETRES-APR
                  MOVE 'DESC-ATIV'       TO WK-OPERACAO-AUDIT
                  MOVE SPACES            TO WK-MENSAGEM-AUDIT
                  STRING 'MATRICULA ' DSC-MATRICULA ' DESC '
                         DSC-SEQ ' APROV ' DSC-APROVADOR
                         DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
                  END-STRING
                  PERFORM P900-GRAVA-AUDITORIA
               WHEN LK-APR-AGUARDANDO
                  ADD 1                  TO WK-QTD-AGUARDANDO
               WHEN LK-APR-SEM-PEDIDO
                  SET DSC-REJEITADO      TO TRUE
                  REWRITE REG-DESCONTO
                  ADD 1                  TO WK-QTD-REJEITADOS
               WHEN OTHER
                  DISPLAY 'FILA DE APROVACAO INDISPONIVEL.'
                  MOVE 'S'               TO WK-FIM-ARQ
            END-EVALUATE
            .
       P510-FIM.

       P600-CANCELAR.
            DISPLAY 'MATRICULA: '
            ACCEPT WK-MATRICULA-INF
            DISPLAY 'SEQUENCIA DO DESCONTO: '
            ACCEPT WK-SEQ-INF
            MOVE WK-MATRICULA-INF        TO DSC-MATRICULA
            MOVE WK-SEQ-INF              TO DSC-SEQ
            READ DESCONTO-MASTER
                 INVALID KEY
                    DISPLAY 'DESCONTO NAO ENCONTRADO.'
                    GO TO P600-FIM
            END-READ
            IF DSC-CANCELADO OR DSC-REJEITADO
               DISPLAY 'DESCONTO JA ESTA ' DSC-STATUS '.'
               GO TO P600-FIM
            END-IF

            DISPLAY 'CANCELAR O DESCONTO ' DSC-SEQ ' DA MATRICULA '
                    DSC-MATRICULA ' (S/N)? '
            ACCEPT WK-CONFIRMA
            IF WK-CONFIRMA NOT = 'S' AND WK-CONFIRMA NOT = 's'
               GO TO P600-FIM
            END-IF

      *     Cancelar encerra a vigencia hoje - faturas ja geradas com
      *     o desconto ficam como estao; o proximo FATGERA nao o usa.
            SET DSC-CANCELADO            TO TRUE
            IF DSC-DATA-FIM = ZEROS OR DSC-DATA-FIM > WK-DATA-HOJE
               MOVE WK-DATA-HOJE         TO DSC-DATA-FIM
            END-IF
            REWRITE REG-DESCONTO
            IF WK-FS-DESCONTO = '00'
               DISPLAY 'DESCONTO CANCELADO.'
               MOVE 'DESC-CANC'          TO WK-OPERACAO-AUDIT
               MOVE SPACES               TO WK-MENSAGEM-AUDIT
               STRING 'MATRICULA ' DSC-MATRICULA ' DESCONTO '
                      DSC-SEQ ' CANCELADO'
                      DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
               END-STRING
               PERFORM P900-GRAVA-AUDITORIA
            ELSE
               DISPLAY 'ERRO AO REGRAVAR - FS: ' WK-FS-DESCONTO
            END-IF
            .
       P600-FIM.

      ******************************************************************
      * P900-GRAVA-AUDITORIA: mesma trilha selada (AUDITLOG via
      * SELOUTIL) do resto do lado escolar - a matricula vai na
      * mensagem, AUD-CODIGO fica zero.
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
       END PROGRAM FATDESC.
