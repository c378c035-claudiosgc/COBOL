      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: TABELA DE MENSALIDADES POR SERIE (PRECMSTR). O
      *          FATGERA COBRAVA DE TODA A ESCOLA A MESMA
      *          MENSALIDADE-CTVS DO CFGMSTR, E A TROCA DE PRECO DE
      *          JANEIRO TINHA DE SER FEITA NA CHAVE ENTRE A RODADA
      *          DE DEZEMBRO E A DE JANEIRO - QUEM ESQUECIA FATURAVA
      *          DEZEMBRO PELO PRECO NOVO. AQUI O PRECO E CADASTRADO
      *          POR SERIE (MAT-SERIE) E COMPETENCIA DE INICIO DE
      *          VIGENCIA; O FATGERA USA O DA MAIOR VIGENCIA QUE NAO
      *          PASSA DA COMPETENCIA FATURADA. INCLUIR, ALTERAR E
      *          EXCLUIR EXIGEM PERFIL TOTAL E VAO PARA A TRILHA DE
      *          AUDITORIA; PRECO CUJA VIGENCIA JA CAIU NUM MES
      *          FECHADO PELO FATFECHA NAO E MAIS ALTERADO NEM
      *          EXCLUIDO - REAJUSTE ENTRA COMO NOVA VIGENCIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATPRECO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELPRC'.
           COPY 'SELFCH'.
           COPY 'SELAUDIT'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDPRC'.
           COPY 'FDFCH'.
           COPY 'FDAUDIT'.
       WORKING-STORAGE SECTION.
       77  WK-FS-PRECO                  PIC X(02) VALUE SPACES.
       77  WK-FS-FECHAMENTO             PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-SERIE-INF                 PIC 9(02) VALUE ZEROS.
       77  WK-VIGENCIA-INF              PIC 9(06) VALUE ZEROS.
       77  WK-MES-INF                   PIC 9(02) VALUE ZEROS.
       77  WK-TODAS-SERIES              PIC X(01) VALUE 'N'.
       77  WK-VALOR-INF                 PIC 9(09) VALUE ZEROS.
       77  WK-VALOR-ANTERIOR            PIC 9(09) VALUE ZEROS.
       77  WK-CONFIRMA                  PIC X(01) VALUE 'N'.
       77  WK-QTD-LISTADOS              PIC 9(04) VALUE ZEROS.
       77  WK-MES-FECHADO               PIC 9(06) VALUE ZEROS.
       77  WK-OPERACAO-AUDIT            PIC X(10) VALUE SPACES.
       77  WK-MENSAGEM-AUDIT            PIC X(40) VALUE SPACES.
       77  WK-VALOR-REAIS               PIC 9(07)V99 VALUE ZEROS.
       77  WK-VALOR-EDITADO             PIC Z(6)9,99 VALUE ZEROS.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P150-ULTIMO-FECHAMENTO THRU P150-FIM
            PERFORM P200-PROCESSA THRU P200-FIM
                    UNTIL WK-SUBOPCAO = 'S' OR WK-SUBOPCAO = 's'
            CLOSE PRECO-MASTER
            MOVE ' *** TABELA DE MENSALIDADES ***         ' TO
                                         WS-MENSSAGEM
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
            OPEN I-O PRECO-MASTER
            IF WK-FS-PRECO = '35'
               OPEN OUTPUT PRECO-MASTER
               CLOSE PRECO-MASTER
               OPEN I-O PRECO-MASTER
            END-IF
            .

      ******************************************************************
      * P150-ULTIMO-FECHAMENTO: o maior mes com registro total no
      * FCHMSTR. Vigencia ate ele ja foi faturada e contabilizada.
      ******************************************************************
       P150-ULTIMO-FECHAMENTO.
            MOVE ZEROS                   TO WK-MES-FECHADO
            OPEN INPUT FECHAMENTO-CONTROLE
            IF WK-FS-FECHAMENTO NOT = '00'
               GO TO P150-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P155-LER-FECHAMENTO THRU P155-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE FECHAMENTO-CONTROLE
            .
       P150-FIM.

       P155-LER-FECHAMENTO.
            READ FECHAMENTO-CONTROLE NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    IF FCH-COMPETENCIA = ZEROS
                       MOVE FCH-MES      TO WK-MES-FECHADO
                    END-IF
            END-READ
            .
       P155-FIM.

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** TABELA DE MENSALIDADES POR SERIE ***'
            DISPLAY '1 - LISTAR PRECOS'
            DISPLAY '2 - INCLUIR PRECO (SERIE + VIGENCIA)'
            DISPLAY '3 - ALTERAR PRECO'
            DISPLAY '4 - EXCLUIR PRECO'
            DISPLAY 'S - SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WK-SUBOPCAO

            EVALUATE WK-SUBOPCAO
               WHEN '1'
                  PERFORM P300-LISTAR THRU P300-FIM
               WHEN '2'
                  IF WS-PERFIL-TOTAL
                     PERFORM P400-INCLUIR THRU P400-FIM
                  ELSE
                     DISPLAY 'INCLUIR EXIGE PERFIL TOTAL.'
                  END-IF
               WHEN '3'
                  IF WS-PERFIL-TOTAL
                     PERFORM P500-ALTERAR THRU P500-FIM
                  ELSE
                     DISPLAY 'ALTERAR EXIGE PERFIL TOTAL.'
                  END-IF
               WHEN '4'
                  IF WS-PERFIL-TOTAL
                     PERFORM P600-EXCLUIR THRU P600-FIM
                  ELSE
                     DISPLAY 'EXCLUIR EXIGE PERFIL TOTAL.'
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
            DISPLAY 'SERIE (00 = TODAS): '
            ACCEPT WK-SERIE-INF
            MOVE 'N'                     TO WK-TODAS-SERIES
            IF WK-SERIE-INF = ZEROS
               MOVE 'S'                  TO WK-TODAS-SERIES
            END-IF
            DISPLAY 'SERIE VIGENCIA  VALOR (R$)  ALTERADO POR     '
                    'OBSERVACAO'
            MOVE ZEROS                   TO WK-QTD-LISTADOS
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-SERIE-INF            TO PRC-SERIE
            MOVE ZEROS                   TO PRC-VIGENCIA
            START PRECO-MASTER KEY IS NOT LESS THAN PRC-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P310-LISTAR-UM THRU P310-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-QTD-LISTADOS = ZEROS
               DISPLAY 'NENHUM PRECO CADASTRADO.'
            END-IF
            .
       P300-FIM.

       P310-LISTAR-UM.
            READ PRECO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P310-FIM
            END-READ
            IF WK-TODAS-SERIES = 'N'
               AND PRC-SERIE NOT = WK-SERIE-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P310-FIM
            END-IF
            ADD 1                        TO WK-QTD-LISTADOS
            COMPUTE WK-VALOR-REAIS = PRC-VALOR-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            DISPLAY '  ' PRC-SERIE '  ' PRC-VIGENCIA '  '
                    WK-VALOR-EDITADO '  ' PRC-USUARIO ' '
                    PRC-DATA-ALTERACAO '  ' PRC-OBSERVACAO
            .
       P310-FIM.

      ******************************************************************
      * P400-INCLUIR: nova vigencia de preco. Vigencia em mes ja
      * fechado nao e aceita - mudaria a regra de um mes que a
      * contabilidade ja recebeu.
      ******************************************************************
       P400-INCLUIR.
            PERFORM P410-PEDIR-CHAVE THRU P410-FIM
            IF WK-VIGENCIA-INF = ZEROS
               GO TO P400-FIM
            END-IF
            IF WK-VIGENCIA-INF NOT > WK-MES-FECHADO
               DISPLAY 'VIGENCIA EM MES JA FECHADO (ULTIMO '
                       'FECHAMENTO: ' WK-MES-FECHADO ').'
               GO TO P400-FIM
            END-IF
            MOVE WK-SERIE-INF            TO PRC-SERIE
            MOVE WK-VIGENCIA-INF         TO PRC-VIGENCIA
            READ PRECO-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY 'PRECO JA CADASTRADO PARA ESTA SERIE E '
                            'VIGENCIA - USE ALTERAR.'
                    GO TO P400-FIM
            END-READ

            DISPLAY 'VALOR DA MENSALIDADE (CENTAVOS): '
            MOVE ZEROS                   TO WK-VALOR-INF
            ACCEPT WK-VALOR-INF
            IF WK-VALOR-INF = ZEROS
               DISPLAY 'VALOR OBRIGATORIO - PRECO NAO INCLUIDO.'
               GO TO P400-FIM
            END-IF
            MOVE WK-SERIE-INF            TO PRC-SERIE
            MOVE WK-VIGENCIA-INF         TO PRC-VIGENCIA
            MOVE WK-VALOR-INF            TO PRC-VALOR-CTVS
            MOVE WS-USUARIO-LOGADO       TO PRC-USUARIO
            MOVE WK-DATA-HOJE            TO PRC-DATA-ALTERACAO
            DISPLAY 'OBSERVACAO: '
            MOVE SPACES                  TO PRC-OBSERVACAO
            ACCEPT PRC-OBSERVACAO
            WRITE REG-PRECO
            IF WK-FS-PRECO = '00'
               DISPLAY 'PRECO INCLUIDO.'
               MOVE 'PRECO-INC'          TO WK-OPERACAO-AUDIT
               MOVE SPACES               TO WK-MENSAGEM-AUDIT
               STRING 'SERIE ' PRC-SERIE ' VIG ' PRC-VIGENCIA
                      ' VALOR ' PRC-VALOR-CTVS
                      DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
               END-STRING
               PERFORM P900-GRAVA-AUDITORIA
            ELSE
               DISPLAY 'ERRO AO GRAVAR - FS: ' WK-FS-PRECO
            END-IF
            .
       P400-FIM.

       P410-PEDIR-CHAVE.
            DISPLAY 'SERIE: '
            ACCEPT WK-SERIE-INF
            DISPLAY 'VIGENCIA A PARTIR DE (AAAAMM): '
            ACCEPT WK-VIGENCIA-INF
            MOVE WK-VIGENCIA-INF(5:2)    TO WK-MES-INF
            IF WK-MES-INF < 1 OR WK-MES-INF > 12
               DISPLAY 'VIGENCIA INVALIDA.'
               MOVE ZEROS                TO WK-VIGENCIA-INF
            END-IF
            .
       P410-FIM.

       P500-ALTERAR.
            PERFORM P410-PEDIR-CHAVE THRU P410-FIM
            IF WK-VIGENCIA-INF = ZEROS
               GO TO P500-FIM
            END-IF
            MOVE WK-SERIE-INF            TO PRC-SERIE
            MOVE WK-VIGENCIA-INF         TO PRC-VIGENCIA
            READ PRECO-MASTER
                 INVALID KEY
                    DISPLAY 'PRECO NAO ENCONTRADO.'
                    GO TO P500-FIM
            END-READ
            IF PRC-VIGENCIA NOT > WK-MES-FECHADO
               DISPLAY 'VIGENCIA EM MES JA FECHADO - CADASTRE UMA '
                       'NOVA VIGENCIA.'
               GO TO P500-FIM
            END-IF

            COMPUTE WK-VALOR-REAIS = PRC-VALOR-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            DISPLAY 'VALOR ATUAL (R$): ' WK-VALOR-EDITADO
            DISPLAY 'NOVO VALOR (CENTAVOS, 0 P/ MANTER): '
            MOVE ZEROS                   TO WK-VALOR-INF
            ACCEPT WK-VALOR-INF
            IF WK-VALOR-INF = ZEROS
               GO TO P500-FIM
            END-IF
            MOVE PRC-VALOR-CTVS          TO WK-VALOR-ANTERIOR
            MOVE WK-VALOR-INF            TO PRC-VALOR-CTVS
            MOVE WS-USUARIO-LOGADO       TO PRC-USUARIO
            MOVE WK-DATA-HOJE            TO PRC-DATA-ALTERACAO
            REWRITE REG-PRECO
            IF WK-FS-PRECO = '00'
               DISPLAY 'PRECO ALTERADO.'
               MOVE 'PRECO-ALT'          TO WK-OPERACAO-AUDIT
               MOVE SPACES               TO WK-MENSAGEM-AUDIT
               STRING 'SER ' PRC-SERIE ' ' PRC-VIGENCIA ' '
                      WK-VALOR-ANTERIOR ' P/ ' PRC-VALOR-CTVS
                      DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
               END-STRING
               PERFORM P900-GRAVA-AUDITORIA
            ELSE
               DISPLAY 'ERRO AO ALTERAR - FS: ' WK-FS-PRECO
            END-IF
            .
       P500-FIM.

       P600-EXCLUIR.
            PERFORM P410-PEDIR-CHAVE THRU P410-FIM
            IF WK-VIGENCIA-INF = ZEROS
               GO TO P600-FIM
            END-IF
            MOVE WK-SERIE-INF            TO PRC-SERIE
            MOVE WK-VIGENCIA-INF         TO PRC-VIGENCIA
            READ PRECO-MASTER
                 INVALID KEY
                    DISPLAY 'PRECO NAO ENCONTRADO.'
                    GO TO P600-FIM
            END-READ
            IF PRC-VIGENCIA NOT > WK-MES-FECHADO
               DISPLAY 'VIGENCIA EM MES JA FECHADO - NAO PODE SER '
                       'EXCLUIDA.'
               GO TO P600-FIM
            END-IF

            DISPLAY 'EXCLUIR PRECO DA SERIE ' PRC-SERIE ' VIGENCIA '
                    PRC-VIGENCIA ' (S/N)? '
            ACCEPT WK-CONFIRMA
            IF WK-CONFIRMA NOT = 'S' AND WK-CONFIRMA NOT = 's'
               GO TO P600-FIM
            END-IF
            MOVE PRC-VALOR-CTVS          TO WK-VALOR-ANTERIOR
            DELETE PRECO-MASTER
            IF WK-FS-PRECO = '00'
               DISPLAY 'PRECO EXCLUIDO.'
               MOVE 'PRECO-EXC'          TO WK-OPERACAO-AUDIT
               MOVE SPACES               TO WK-MENSAGEM-AUDIT
               STRING 'SERIE ' WK-SERIE-INF ' VIG ' WK-VIGENCIA-INF
                      ' VALOR ' WK-VALOR-ANTERIOR
                      DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
               END-STRING
               PERFORM P900-GRAVA-AUDITORIA
            ELSE
               DISPLAY 'ERRO AO EXCLUIR - FS: ' WK-FS-PRECO
            END-IF
            .
       P600-FIM.

      ******************************************************************
      * P900-GRAVA-AUDITORIA: mesma trilha selada (AUDITLOG via
      * SELOUTIL) do resto do lado escolar - serie e vigencia vao na
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
       END PROGRAM FATPRECO.
