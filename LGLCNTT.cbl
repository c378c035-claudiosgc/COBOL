      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: RETENCAO LEGAL DE CONTATOS (LGLMSTR). QUANDO O
      *          JURIDICO RECEBE UMA ACAO, UM OFICIO OU UMA INTIMACAO
      *          SOBRE UM CLIENTE, TUDO O QUE TEMOS DELE PRECISA SER
      *          PRESERVADO. AQUI SE COLOCA A RETENCAO (CODIGO PF OU
      *          PJ, NUMERO DO PROCESSO, QUEM PEDIU, DATA DE INICIO)
      *          E SE LIBERA QUANDO O PROCESSO ACABA (DATA E
      *          OPERADOR DA LIBERACAO FICAM NO REGISTRO). ENQUANTO
      *          HOUVER RETENCAO ATIVA, ARCCNTT, RETCNTT, AUDARCH E
      *          LGPDDEL PULAM O CODIGO (LGLUTIL). COLOCAR E LIBERAR
      *          EXIGEM PERFIL TOTAL E VAO PARA A AUDITORIA; A
      *          CONSULTA E ABERTA. O QUADRO DAS RETENCOES ATIVAS E
      *          DO QUE CADA UMA ESTA SEGURANDO E O LOTE LGLREL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLCNTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELLGL'.
           COPY 'SELCONT'.
           COPY 'SELCONTJ'.
           COPY 'SELAUDIT'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDLGL'.
           COPY 'FDCONT'.
           COPY 'FDCONTJ'.
           COPY 'FDAUDIT'.
       WORKING-STORAGE SECTION.
       77  WK-FS-RETENCAO               PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO-PJ             PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
           COPY 'PARMDATE'.
       77  WK-OPERACAO-AUDIT            PIC X(10) VALUE SPACES.
       77  WK-OPCAO                     PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-CODIGO-INF                PIC 9(06) VALUE ZEROS.
       77  WK-PROCESSO-INF              PIC X(20) VALUE SPACES.
       77  WK-SOLICITANTE-INF           PIC X(30) VALUE SPACES.
       77  WK-DATA-INF                  PIC X(10) VALUE SPACES.
       77  WK-DATA-OK                   PIC X(01) VALUE 'N'.
       77  WK-DATA-CONVERTIDA           PIC 9(08) VALUE ZEROS.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-TIPO-ACHADO               PIC X(01) VALUE SPACES.
       77  WK-NOME-CONTATO              PIC X(40) VALUE SPACES.
       77  WK-QTD-LISTADOS              PIC 9(04) VALUE ZEROS.
       77  WK-SITUACAO-TEXTO            PIC X(09) VALUE SPACES.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-ABRIR-ARQUIVOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            PERFORM P200-PROCESSA THRU P200-FIM UNTIL
                    WK-OPCAO = 'S' OR WK-OPCAO = 's'
            PERFORM P900-FINALIZAR
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
            OPEN I-O RETENCAO-LEGAL
            IF WK-FS-RETENCAO = '35'
               OPEN OUTPUT RETENCAO-LEGAL
               CLOSE RETENCAO-LEGAL
               OPEN I-O RETENCAO-LEGAL
            END-IF

            OPEN INPUT CONTATO-MASTER
            IF WK-FS-CONTATO = '35'
               OPEN OUTPUT CONTATO-MASTER
               CLOSE CONTATO-MASTER
               OPEN INPUT CONTATO-MASTER
            END-IF

            OPEN INPUT CONTPJ-MASTER
            IF WK-FS-CONTATO-PJ = '35'
               OPEN OUTPUT CONTPJ-MASTER
               CLOSE CONTPJ-MASTER
               OPEN INPUT CONTPJ-MASTER
            END-IF
            .

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** RETENCAO LEGAL DE CONTATOS ***'
            DISPLAY '1 - COLOCAR RETENCAO'
            DISPLAY '2 - LIBERAR RETENCAO'
            DISPLAY '3 - RETENCOES DE UM CONTATO'
            DISPLAY '(OU TECLE <S> PARA VOLTAR AO MENU)'
            ACCEPT WK-OPCAO

            EVALUATE WK-OPCAO
               WHEN '1'
                  IF WS-PERFIL-TOTAL
                     PERFORM P300-COLOCAR THRU P300-FIM
                  ELSE
                     PERFORM P250-ACESSO-NEGADO
                  END-IF
               WHEN '2'
                  IF WS-PERFIL-TOTAL
                     PERFORM P400-LIBERAR THRU P400-FIM
                  ELSE
                     PERFORM P250-ACESSO-NEGADO
                  END-IF
               WHEN '3'
                  PERFORM P500-LISTAR THRU P500-FIM
               WHEN 'S'
               WHEN 's'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P200-FIM.

       P250-ACESSO-NEGADO.
            DISPLAY 'ACESSO NEGADO - SEU PERFIL NAO PERMITE ESTA OPCAO.'
            MOVE 'ACESSO-NEG'            TO WK-OPERACAO-AUDIT
            MOVE ZEROS                   TO WS-CODIGO-CONTATO
            MOVE WK-OPCAO                TO WS-MENSSAGEM
            PERFORM P270-GRAVAR-AUDITORIA
            .

      ******************************************************************
      * P300-COLOCAR: o codigo e procurado no mestre PF e depois no PJ
      * (NEXTSEQ comum, nao colidem). Contato inativo ou anonimizado
      * tambem pode ser retido - e justamente o que o expurgo pegaria.
      * Processo e solicitante sao obrigatorios; data em branco = hoje.
      ******************************************************************
       P300-COLOCAR.
            DISPLAY 'CODIGO DO CONTATO (PF OU PJ): '
            ACCEPT WK-CODIGO-INF
            PERFORM P350-ACHAR-CONTATO THRU P350-FIM
            IF WK-TIPO-ACHADO = SPACES
               GO TO P300-FIM
            END-IF

            DISPLAY 'NUMERO DO PROCESSO / OFICIO: '
            ACCEPT WK-PROCESSO-INF
            IF WK-PROCESSO-INF = SPACES
               DISPLAY 'PROCESSO E OBRIGATORIO - NADA GRAVADO.'
               GO TO P300-FIM
            END-IF
            MOVE WK-CODIGO-INF           TO LGL-CODIGO
            MOVE WK-PROCESSO-INF         TO LGL-PROCESSO
            READ RETENCAO-LEGAL
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF LGL-ATIVA
                       DISPLAY 'RETENCAO JA ATIVA PARA ESTE PROCESSO '
                               'DESDE ' LGL-DATA-INICIO '.'
                    ELSE
                       DISPLAY 'PROCESSO JA TEVE RETENCAO, LIBERADA '
                               'EM ' LGL-DATA-LIBERACAO ' - USE UMA '
                               'REFERENCIA NOVA (EX.: SUFIXO).'
                    END-IF
                    GO TO P300-FIM
            END-READ

            DISPLAY 'SOLICITANTE (JURIDICO / ORGAO): '
            ACCEPT WK-SOLICITANTE-INF
            IF WK-SOLICITANTE-INF = SPACES
               DISPLAY 'SOLICITANTE E OBRIGATORIO - NADA GRAVADO.'
               GO TO P300-FIM
            END-IF
            DISPLAY 'DATA DE INICIO (ENTER = HOJE): '
            PERFORM P360-LER-DATA THRU P360-FIM
            IF WK-DATA-OK NOT = 'S'
               GO TO P300-FIM
            END-IF

            MOVE WK-CODIGO-INF           TO LGL-CODIGO
            MOVE WK-PROCESSO-INF         TO LGL-PROCESSO
            MOVE WK-TIPO-ACHADO          TO LGL-TIPO
            MOVE WK-SOLICITANTE-INF      TO LGL-SOLICITANTE
            MOVE WK-DATA-CONVERTIDA      TO LGL-DATA-INICIO
            MOVE ZEROS                   TO LGL-DATA-LIBERACAO
            SET LGL-ATIVA                TO TRUE
            MOVE WS-USUARIO-LOGADO       TO LGL-USUARIO-INCLUSAO
            MOVE SPACES                  TO LGL-USUARIO-LIBERACAO
            WRITE REG-RETENCAO-LEGAL
            IF WK-FS-RETENCAO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RETENCAO - FS: ' WK-FS-RETENCAO
               GO TO P300-FIM
            END-IF

            DISPLAY 'RETENCAO GRAVADA - EXPURGO, RETENCAO, CORTE DE '
                    'AUDITORIA E APAGAMENTO LGPD VAO PULAR O CODIGO.'
            MOVE 'RET-LEGAL'             TO WK-OPERACAO-AUDIT
            MOVE WK-CODIGO-INF           TO WS-CODIGO-CONTATO
            MOVE SPACES                  TO WS-MENSSAGEM
            STRING 'RETENCAO ' WK-PROCESSO-INF
                   DELIMITED BY SIZE INTO WS-MENSSAGEM
            END-STRING
            PERFORM P270-GRAVAR-AUDITORIA
            MOVE ' *** RETENCAO LEGAL GRAVADA ***         ' TO
                                         WS-MENSSAGEM
            .
       P300-FIM.

      ******************************************************************
      * P350-ACHAR-CONTATO: WK-TIPO-ACHADO 'F' ou 'J' conforme o
      * mestre em que o codigo esta; espaco = nao encontrado.
      ******************************************************************
       P350-ACHAR-CONTATO.
            MOVE SPACES                  TO WK-TIPO-ACHADO
                                            WK-NOME-CONTATO
            MOVE WK-CODIGO-INF           TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'F'             TO WK-TIPO-ACHADO
                    STRING WK-PRIMEIRO-NOME DELIMITED BY SPACE
                           ' ' WK-ULTIMO-NOME DELIMITED BY SIZE
                           INTO WK-NOME-CONTATO
                    END-STRING
                    DISPLAY '  PF ' WK-CODIGO-INF ' ' WK-NOME-CONTATO
                    GO TO P350-FIM
            END-READ
            MOVE WK-CODIGO-INF           TO WK-CODIGO-PJ
            READ CONTPJ-MASTER
                 INVALID KEY
                    DISPLAY 'CONTATO ' WK-CODIGO-INF
                            ' NAO ENCONTRADO (PF NEM PJ).'
                 NOT INVALID KEY
                    MOVE 'J'             TO WK-TIPO-ACHADO
                    MOVE WK-RAZAO-SOCIAL TO WK-NOME-CONTATO
                    DISPLAY '  PJ ' WK-CODIGO-INF ' ' WK-NOME-CONTATO
            END-READ
            .
       P350-FIM.

       P360-LER-DATA.
            MOVE 'N'                     TO WK-DATA-OK
            MOVE SPACES                  TO WK-DATA-INF
            ACCEPT WK-DATA-INF
            IF WK-DATA-INF = SPACES
               MOVE WK-DATA-HOJE         TO WK-DATA-CONVERTIDA
               MOVE 'S'                  TO WK-DATA-OK
               GO TO P360-FIM
            END-IF
            MOVE WK-DATA-INF             TO LK-DATA-ENTRADA
            MOVE 'V'                     TO LK-FUNCAO
            SET LK-SAIDA-AAAAMMDD        TO TRUE
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            IF NOT LK-STATUS-OK OF PARAMETRES-DATA
               DISPLAY 'DATA INVALIDA - NADA GRAVADO.'
               GO TO P360-FIM
            END-IF
            MOVE LK-DATA-SAIDA(1:8)      TO WK-DATA-CONVERTIDA
            IF WK-DATA-CONVERTIDA > WK-DATA-HOJE
               DISPLAY 'DATA NO FUTURO - NADA GRAVADO.'
               GO TO P360-FIM
            END-IF
            MOVE 'S'                     TO WK-DATA-OK
            .
       P360-FIM.

      ******************************************************************
      * P400-LIBERAR: so retencao ATIVA e liberada; o registro fica,
      * com a data e o operador da liberacao. Se sobrar outro
      * processo ativo, o codigo continua retido - e o operador e
      * avisado.
      ******************************************************************
       P400-LIBERAR.
            DISPLAY 'CODIGO DO CONTATO (PF OU PJ): '
            ACCEPT WK-CODIGO-INF
            DISPLAY 'NUMERO DO PROCESSO / OFICIO: '
            ACCEPT WK-PROCESSO-INF
            MOVE WK-CODIGO-INF           TO LGL-CODIGO
            MOVE WK-PROCESSO-INF         TO LGL-PROCESSO
            READ RETENCAO-LEGAL
                 INVALID KEY
                    DISPLAY 'RETENCAO NAO ENCONTRADA.'
                    GO TO P400-FIM
            END-READ
            IF NOT LGL-ATIVA
               DISPLAY 'RETENCAO JA LIBERADA EM ' LGL-DATA-LIBERACAO
                       ' POR ' LGL-USUARIO-LIBERACAO '.'
               GO TO P400-FIM
            END-IF
            DISPLAY '  SOLICITANTE: ' LGL-SOLICITANTE
                    ' DESDE ' LGL-DATA-INICIO
            DISPLAY 'DATA DA LIBERACAO (ENTER = HOJE): '
            PERFORM P360-LER-DATA THRU P360-FIM
            IF WK-DATA-OK NOT = 'S'
               GO TO P400-FIM
            END-IF
            IF WK-DATA-CONVERTIDA < LGL-DATA-INICIO
               DISPLAY 'LIBERACAO ANTES DO INICIO - NADA GRAVADO.'
               GO TO P400-FIM
            END-IF

            MOVE WK-DATA-CONVERTIDA      TO LGL-DATA-LIBERACAO
            SET LGL-LIBERADA             TO TRUE
            MOVE WS-USUARIO-LOGADO       TO LGL-USUARIO-LIBERACAO
            REWRITE REG-RETENCAO-LEGAL
            IF WK-FS-RETENCAO NOT = '00'
               DISPLAY 'ERRO AO LIBERAR - FS: ' WK-FS-RETENCAO
               GO TO P400-FIM
            END-IF

            DISPLAY 'RETENCAO LIBERADA.'
            MOVE 'LIB-LEGAL'             TO WK-OPERACAO-AUDIT
            MOVE WK-CODIGO-INF           TO WS-CODIGO-CONTATO
            MOVE SPACES                  TO WS-MENSSAGEM
            STRING 'LIBERADA ' WK-PROCESSO-INF
                   DELIMITED BY SIZE INTO WS-MENSSAGEM
            END-STRING
            PERFORM P270-GRAVAR-AUDITORIA

      *     Outro processo ainda ativo segura o codigo.
            MOVE ZEROS                   TO WK-QTD-LISTADOS
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-CODIGO-INF           TO LGL-CODIGO
            MOVE LOW-VALUES              TO LGL-PROCESSO
            START RETENCAO-LEGAL KEY IS NOT LESS THAN LGL-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P410-CONTAR-ATIVA THRU P410-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-QTD-LISTADOS > ZEROS
               DISPLAY 'ATENCAO - O CONTATO CONTINUA RETIDO POR '
                       WK-QTD-LISTADOS ' OUTRO(S) PROCESSO(S).'
            END-IF
            MOVE ' *** RETENCAO LEGAL LIBERADA ***        ' TO
                                         WS-MENSSAGEM
            .
       P400-FIM.

       P410-CONTAR-ATIVA.
            READ RETENCAO-LEGAL NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P410-FIM
            END-READ
            IF LGL-CODIGO NOT = WK-CODIGO-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P410-FIM
            END-IF
            IF LGL-ATIVA
               ADD 1                     TO WK-QTD-LISTADOS
            END-IF
            .
       P410-FIM.

      ******************************************************************
      * P500-LISTAR: todas as retencoes do codigo, ativas e liberadas.
      ******************************************************************
       P500-LISTAR.
            DISPLAY 'CODIGO DO CONTATO (PF OU PJ): '
            ACCEPT WK-CODIGO-INF
            PERFORM P350-ACHAR-CONTATO THRU P350-FIM

            MOVE ZEROS                   TO WK-QTD-LISTADOS
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-CODIGO-INF           TO LGL-CODIGO
            MOVE LOW-VALUES              TO LGL-PROCESSO
            START RETENCAO-LEGAL KEY IS NOT LESS THAN LGL-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P510-LER-RETENCAO THRU P510-FIM
                    UNTIL WK-FIM-ARQ = 'S'

            IF WK-QTD-LISTADOS = ZEROS
               DISPLAY 'NENHUMA RETENCAO REGISTRADA PARA ESTE CODIGO.'
            END-IF
            MOVE WK-CODIGO-INF           TO WS-CODIGO-CONTATO
            MOVE ' *** RETENCOES EXIBIDAS ***             ' TO
                                         WS-MENSSAGEM
            .
       P500-FIM.

       P510-LER-RETENCAO.
            READ RETENCAO-LEGAL NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P510-FIM
            END-READ
            IF LGL-CODIGO NOT = WK-CODIGO-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P510-FIM
            END-IF
            ADD 1                        TO WK-QTD-LISTADOS
            IF LGL-ATIVA
               MOVE 'ATIVA'              TO WK-SITUACAO-TEXTO
            ELSE
               MOVE 'LIBERADA'           TO WK-SITUACAO-TEXTO
            END-IF
            DISPLAY LGL-PROCESSO ' ' WK-SITUACAO-TEXTO ' DESDE '
                    LGL-DATA-INICIO ' POR ' LGL-USUARIO-INCLUSAO
            DISPLAY '   SOLICITANTE: ' LGL-SOLICITANTE
            IF LGL-LIBERADA
               DISPLAY '   LIBERADA EM ' LGL-DATA-LIBERACAO ' POR '
                       LGL-USUARIO-LIBERACAO
            END-IF
            .
       P510-FIM.

       P270-GRAVAR-AUDITORIA.
            OPEN EXTEND AUDITORIA
            IF WK-FS-AUDITORIA = '35'
               OPEN OUTPUT AUDITORIA
            END-IF

            MOVE FUNCTION CURRENT-DATE  TO AUD-DATA-HORA
            MOVE WK-OPERACAO-AUDIT      TO AUD-OPERACAO
            MOVE WS-CODIGO-CONTATO      TO AUD-CODIGO
            MOVE WS-USUARIO-LOGADO      TO AUD-USUARIO
            MOVE WS-MENSSAGEM           TO AUD-MENSAGEM

            MOVE ZEROS                  TO AUD-ELO
            MOVE AUDIT-REC(1:90)        TO LK-SELO-CONTEUDO
            SET LK-SELO-PROXIMO         TO TRUE
            CALL 'SELOUTIL' USING PARAMETRES-SELO
            MOVE LK-SELO-ELO            TO AUD-ELO
            WRITE AUDIT-REC

            CLOSE AUDITORIA
            .

       P900-FINALIZAR.
            CLOSE RETENCAO-LEGAL CONTATO-MASTER CONTPJ-MASTER
            .
       END PROGRAM LGLCNTT.
