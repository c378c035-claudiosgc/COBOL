      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: QUADRO DAS RETENCOES LEGAIS ATIVAS (LGLMSTR) PARA O
      *          JURIDICO. PARA CADA RETENCAO ATIVA - PROCESSO,
      *          SOLICITANTE, DESDE QUANDO, CONTATO PF OU PJ - MOSTRA
      *          O QUE ELA ESTA SEGURANDO HOJE: SE O CONTATO INATIVO
      *          SERIA EXPURGADO PELO ARCCNTT, SE O APAGAMENTO LGPD
      *          ESTA BLOQUEADO, E QUANTOS REGISTROS JA VENCIDOS PELA
      *          POLITICA DE RETENCAO DO CFGMSTR (MESMAS CHAVES
      *          RET-*-DIAS DO RETCNTT E AUD-RETENCAO-DIAS DO
      *          AUDARCH) SO CONTINUAM NOS ARQUIVOS POR CAUSA DELA:
      *          NOTAS, AGENDA CONCLUIDA, DETALHES DE CAMPANHA,
      *          ENDERECOS ANTIGOS E LINHAS DE AUDITORIA. SAIDA EM
      *          LGLREL. SO LEITURA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELLGL'.
           COPY 'SELCONT'.
           COPY 'SELCONTJ'.
           COPY 'SELNOTA'.
           COPY 'SELAGD'.
           COPY 'SELCAMP'.
           COPY 'SELEND'.
           COPY 'SELAUDIT'.
           SELECT RELATORIO-RETENCAO
               ASSIGN TO "LGLREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDLGL'.
           COPY 'FDCONT'.
           COPY 'FDCONTJ'.
           COPY 'FDNOTA'.
           COPY 'FDAGD'.
           COPY 'FDCAMP'.
           COPY 'FDEND'.
           COPY 'FDAUDIT'.
       FD  RELATORIO-RETENCAO
           LABEL RECORD IS STANDARD.
       01  LGLREL-REC                   PIC X(132).
       WORKING-STORAGE SECTION.
       77  WK-FS-RETENCAO               PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO-PJ             PIC X(02) VALUE SPACES.
       77  WK-FS-NOTAS                  PIC X(02) VALUE SPACES.
       77  WK-FS-AGENDA                 PIC X(02) VALUE SPACES.
       77  WK-FS-CAMPCTL                PIC X(02) VALUE SPACES.
       77  WK-FS-CAMPDET                PIC X(02) VALUE SPACES.
       77  WK-FS-ENDHIST                PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
           COPY 'PARMCFG'.
           COPY 'PARMRUN'.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-RETENCAO-DIAS             PIC 9(06) VALUE ZEROS.
       77  WK-DATA-CORTE                PIC 9(08) VALUE ZEROS.
       77  WK-CORTE-NOTAS               PIC 9(08) VALUE ZEROS.
       77  WK-CORTE-AGENDA              PIC 9(08) VALUE ZEROS.
       77  WK-CORTE-CAMPANHA            PIC 9(08) VALUE ZEROS.
       77  WK-CORTE-ENDERECOS           PIC 9(08) VALUE ZEROS.
       77  WK-CORTE-AUDITORIA           PIC 9(08) VALUE ZEROS.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-IDX-RET                   PIC 9(04) VALUE ZEROS.
       77  WK-IDX-SOMA                  PIC 9(04) VALUE ZEROS.
       77  WK-QTDE-RETENCOES            PIC 9(04) VALUE ZEROS.
       77  WK-CODIGO-SOMAR              PIC 9(06) VALUE ZEROS.
       77  WK-ARQ-SOMAR                 PIC X(01) VALUE SPACES.
           88 WK-SOMAR-NOTA             VALUE 'N'.
           88 WK-SOMAR-AGENDA           VALUE 'A'.
           88 WK-SOMAR-CAMPANHA         VALUE 'C'.
           88 WK-SOMAR-ENDERECO         VALUE 'E'.
           88 WK-SOMAR-AUDITORIA        VALUE 'U'.
       77  WK-NOME-CONTATO              PIC X(40) VALUE SPACES.
       77  WK-TEXTO-EXPURGO             PIC X(40) VALUE SPACES.
       77  WK-TEXTO-LGPD                PIC X(40) VALUE SPACES.
       77  WK-TIPO-TEXTO                PIC X(02) VALUE SPACES.
       77  WK-QTD-SEGURANDO             PIC 9(04) VALUE ZEROS.
      *****************************************************************
      * WK-TAB-RETENCOES: as retencoes ATIVAS e, para cada uma, o que
      * ja venceu pela politica de retencao e so esta nos arquivos
      * por causa dela. Codigo com dois processos aparece duas vezes
      * - cada processo sozinho ja seguraria tudo.
      *****************************************************************
       01  WK-TAB-RETENCOES.
           05 WK-RT                     OCCURS 500 TIMES.
               10 WK-RT-CODIGO          PIC 9(06).
               10 WK-RT-PROCESSO        PIC X(20).
               10 WK-RT-TIPO            PIC X(01).
               10 WK-RT-SOLICITANTE     PIC X(30).
               10 WK-RT-INICIO          PIC 9(08).
               10 WK-RT-USUARIO         PIC X(08).
               10 WK-RT-NOTAS           PIC 9(06).
               10 WK-RT-AGENDA          PIC 9(06).
               10 WK-RT-CAMPANHA        PIC 9(06).
               10 WK-RT-ENDERECOS       PIC 9(06).
               10 WK-RT-AUDITORIA       PIC 9(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'LGLREL'                TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            OPEN OUTPUT RELATORIO-RETENCAO
            MOVE SPACES                  TO LGLREL-REC
            STRING 'RETENCOES LEGAIS ATIVAS E O QUE ESTAO SEGURANDO - '
                   WK-DATA-HOJE(7:2) '/' WK-DATA-HOJE(5:2) '/'
                   WK-DATA-HOJE(1:4)
                   DELIMITED BY SIZE INTO LGLREL-REC
            END-STRING
            WRITE LGLREL-REC

            PERFORM P100-CARREGAR-RETENCOES THRU P100-FIM
            IF WK-QTDE-RETENCOES = ZEROS
               MOVE 'NENHUMA RETENCAO LEGAL ATIVA.' TO LGLREL-REC
               WRITE LGLREL-REC
            ELSE
               PERFORM P200-CALCULAR-CORTES
               PERFORM P300-CONTAR-NOTAS THRU P300-FIM
               PERFORM P400-CONTAR-ENDERECOS THRU P400-FIM
               PERFORM P500-CONTAR-AGENDA THRU P500-FIM
               PERFORM P600-CONTAR-CAMPANHA THRU P600-FIM
               PERFORM P700-CONTAR-AUDITORIA THRU P700-FIM
               PERFORM P800-IMPRIMIR THRU P800-FIM
            END-IF
            PERFORM P900-FINALIZAR
            STOP RUN
            .

      ******************************************************************
      * P100-CARREGAR-RETENCOES: uma passada do LGLMSTR - so as
      * ativas entram na tabela.
      ******************************************************************
       P100-CARREGAR-RETENCOES.
            OPEN INPUT RETENCAO-LEGAL
            IF WK-FS-RETENCAO NOT = '00'
               GO TO P100-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P110-LER-RETENCAO THRU P110-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE RETENCAO-LEGAL
            .
       P100-FIM.

       P110-LER-RETENCAO.
            READ RETENCAO-LEGAL NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P110-FIM
            END-READ
            IF NOT LGL-ATIVA OR WK-QTDE-RETENCOES NOT < 500
               GO TO P110-FIM
            END-IF
            ADD 1                        TO WK-QTDE-RETENCOES
            MOVE WK-QTDE-RETENCOES       TO WK-IDX-RET
            MOVE LGL-CODIGO              TO WK-RT-CODIGO(WK-IDX-RET)
            MOVE LGL-PROCESSO            TO WK-RT-PROCESSO(WK-IDX-RET)
            MOVE LGL-TIPO                TO WK-RT-TIPO(WK-IDX-RET)
            MOVE LGL-SOLICITANTE      TO WK-RT-SOLICITANTE(WK-IDX-RET)
            MOVE LGL-DATA-INICIO         TO WK-RT-INICIO(WK-IDX-RET)
            MOVE LGL-USUARIO-INCLUSAO    TO WK-RT-USUARIO(WK-IDX-RET)
            MOVE ZEROS                   TO WK-RT-NOTAS(WK-IDX-RET)
                                            WK-RT-AGENDA(WK-IDX-RET)
                                            WK-RT-CAMPANHA(WK-IDX-RET)
                                            WK-RT-ENDERECOS(WK-IDX-RET)
                                            WK-RT-AUDITORIA(WK-IDX-RET)
            .
       P110-FIM.

      ******************************************************************
      * P200-CALCULAR-CORTES: as mesmas chaves e padroes do RETCNTT e
      * do AUDARCH - retencao zero (guardar para sempre) da corte
      * zero e nada conta como vencido.
      ******************************************************************
       P200-CALCULAR-CORTES.
            MOVE 'RET-NOTAS-DIAS'        TO LK-CFG-CHAVE
            MOVE ZEROS                   TO LK-CFG-PADRAO-NUM
            PERFORM P210-CALCULAR-UM-CORTE
            MOVE WK-DATA-CORTE           TO WK-CORTE-NOTAS
            MOVE 'RET-AGENDA-DIAS'       TO LK-CFG-CHAVE
            MOVE ZEROS                   TO LK-CFG-PADRAO-NUM
            PERFORM P210-CALCULAR-UM-CORTE
            MOVE WK-DATA-CORTE           TO WK-CORTE-AGENDA
            MOVE 'RET-CAMPDET-DIAS'      TO LK-CFG-CHAVE
            MOVE ZEROS                   TO LK-CFG-PADRAO-NUM
            PERFORM P210-CALCULAR-UM-CORTE
            MOVE WK-DATA-CORTE           TO WK-CORTE-CAMPANHA
            MOVE 'RET-ENDHIST-DIAS'      TO LK-CFG-CHAVE
            MOVE ZEROS                   TO LK-CFG-PADRAO-NUM
            PERFORM P210-CALCULAR-UM-CORTE
            MOVE WK-DATA-CORTE           TO WK-CORTE-ENDERECOS
            MOVE 'AUD-RETENCAO-DIAS'     TO LK-CFG-CHAVE
            MOVE 365                     TO LK-CFG-PADRAO-NUM
            PERFORM P210-CALCULAR-UM-CORTE
            MOVE WK-DATA-CORTE           TO WK-CORTE-AUDITORIA
            .

       P210-CALCULAR-UM-CORTE.
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-RETENCAO-DIAS
            IF WK-RETENCAO-DIAS > ZEROS
               COMPUTE WK-DATA-CORTE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE)
                       - WK-RETENCAO-DIAS)
            ELSE
               MOVE ZEROS                TO WK-DATA-CORTE
            END-IF
            .

      ******************************************************************
      * P300-CONTAR-NOTAS / P400-CONTAR-ENDERECOS: arquivos com o
      * codigo na frente da chave - START no prefixo de cada retencao.
      ******************************************************************
       P300-CONTAR-NOTAS.
            OPEN INPUT NOTAS-CONTATO
            IF WK-FS-NOTAS NOT = '00'
               GO TO P300-FIM
            END-IF
            PERFORM P310-NOTAS-DO-CODIGO THRU P310-FIM
                    VARYING WK-IDX-RET FROM 1 BY 1
                    UNTIL WK-IDX-RET > WK-QTDE-RETENCOES
            CLOSE NOTAS-CONTATO
            .
       P300-FIM.

       P310-NOTAS-DO-CODIGO.
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-RT-CODIGO(WK-IDX-RET) TO NOTA-CODIGO
            MOVE ZEROS                   TO NOTA-SEQ
            START NOTAS-CONTATO KEY IS NOT LESS THAN NOTA-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P320-LER-NOTA THRU P320-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P310-FIM.

       P320-LER-NOTA.
            READ NOTAS-CONTATO NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P320-FIM
            END-READ
            IF NOTA-CODIGO NOT = WK-RT-CODIGO(WK-IDX-RET)
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P320-FIM
            END-IF
            IF NOTA-DATA-HORA(1:8) < WK-CORTE-NOTAS
               ADD 1                     TO WK-RT-NOTAS(WK-IDX-RET)
            END-IF
            .
       P320-FIM.

       P400-CONTAR-ENDERECOS.
            OPEN INPUT ENDERECO-HISTORICO
            IF WK-FS-ENDHIST NOT = '00'
               GO TO P400-FIM
            END-IF
            PERFORM P410-ENDERECOS-DO-CODIGO THRU P410-FIM
                    VARYING WK-IDX-RET FROM 1 BY 1
                    UNTIL WK-IDX-RET > WK-QTDE-RETENCOES
            CLOSE ENDERECO-HISTORICO
            .
       P400-FIM.

       P410-ENDERECOS-DO-CODIGO.
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-RT-CODIGO(WK-IDX-RET) TO EH-CODIGO
            MOVE ZEROS                   TO EH-SEQ
            START ENDERECO-HISTORICO KEY IS NOT LESS THAN EH-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P420-LER-ENDERECO THRU P420-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P410-FIM.

       P420-LER-ENDERECO.
            READ ENDERECO-HISTORICO NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P420-FIM
            END-READ
            IF EH-CODIGO NOT = WK-RT-CODIGO(WK-IDX-RET)
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P420-FIM
            END-IF
            IF EH-DATA-FIM < WK-CORTE-ENDERECOS
               ADD 1                     TO WK-RT-ENDERECOS(WK-IDX-RET)
            END-IF
            .
       P420-FIM.

      ******************************************************************
      * P500/P600/P700: agenda, campanha e auditoria nao tem o codigo
      * na frente da chave - uma passada de cada arquivo, e o registro
      * vencido soma em toda retencao do seu codigo (P590).
      ******************************************************************
       P500-CONTAR-AGENDA.
            IF WK-CORTE-AGENDA = ZEROS
               GO TO P500-FIM
            END-IF
            OPEN INPUT AGENDA-RETORNOS
            IF WK-FS-AGENDA NOT = '00'
               GO TO P500-FIM
            END-IF
            SET WK-SOMAR-AGENDA          TO TRUE
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P510-LER-AGENDA THRU P510-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE AGENDA-RETORNOS
            .
       P500-FIM.

       P510-LER-AGENDA.
            READ AGENDA-RETORNOS NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P510-FIM
            END-READ
            IF AGE-FEITO AND AGE-DATA-FEITO < WK-CORTE-AGENDA
               MOVE AGE-CODIGO           TO WK-CODIGO-SOMAR
               PERFORM P590-SOMAR-NA-RETENCAO
                       VARYING WK-IDX-SOMA FROM 1 BY 1
                       UNTIL WK-IDX-SOMA > WK-QTDE-RETENCOES
            END-IF
            .
       P510-FIM.

       P590-SOMAR-NA-RETENCAO.
            IF WK-RT-CODIGO(WK-IDX-SOMA) = WK-CODIGO-SOMAR
               EVALUATE TRUE
                  WHEN WK-SOMAR-AGENDA
                     ADD 1               TO WK-RT-AGENDA(WK-IDX-SOMA)
                  WHEN WK-SOMAR-CAMPANHA
                     ADD 1               TO WK-RT-CAMPANHA(WK-IDX-SOMA)
                  WHEN WK-SOMAR-AUDITORIA
                     ADD 1            TO WK-RT-AUDITORIA(WK-IDX-SOMA)
               END-EVALUATE
            END-IF
            .

       P600-CONTAR-CAMPANHA.
            IF WK-CORTE-CAMPANHA = ZEROS
               GO TO P600-FIM
            END-IF
            OPEN INPUT CAMPANHA-DETALHE
            IF WK-FS-CAMPDET NOT = '00'
               GO TO P600-FIM
            END-IF
            SET WK-SOMAR-CAMPANHA        TO TRUE
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P610-LER-DETALHE THRU P610-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE CAMPANHA-DETALHE
            .
       P600-FIM.

       P610-LER-DETALHE.
            READ CAMPANHA-DETALHE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P610-FIM
            END-READ
            IF CMD-DATA < WK-CORTE-CAMPANHA
               MOVE CMD-CODIGO           TO WK-CODIGO-SOMAR
               PERFORM P590-SOMAR-NA-RETENCAO
                       VARYING WK-IDX-SOMA FROM 1 BY 1
                       UNTIL WK-IDX-SOMA > WK-QTDE-RETENCOES
            END-IF
            .
       P610-FIM.

       P700-CONTAR-AUDITORIA.
            OPEN INPUT AUDITORIA
            IF WK-FS-AUDITORIA NOT = '00'
               GO TO P700-FIM
            END-IF
            SET WK-SOMAR-AUDITORIA       TO TRUE
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P710-LER-AUDITORIA THRU P710-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE AUDITORIA
            .
       P700-FIM.

       P710-LER-AUDITORIA.
            READ AUDITORIA NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P710-FIM
            END-READ
            IF AUD-CODIGO NOT = ZEROS
               AND AUD-DATA-HORA(1:8) < WK-CORTE-AUDITORIA
               MOVE AUD-CODIGO           TO WK-CODIGO-SOMAR
               PERFORM P590-SOMAR-NA-RETENCAO
                       VARYING WK-IDX-SOMA FROM 1 BY 1
                       UNTIL WK-IDX-SOMA > WK-QTDE-RETENCOES
            END-IF
            .
       P710-FIM.

      ******************************************************************
      * P800-IMPRIMIR: um bloco por retencao. Expurgo so pesa para PF
      * inativo; apagamento LGPD so para PF ainda nao anonimizado.
      ******************************************************************
       P800-IMPRIMIR.
            OPEN INPUT CONTATO-MASTER
            OPEN INPUT CONTPJ-MASTER
            PERFORM P810-IMPRIMIR-UMA THRU P810-FIM
                    VARYING WK-IDX-RET FROM 1 BY 1
                    UNTIL WK-IDX-RET > WK-QTDE-RETENCOES
            IF WK-FS-CONTATO NOT = '35'
               CLOSE CONTATO-MASTER
            END-IF
            IF WK-FS-CONTATO-PJ NOT = '35'
               CLOSE CONTPJ-MASTER
            END-IF
            .
       P800-FIM.

       P810-IMPRIMIR-UMA.
            MOVE '(NAO ENCONTRADO)'      TO WK-NOME-CONTATO
            MOVE 'NAO SE APLICA (PJ)'    TO WK-TEXTO-EXPURGO
                                            WK-TEXTO-LGPD
            IF WK-RT-TIPO(WK-IDX-RET) = 'J'
               MOVE 'PJ'                 TO WK-TIPO-TEXTO
               MOVE WK-RT-CODIGO(WK-IDX-RET) TO WK-CODIGO-PJ
               READ CONTPJ-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE WK-RAZAO-SOCIAL TO WK-NOME-CONTATO
               END-READ
            ELSE
               MOVE 'PF'                 TO WK-TIPO-TEXTO
               PERFORM P820-SITUACAO-PF THRU P820-FIM
            END-IF

            MOVE SPACES                  TO LGLREL-REC
            WRITE LGLREL-REC
            MOVE SPACES                  TO LGLREL-REC
            STRING 'PROCESSO ' WK-RT-PROCESSO(WK-IDX-RET)
                   '  ' WK-TIPO-TEXTO ' ' WK-RT-CODIGO(WK-IDX-RET)
                   ' ' WK-NOME-CONTATO
                   '  DESDE ' WK-RT-INICIO(WK-IDX-RET)(7:2) '/'
                   WK-RT-INICIO(WK-IDX-RET)(5:2) '/'
                   WK-RT-INICIO(WK-IDX-RET)(1:4)
                   DELIMITED BY SIZE INTO LGLREL-REC
            END-STRING
            WRITE LGLREL-REC
            MOVE SPACES                  TO LGLREL-REC
            STRING '   SOLICITANTE: ' WK-RT-SOLICITANTE(WK-IDX-RET)
                   '  COLOCADA POR: ' WK-RT-USUARIO(WK-IDX-RET)
                   DELIMITED BY SIZE INTO LGLREL-REC
            END-STRING
            WRITE LGLREL-REC
            MOVE SPACES                  TO LGLREL-REC
            STRING '   EXPURGO DE INATIVO (ARCCNTT)......: '
                   WK-TEXTO-EXPURGO
                   DELIMITED BY SIZE INTO LGLREL-REC
            END-STRING
            WRITE LGLREL-REC
            MOVE SPACES                  TO LGLREL-REC
            STRING '   APAGAMENTO LGPD (LGPDDEL).........: '
                   WK-TEXTO-LGPD
                   DELIMITED BY SIZE INTO LGLREL-REC
            END-STRING
            WRITE LGLREL-REC
            MOVE SPACES                  TO LGLREL-REC
            STRING '   VENCIDOS RETIDOS (RETCNTT) - NOTAS: '
                   WK-RT-NOTAS(WK-IDX-RET)
                   '  AGENDA: ' WK-RT-AGENDA(WK-IDX-RET)
                   '  CAMPANHA: ' WK-RT-CAMPANHA(WK-IDX-RET)
                   '  ENDERECOS: ' WK-RT-ENDERECOS(WK-IDX-RET)
                   DELIMITED BY SIZE INTO LGLREL-REC
            END-STRING
            WRITE LGLREL-REC
            MOVE SPACES                  TO LGLREL-REC
            STRING '   LINHAS DE AUDITORIA RETIDAS (AUDARCH): '
                   WK-RT-AUDITORIA(WK-IDX-RET)
                   DELIMITED BY SIZE INTO LGLREL-REC
            END-STRING
            WRITE LGLREL-REC

            IF WK-TEXTO-EXPURGO(1:3) = 'SIM'
               OR WK-TEXTO-LGPD(1:3) = 'SIM'
               OR WK-RT-NOTAS(WK-IDX-RET) > ZEROS
               OR WK-RT-AGENDA(WK-IDX-RET) > ZEROS
               OR WK-RT-CAMPANHA(WK-IDX-RET) > ZEROS
               OR WK-RT-ENDERECOS(WK-IDX-RET) > ZEROS
               OR WK-RT-AUDITORIA(WK-IDX-RET) > ZEROS
               ADD 1                     TO WK-QTD-SEGURANDO
            END-IF
            .
       P810-FIM.

       P820-SITUACAO-PF.
            MOVE WK-RT-CODIGO(WK-IDX-RET) TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    MOVE 'NAO (CONTATO FORA DO MESTRE)'
                                         TO WK-TEXTO-EXPURGO
                    MOVE 'NAO (CONTATO FORA DO MESTRE)'
                                         TO WK-TEXTO-LGPD
                    GO TO P820-FIM
            END-READ
            MOVE SPACES                  TO WK-NOME-CONTATO
            STRING WK-PRIMEIRO-NOME DELIMITED BY SPACE
                   ' ' WK-ULTIMO-NOME DELIMITED BY SIZE
                   INTO WK-NOME-CONTATO
            END-STRING
            IF WK-REG-INATIVO
               MOVE 'SIM - INATIVO MANTIDO NO MESTRE'
                                         TO WK-TEXTO-EXPURGO
            ELSE
               MOVE 'NAO (CONTATO ATIVO)' TO WK-TEXTO-EXPURGO
            END-IF
            IF WK-REG-ANONIMIZADO
               MOVE 'NAO (JA ANONIMIZADO)' TO WK-TEXTO-LGPD
            ELSE
               MOVE 'SIM - BLOQUEADO'    TO WK-TEXTO-LGPD
            END-IF
            .
       P820-FIM.

       P900-FINALIZAR.
            MOVE SPACES                  TO LGLREL-REC
            WRITE LGLREL-REC
            MOVE SPACES                  TO LGLREL-REC
            STRING 'RETENCOES ATIVAS: ' WK-QTDE-RETENCOES
                   '  SEGURANDO ALGO HOJE: ' WK-QTD-SEGURANDO
                   DELIMITED BY SIZE INTO LGLREL-REC
            END-STRING
            WRITE LGLREL-REC
            CLOSE RELATORIO-RETENCAO
            DISPLAY 'RETENCOES ATIVAS......: ' WK-QTDE-RETENCOES
            DISPLAY 'SEGURANDO ALGO HOJE...: ' WK-QTD-SEGURANDO

            MOVE 'LGLREL'                TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTDE-RETENCOES       TO LK-RUN-QTD-LIDOS
            MOVE ZEROS                   TO LK-RUN-QTD-APLICADOS
                                            LK-RUN-QTD-REJEITADOS
                                            LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM LGLREL.
