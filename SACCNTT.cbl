      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CASOS DE SAC (RECLAMACAO E SOLICITACAO) POR CONTATO.
      *          A RECLAMACAO CHEGAVA POR TELEFONE OU CARTA E VIRAVA
      *          NOTA NO NOTAMSTR OU RETORNO NO AGENDAMS - SEM NUMERO,
      *          SEM CATEGORIA E SEM COMO PROVAR A OUVIDORIA QUE O
      *          PRAZO LEGAL FOI CUMPRIDO. AQUI O CASO E UM REGISTRO
      *          DO SACMSTR PRESO A UM CONTATO PF (CONTMSTR) OU PJ
      *          (CONTPJMS), COM PROTOCOLO (AAAA + SEQUENCIA DO ANO)
      *          INFORMADO AO CLIENTE, CANAL, CATEGORIA VALIDADA NA
      *          TABELA DE REFERENCIA REFMSTR (TIPO 'S', CADASTRADA NA
      *          HORA COMO NO OCORCNTT), DESCRICAO, OPERADOR
      *          RESPONSAVEL (USUARIO ATIVO), STATUS (ABERTO, EM
      *          ANDAMENTO, AGUARDANDO CLIENTE, FECHADO) E TEXTO DE
      *          RESOLUCAO. O PRAZO DE SLA E A ABERTURA + N DIAS
      *          UTEIS (CHAVE SAC-PRAZO-DIAS-UTEIS DO CFGMSTR, PADRAO
      *          5), CONTADOS NO CALMSTR VIA DATEUTIL 'U'. TODA
      *          ABERTURA, TROCA DE STATUS E REATRIBUICAO DEIXA LINHA
      *          DATADA NO SACHIST. FECHADO E DEFINITIVO. SO A FILIAL
      *          DONA DO CASO (OU A MATRIZ) MEXE NELE. O AGING DIARIO
      *          E O SACAGING; OS CASOS EM ABERTO SAEM NO CONS360.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SACCNTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELSAC'.
           COPY 'SELSCH'.
           COPY 'SELCONT'.
           COPY 'SELCONTJ'.
           COPY 'SELUSERS'.
           COPY 'SELREF'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDSAC'.
           COPY 'FDSCH'.
           COPY 'FDCONT'.
           COPY 'FDCONTJ'.
           COPY 'FDUSERS'.
           COPY 'FDREF'.
       WORKING-STORAGE SECTION.
       77  WK-FS-SAC                    PIC X(02) VALUE SPACES.
       77  WK-FS-SAC-HIST               PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO-PJ             PIC X(02) VALUE SPACES.
       77  WK-FS-USUARIOS               PIC X(02) VALUE SPACES.
       77  WK-FS-REF                    PIC X(02) VALUE SPACES.
       77  WK-OPCAO                     PIC X(01) VALUE SPACES.
       77  WK-CONFIRMA                  PIC X(01) VALUE SPACES.
       77  WK-RESPOSTA                  PIC X(01) VALUE SPACES.
       77  WK-FIM-SAC                   PIC X(01) VALUE 'N'.
       77  WK-FIM-HISTORICO             PIC X(01) VALUE 'N'.
       77  WK-FIM-REF                   PIC X(01) VALUE 'N'.
       77  WK-FILIAL-OK                 PIC X(01) VALUE 'S'.
       77  WK-CONTATO-OK                PIC X(01) VALUE 'N'.
       77  WK-OPERADOR-OK               PIC X(01) VALUE 'N'.
       77  WK-CATEGORIA-OK              PIC X(01) VALUE 'N'.
       77  WK-TIPO-INF                  PIC X(01) VALUE SPACES.
       77  WK-CANAL-INF                 PIC X(01) VALUE SPACES.
       77  WK-STATUS-INF                PIC X(01) VALUE SPACES.
       77  WK-STATUS-ANTERIOR           PIC X(01) VALUE SPACES.
       77  WK-CODIGO-PROCURA            PIC 9(06) VALUE ZEROS.
       77  WK-PROTOCOLO-PROCURA         PIC 9(10) VALUE ZEROS.
       77  WK-PROX-SEQ-ANO              PIC 9(06) VALUE ZEROS.
       77  WK-PROX-SEQ                  PIC 9(04) VALUE ZEROS.
       77  WK-REF-PROX-CODIGO           PIC 9(04) VALUE ZEROS.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-ANO-HOJE                  PIC 9(04) VALUE ZEROS.
       77  WK-DATA-CORRENTE             PIC 9(08) VALUE ZEROS.
       77  WK-DIA-INTEIRO               PIC 9(07) VALUE ZEROS.
       77  WK-PRAZO-DIAS                PIC 9(03) VALUE ZEROS.
       77  WK-DIAS-UTEIS-CONTADOS       PIC 9(03) VALUE ZEROS.
       77  WK-CATEGORIA-INF             PIC X(20) VALUE SPACES.
       77  WK-CATEGORIA-NORM            PIC X(40) VALUE SPACES.
       77  WK-DESCRICAO-INF             PIC X(60) VALUE SPACES.
       77  WK-RESOLUCAO-INF             PIC X(60) VALUE SPACES.
       77  WK-OBSERVACAO-INF            PIC X(40) VALUE SPACES.
       77  WK-OPERADOR-INF              PIC X(08) VALUE SPACES.
       77  WK-OPERADOR-PADRAO           PIC X(08) VALUE SPACES.
       77  WK-NOME-CONTATO              PIC X(40) VALUE SPACES.
       77  WK-FILIAL-CONTATO            PIC X(03) VALUE SPACES.
       77  WK-QTD-LISTADOS              PIC 9(04) VALUE ZEROS.
       77  WK-NOME-CANAL                PIC X(08) VALUE SPACES.
       77  WK-NOME-STATUS               PIC X(18) VALUE SPACES.
       77  WK-MARCA-PRAZO               PIC X(08) VALUE SPACES.
           COPY 'PARMDATE'.
           COPY 'PARMCFG'.
           COPY 'PARMNORM'.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            MOVE WK-DATA-HOJE(1:4)       TO WK-ANO-HOJE
            MOVE 'SAC-PRAZO-DIAS-UTEIS'  TO LK-CFG-CHAVE
            MOVE 5                       TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-PRAZO-DIAS
            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P200-PROCESSA THRU P200-FIM UNTIL
                    WK-OPCAO = 'S' OR WK-OPCAO = 's'
            CLOSE CASO-SAC HISTORICO-SAC
                  CONTATO-MASTER CONTPJ-MASTER USUARIOS TABELA-REF
            MOVE ' *** CASOS DE SAC - CONCLUIDO ***       ' TO
                                         WS-MENSSAGEM
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
            OPEN I-O CASO-SAC
            IF WK-FS-SAC = '35'
               OPEN OUTPUT CASO-SAC
               CLOSE CASO-SAC
               OPEN I-O CASO-SAC
            END-IF
            OPEN I-O HISTORICO-SAC
            IF WK-FS-SAC-HIST = '35'
               OPEN OUTPUT HISTORICO-SAC
               CLOSE HISTORICO-SAC
               OPEN I-O HISTORICO-SAC
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
            OPEN INPUT USUARIOS
            IF WK-FS-USUARIOS = '35'
               OPEN OUTPUT USUARIOS
               CLOSE USUARIOS
               OPEN INPUT USUARIOS
            END-IF
            OPEN I-O TABELA-REF
            IF WK-FS-REF = '35'
               OPEN OUTPUT TABELA-REF
               CLOSE TABELA-REF
               OPEN I-O TABELA-REF
            END-IF
            .

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** CASOS DE SAC ***'
            DISPLAY '1 - ABRIR CASO (GERA PROTOCOLO)'
            DISPLAY '2 - MUDAR STATUS (FECHAR EXIGE RESOLUCAO)'
            DISPLAY '3 - REATRIBUIR OPERADOR'
            DISPLAY '4 - CONSULTAR CASO (COM HISTORICO)'
            DISPLAY '5 - CASOS DE UM CONTATO'
            DISPLAY '6 - MEUS CASOS EM ABERTO'
            DISPLAY '(OU TECLE <S> PARA VOLTAR AO MENU)'
            ACCEPT WK-OPCAO

            EVALUATE WK-OPCAO
               WHEN '1'
                  PERFORM P300-ABRIR THRU P300-FIM
               WHEN '2'
                  PERFORM P400-MUDAR-STATUS THRU P400-FIM
               WHEN '3'
                  PERFORM P500-REATRIBUIR THRU P500-FIM
               WHEN '4'
                  PERFORM P600-CONSULTAR THRU P600-FIM
               WHEN '5'
                  PERFORM P700-DO-CONTATO
               WHEN '6'
                  PERFORM P800-MEUS-PENDENTES
               WHEN 'S'
               WHEN 's'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P200-FIM.

      ******************************************************************
      * P300-ABRIR: o contato tem de existir e estar ativo no mestre
      * do tipo informado. O caso nasce ABERTO, com a filial do
      * contato, e o protocolo e o prazo de SLA sao mostrados para
      * serem informados ao cliente.
      ******************************************************************
       P300-ABRIR.
            DISPLAY 'CONTATO PF OU PJ (F/J): '
            ACCEPT WK-TIPO-INF
            INSPECT WK-TIPO-INF CONVERTING 'fj' TO 'FJ'
            IF WK-TIPO-INF NOT = 'F' AND WK-TIPO-INF NOT = 'J'
               DISPLAY 'TIPO INVALIDO - USE F (PESSOA) OU J (EMPRESA).'
               GO TO P300-FIM
            END-IF
            DISPLAY 'CODIGO DO CONTATO: '
            ACCEPT WK-CODIGO-PROCURA
            PERFORM P320-LER-CONTATO THRU P320-FIM
            IF WK-CONTATO-OK NOT = 'S'
               GO TO P300-FIM
            END-IF
            DISPLAY 'CONTATO: ' WK-NOME-CONTATO

            IF WS-FILIAL-LOGADA NOT = SPACES
               AND WK-FILIAL-CONTATO NOT = SPACES
               AND WK-FILIAL-CONTATO NOT = WS-FILIAL-LOGADA
               DISPLAY 'CONTATO PERTENCE A FILIAL ' WK-FILIAL-CONTATO
                       ' - CASO SO PELA FILIAL DONA.'
               GO TO P300-FIM
            END-IF

            DISPLAY 'CANAL (T-TELEFONE C-CARTA E-EMAIL B-BALCAO): '
            ACCEPT WK-CANAL-INF
            INSPECT WK-CANAL-INF CONVERTING 'tceb' TO 'TCEB'
            MOVE WK-CANAL-INF            TO SAC-CANAL
            IF NOT SAC-CANAL-VALIDO
               DISPLAY 'CANAL INVALIDO.'
               GO TO P300-FIM
            END-IF

            PERFORM P360-VALIDAR-CATEGORIA THRU P360-FIM
            IF WK-CATEGORIA-OK NOT = 'S'
               DISPLAY 'CASO NAO ABERTO.'
               GO TO P300-FIM
            END-IF

            DISPLAY 'DESCRICAO (ATE 60): '
            ACCEPT WK-DESCRICAO-INF
            IF WK-DESCRICAO-INF = SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA.'
               GO TO P300-FIM
            END-IF

            DISPLAY 'OPERADOR (ENTER = ' WK-OPERADOR-PADRAO '): '
            MOVE SPACES                  TO WK-OPERADOR-INF
            ACCEPT WK-OPERADOR-INF
            IF WK-OPERADOR-INF = SPACES
               MOVE WK-OPERADOR-PADRAO   TO WK-OPERADOR-INF
            END-IF
            PERFORM P340-VALIDAR-OPERADOR
            IF WK-OPERADOR-OK NOT = 'S'
               DISPLAY 'OPERADOR NAO CADASTRADO OU INATIVO.'
               GO TO P300-FIM
            END-IF

            PERFORM P310-PROXIMO-PROTOCOLO
            PERFORM P350-CALCULAR-PRAZO
            MOVE WK-ANO-HOJE             TO SAC-PROT-ANO
            MOVE WK-PROX-SEQ-ANO         TO SAC-PROT-SEQ
            MOVE WK-TIPO-INF             TO SAC-TIPO-CONTATO
            MOVE WK-CODIGO-PROCURA       TO SAC-CODIGO
            MOVE WK-CANAL-INF            TO SAC-CANAL
            MOVE WK-CATEGORIA-INF        TO SAC-CATEGORIA
            MOVE WK-DESCRICAO-INF        TO SAC-DESCRICAO
            MOVE WK-OPERADOR-INF         TO SAC-OPERADOR
            MOVE WK-FILIAL-CONTATO       TO SAC-FILIAL
            SET SAC-ABERTO               TO TRUE
            MOVE FUNCTION CURRENT-DATE   TO SAC-DATA-HORA-ABERTURA
            MOVE WK-DATA-HOJE            TO SAC-DATA-ABERTURA
                                            SAC-DATA-STATUS
            MOVE WK-DATA-CORRENTE        TO SAC-PRAZO-SLA
            MOVE ZEROS                   TO SAC-DATA-FECHAMENTO
            MOVE SPACES                  TO SAC-RESOLUCAO
            WRITE REG-CASO-SAC
            IF WK-FS-SAC NOT = '00'
               DISPLAY 'ERRO AO GRAVAR - FS: ' WK-FS-SAC
               GO TO P300-FIM
            END-IF

            MOVE SPACE                   TO WK-STATUS-ANTERIOR
            MOVE SPACES                  TO WK-OBSERVACAO-INF
            PERFORM P900-GRAVAR-HISTORICO THRU P900-FIM
            DISPLAY 'CASO ABERTO - PROTOCOLO: ' SAC-PROTOCOLO
            DISPLAY 'PRAZO DE SLA: ' SAC-PRAZO-SLA(7:2) '/'
                    SAC-PRAZO-SLA(5:2) '/' SAC-PRAZO-SLA(1:4)
                    ' (' WK-PRAZO-DIAS ' DIAS UTEIS)'
            IF SAC-CONTATO-PF
               MOVE SAC-CODIGO           TO WS-CODIGO-CONTATO
            END-IF
            .
       P300-FIM.

      ******************************************************************
      * P310-PROXIMO-PROTOCOLO: maior sequencia ja usada no ano
      * corrente + 1 - o START no prefixo AAAA000000 e a leitura para
      * no primeiro protocolo de outro ano.
      ******************************************************************
       P310-PROXIMO-PROTOCOLO.
            MOVE ZEROS                   TO WK-PROX-SEQ-ANO
            MOVE 'N'                     TO WK-FIM-SAC
            MOVE WK-ANO-HOJE             TO SAC-PROT-ANO
            MOVE ZEROS                   TO SAC-PROT-SEQ
            START CASO-SAC KEY IS NOT LESS THAN SAC-PROTOCOLO
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-SAC
            END-START
            PERFORM P311-LER-PROTOCOLO THRU P311-FIM
                    UNTIL WK-FIM-SAC = 'S'
            ADD 1                        TO WK-PROX-SEQ-ANO
            .

       P311-LER-PROTOCOLO.
            READ CASO-SAC NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-SAC
                 NOT AT END
                    IF SAC-PROT-ANO NOT = WK-ANO-HOJE
                       MOVE 'S'          TO WK-FIM-SAC
                    ELSE
                       MOVE SAC-PROT-SEQ TO WK-PROX-SEQ-ANO
                    END-IF
            END-READ
            .
       P311-FIM.

      ******************************************************************
      * P320-LER-CONTATO: localiza WK-CODIGO-PROCURA no mestre do tipo
      * WK-TIPO-INF e devolve nome, filial e operador padrao.
      ******************************************************************
       P320-LER-CONTATO.
            MOVE 'N'                     TO WK-CONTATO-OK
            MOVE SPACES                  TO WK-NOME-CONTATO
                                            WK-FILIAL-CONTATO
            MOVE WS-USUARIO-LOGADO       TO WK-OPERADOR-PADRAO
            IF WK-TIPO-INF = 'J'
               MOVE WK-CODIGO-PROCURA    TO WK-CODIGO-PJ
               READ CONTPJ-MASTER
                    INVALID KEY
                       DISPLAY 'EMPRESA NAO ENCONTRADA.'
                       GO TO P320-FIM
               END-READ
               IF NOT WK-REG-PJ-ATIVO
                  DISPLAY 'EMPRESA INATIVA.'
                  GO TO P320-FIM
               END-IF
               MOVE WK-RAZAO-SOCIAL      TO WK-NOME-CONTATO
               MOVE WK-FILIAL-PJ         TO WK-FILIAL-CONTATO
               MOVE 'S'                  TO WK-CONTATO-OK
               GO TO P320-FIM
            END-IF

            MOVE WK-CODIGO-PROCURA       TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    DISPLAY 'CONTATO NAO ENCONTRADO.'
                    GO TO P320-FIM
            END-READ
            IF NOT WK-REG-ATIVO OR WK-REG-FALECIDO
               DISPLAY 'CONTATO INATIVO OU FALECIDO.'
               GO TO P320-FIM
            END-IF
            STRING WK-PRIMEIRO-NOME DELIMITED BY SPACE
                   ' '              DELIMITED BY SIZE
                   WK-ULTIMO-NOME   DELIMITED BY SPACE
                   INTO WK-NOME-CONTATO
            END-STRING
            MOVE WK-FILIAL               TO WK-FILIAL-CONTATO
            MOVE 'S'                     TO WK-CONTATO-OK
            .
       P320-FIM.

       P340-VALIDAR-OPERADOR.
            MOVE 'N'                     TO WK-OPERADOR-OK
            MOVE WK-OPERADOR-INF         TO USR-ID
            READ USUARIOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF USR-ATIVO
                       MOVE 'S'          TO WK-OPERADOR-OK
                    END-IF
            END-READ
            .

      ******************************************************************
      * P350-CALCULAR-PRAZO: anda dia a dia a partir de hoje e conta
      * so os dias uteis (DATEUTIL 'U' - fim de semana e feriado do
      * CALMSTR nao contam) ate WK-PRAZO-DIAS. Prazo zero = hoje.
      ******************************************************************
       P350-CALCULAR-PRAZO.
            MOVE ZEROS                   TO WK-DIAS-UTEIS-CONTADOS
            MOVE WK-DATA-HOJE            TO WK-DATA-CORRENTE
            COMPUTE WK-DIA-INTEIRO =
                    FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE)
            PERFORM P355-AVANCAR-DIA
                    UNTIL WK-DIAS-UTEIS-CONTADOS >= WK-PRAZO-DIAS
            .

       P355-AVANCAR-DIA.
            ADD 1                        TO WK-DIA-INTEIRO
            COMPUTE WK-DATA-CORRENTE =
                    FUNCTION DATE-OF-INTEGER(WK-DIA-INTEIRO)
            MOVE WK-DATA-CORRENTE        TO LK-DATA-ENTRADA
            MOVE 'U'                     TO LK-FUNCAO
            SET LK-SAIDA-AAAAMMDD        TO TRUE
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            MOVE 'V'                     TO LK-FUNCAO
            IF LK-STATUS-OK OF PARAMETRES-DATA AND LK-E-DIA-UTIL
               ADD 1                     TO WK-DIAS-UTEIS-CONTADOS
            END-IF
            .

      ******************************************************************
      * P360-VALIDAR-CATEGORIA: mesma tabela de referencia dos
      * contatos (REFMSTR), tipo 'S' - categoria nova pode ser
      * cadastrada na hora, com a grafia digitada como canonica.
      ******************************************************************
       P360-VALIDAR-CATEGORIA.
            MOVE 'N'                     TO WK-CATEGORIA-OK
            DISPLAY 'CATEGORIA DO CASO: '
            ACCEPT WK-CATEGORIA-INF
            IF WK-CATEGORIA-INF = SPACES
               DISPLAY 'CATEGORIA OBRIGATORIA.'
               GO TO P360-FIM
            END-IF
            MOVE WK-CATEGORIA-INF        TO LK-TEXTO-ENTRADA
            CALL 'NORMUTIL' USING PARAMETRES-NORM
            MOVE LK-TEXTO-NORMALIZADO    TO WK-CATEGORIA-NORM

            MOVE 'S'                     TO TAB-TIPO
            MOVE WK-CATEGORIA-NORM(1:20) TO TAB-DESCRICAO-NORM
            READ TABELA-REF
                 INVALID KEY
                    DISPLAY 'CATEGORIA NAO CADASTRADA - CADASTRAR '
                            '(S/N)? '
                    ACCEPT WK-RESPOSTA
                    IF WK-RESPOSTA = 'S' OR WK-RESPOSTA = 's'
                       PERFORM P365-CADASTRAR-CATEGORIA
                       MOVE 'S'          TO WK-CATEGORIA-OK
                    END-IF
                 NOT INVALID KEY
                    IF TAB-INATIVA
                       DISPLAY 'CATEGORIA DESATIVADA - USE OUTRA.'
                    ELSE
                       MOVE TAB-DESCRICAO TO WK-CATEGORIA-INF
                       MOVE 'S'          TO WK-CATEGORIA-OK
                    END-IF
            END-READ
            .
       P360-FIM.

       P365-CADASTRAR-CATEGORIA.
            PERFORM P366-PROXIMO-CODIGO-REF
            MOVE 'S'                     TO TAB-TIPO
            MOVE WK-CATEGORIA-NORM(1:20) TO TAB-DESCRICAO-NORM
            MOVE WK-REF-PROX-CODIGO      TO TAB-CODIGO
            MOVE WK-CATEGORIA-INF        TO TAB-DESCRICAO
            SET TAB-ATIVA                TO TRUE
            WRITE REG-TABELA-REF
            .

       P366-PROXIMO-CODIGO-REF.
            MOVE ZEROS                   TO WK-REF-PROX-CODIGO
            MOVE 'N'                     TO WK-FIM-REF
            MOVE LOW-VALUES              TO TAB-CHAVE
            START TABELA-REF KEY IS NOT LESS THAN TAB-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-REF
            END-START
            PERFORM P367-LER-REF THRU P367-FIM
                    UNTIL WK-FIM-REF = 'S'
            ADD 1                        TO WK-REF-PROX-CODIGO
            .

       P367-LER-REF.
            READ TABELA-REF NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-REF
                 NOT AT END
                    IF TAB-TIPO = 'S' AND
                       TAB-CODIGO > WK-REF-PROX-CODIGO
                       MOVE TAB-CODIGO   TO WK-REF-PROX-CODIGO
                    END-IF
            END-READ
            .
       P367-FIM.

      ******************************************************************
      * P370-LOCALIZAR: le o caso pelo protocolo e confere a filial -
      * usada por toda subopcao que grava. Caso fechado nao muda mais.
      ******************************************************************
       P370-LOCALIZAR.
            MOVE 'N'                     TO WK-FILIAL-OK
            DISPLAY 'PROTOCOLO: '
            ACCEPT WK-PROTOCOLO-PROCURA
            MOVE WK-PROTOCOLO-PROCURA    TO SAC-PROTOCOLO
            READ CASO-SAC
                 INVALID KEY
                    DISPLAY 'PROTOCOLO NAO ENCONTRADO.'
                    GO TO P370-FIM
            END-READ
            IF WS-FILIAL-LOGADA NOT = SPACES
               AND SAC-FILIAL NOT = SPACES
               AND SAC-FILIAL NOT = WS-FILIAL-LOGADA
               DISPLAY 'CASO PERTENCE A FILIAL ' SAC-FILIAL
                       ' - MANUTENCAO SO PELA FILIAL DONA.'
               GO TO P370-FIM
            END-IF
            IF SAC-FECHADO
               DISPLAY 'CASO JA FECHADO EM ' SAC-DATA-FECHAMENTO '.'
               GO TO P370-FIM
            END-IF
            MOVE 'S'                     TO WK-FILIAL-OK
            .
       P370-FIM.

      ******************************************************************
      * P400-MUDAR-STATUS: qualquer status pendente pode ir para
      * qualquer outro; FECHADO exige o texto de resolucao e
      * confirmacao. A linha de historico leva o carimbo de tempo.
      ******************************************************************
       P400-MUDAR-STATUS.
            PERFORM P370-LOCALIZAR THRU P370-FIM
            IF WK-FILIAL-OK NOT = 'S'
               GO TO P400-FIM
            END-IF
            PERFORM P970-NOME-STATUS
            DISPLAY 'STATUS ATUAL: ' WK-NOME-STATUS
            DISPLAY 'NOVO STATUS (A-ABERTO E-EM ANDAMENTO '
                    'C-AGUARDANDO CLIENTE F-FECHADO): '
            ACCEPT WK-STATUS-INF
            INSPECT WK-STATUS-INF CONVERTING 'aecf' TO 'AECF'
            MOVE SAC-STATUS              TO WK-STATUS-ANTERIOR
            MOVE WK-STATUS-INF           TO SAC-STATUS
            IF NOT SAC-STATUS-VALIDO
               DISPLAY 'STATUS INVALIDO.'
               GO TO P400-FIM
            END-IF
            IF SAC-STATUS = WK-STATUS-ANTERIOR
               DISPLAY 'O CASO JA ESTA NESTE STATUS.'
               GO TO P400-FIM
            END-IF

            MOVE SPACES                  TO WK-OBSERVACAO-INF
            IF SAC-FECHADO
               DISPLAY 'RESOLUCAO (ATE 60): '
               MOVE SPACES               TO WK-RESOLUCAO-INF
               ACCEPT WK-RESOLUCAO-INF
               IF WK-RESOLUCAO-INF = SPACES
                  DISPLAY 'RESOLUCAO E OBRIGATORIA PARA FECHAR.'
                  GO TO P400-FIM
               END-IF
               DISPLAY 'FECHADO E DEFINITIVO. CONFIRMA (S/N)? '
               ACCEPT WK-CONFIRMA
               IF WK-CONFIRMA NOT = 'S' AND WK-CONFIRMA NOT = 's'
                  DISPLAY 'OPERACAO CANCELADA.'
                  GO TO P400-FIM
               END-IF
               MOVE WK-RESOLUCAO-INF     TO SAC-RESOLUCAO
               MOVE WK-DATA-HOJE         TO SAC-DATA-FECHAMENTO
               MOVE WK-RESOLUCAO-INF     TO WK-OBSERVACAO-INF
            ELSE
               DISPLAY 'OBSERVACAO (ATE 40, OPCIONAL): '
               ACCEPT WK-OBSERVACAO-INF
            END-IF

            MOVE WK-DATA-HOJE            TO SAC-DATA-STATUS
            REWRITE REG-CASO-SAC
            IF WK-FS-SAC NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR - FS: ' WK-FS-SAC
               GO TO P400-FIM
            END-IF
            PERFORM P900-GRAVAR-HISTORICO THRU P900-FIM
            PERFORM P970-NOME-STATUS
            DISPLAY 'STATUS ALTERADO PARA ' WK-NOME-STATUS '.'
            IF SAC-FECHADO AND SAC-DATA-FECHAMENTO > SAC-PRAZO-SLA
               DISPLAY 'ATENCAO: CASO FECHADO FORA DO PRAZO DE SLA.'
            END-IF
            .
       P400-FIM.

      ******************************************************************
      * P500-REATRIBUIR: troca o operador responsavel de um caso
      * pendente; o status nao muda, mas a troca fica no historico.
      ******************************************************************
       P500-REATRIBUIR.
            PERFORM P370-LOCALIZAR THRU P370-FIM
            IF WK-FILIAL-OK NOT = 'S'
               GO TO P500-FIM
            END-IF
            DISPLAY 'OPERADOR ATUAL: ' SAC-OPERADOR
            DISPLAY 'NOVO OPERADOR: '
            MOVE SPACES                  TO WK-OPERADOR-INF
            ACCEPT WK-OPERADOR-INF
            IF WK-OPERADOR-INF = SPACES OR
               WK-OPERADOR-INF = SAC-OPERADOR
               DISPLAY 'OPERADOR MANTIDO.'
               GO TO P500-FIM
            END-IF
            PERFORM P340-VALIDAR-OPERADOR
            IF WK-OPERADOR-OK NOT = 'S'
               DISPLAY 'OPERADOR NAO CADASTRADO OU INATIVO.'
               GO TO P500-FIM
            END-IF

            MOVE SPACES                  TO WK-OBSERVACAO-INF
            STRING 'REATRIBUIDO DE ' SAC-OPERADOR
                   DELIMITED BY SIZE INTO WK-OBSERVACAO-INF
            END-STRING
            MOVE SAC-STATUS              TO WK-STATUS-ANTERIOR
            MOVE WK-OPERADOR-INF         TO SAC-OPERADOR
            REWRITE REG-CASO-SAC
            IF WK-FS-SAC NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR - FS: ' WK-FS-SAC
               GO TO P500-FIM
            END-IF
            PERFORM P900-GRAVAR-HISTORICO THRU P900-FIM
            DISPLAY 'CASO REATRIBUIDO A ' SAC-OPERADOR '.'
            .
       P500-FIM.

      ******************************************************************
      * P600-CONSULTAR: o caso e o historico de status, da abertura
      * ate hoje (ordem da chave do SACHIST).
      ******************************************************************
       P600-CONSULTAR.
            DISPLAY 'PROTOCOLO: '
            ACCEPT WK-PROTOCOLO-PROCURA
            MOVE WK-PROTOCOLO-PROCURA    TO SAC-PROTOCOLO
            READ CASO-SAC
                 INVALID KEY
                    DISPLAY 'PROTOCOLO NAO ENCONTRADO.'
                    GO TO P600-FIM
            END-READ

            MOVE SAC-TIPO-CONTATO        TO WK-TIPO-INF
            MOVE SAC-CODIGO              TO WK-CODIGO-PROCURA
            PERFORM P320-LER-CONTATO THRU P320-FIM
            PERFORM P960-NOME-CANAL
            PERFORM P970-NOME-STATUS
            PERFORM P980-MARCA-PRAZO
            DISPLAY '----------------------------------------------'
            DISPLAY 'PROTOCOLO...: ' SAC-PROTOCOLO
                    '  CANAL: ' WK-NOME-CANAL
            DISPLAY 'CONTATO.....: ' SAC-TIPO-CONTATO ' ' SAC-CODIGO
                    ' ' WK-NOME-CONTATO
            DISPLAY 'CATEGORIA...: ' SAC-CATEGORIA
            DISPLAY 'DESCRICAO...: ' SAC-DESCRICAO
            DISPLAY 'STATUS......: ' WK-NOME-STATUS
                    '  DESDE ' SAC-DATA-STATUS
            DISPLAY 'OPERADOR....: ' SAC-OPERADOR
                    '  FILIAL: ' SAC-FILIAL
            DISPLAY 'ABERTURA....: ' SAC-DATA-HORA-ABERTURA(1:8) ' '
                    SAC-DATA-HORA-ABERTURA(9:2) ':'
                    SAC-DATA-HORA-ABERTURA(11:2)
            DISPLAY 'PRAZO SLA...: ' SAC-PRAZO-SLA ' ' WK-MARCA-PRAZO
            IF SAC-FECHADO
               DISPLAY 'FECHAMENTO..: ' SAC-DATA-FECHAMENTO
               DISPLAY 'RESOLUCAO...: ' SAC-RESOLUCAO
            END-IF
            DISPLAY 'HISTORICO DE STATUS:'
            DISPLAY 'DATA     HORA   USUARIO  DE PARA OPERADOR '
                    'OBSERVACAO'

            MOVE 'N'                     TO WK-FIM-HISTORICO
            MOVE SAC-PROTOCOLO           TO SCH-PROTOCOLO
            MOVE ZEROS                   TO SCH-SEQ
            START HISTORICO-SAC KEY IS NOT LESS THAN SCH-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-HISTORICO
            END-START
            PERFORM P610-LISTAR-HISTORICO THRU P610-FIM
                    UNTIL WK-FIM-HISTORICO = 'S'
            .
       P600-FIM.

       P610-LISTAR-HISTORICO.
            READ HISTORICO-SAC NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-HISTORICO
                 NOT AT END
                    IF SCH-PROTOCOLO NOT = SAC-PROTOCOLO
                       MOVE 'S'          TO WK-FIM-HISTORICO
                    ELSE
                       DISPLAY SCH-DATA-HORA(1:8) ' '
                               SCH-DATA-HORA(9:2) ':'
                               SCH-DATA-HORA(11:2) ':'
                               SCH-DATA-HORA(13:2) ' ' SCH-USUARIO
                               ' ' SCH-STATUS-DE '  ' SCH-STATUS-PARA
                               '    ' SCH-OPERADOR ' ' SCH-OBSERVACAO
                    END-IF
            END-READ
            .
       P610-FIM.

       P700-DO-CONTATO.
            DISPLAY 'CONTATO PF OU PJ (F/J): '
            ACCEPT WK-TIPO-INF
            INSPECT WK-TIPO-INF CONVERTING 'fj' TO 'FJ'
            DISPLAY 'CODIGO DO CONTATO: '
            ACCEPT WK-CODIGO-PROCURA
            DISPLAY 'PROTOCOLO  ST ABERTURA PRAZO    OPERADOR '
                    'CATEGORIA'
            MOVE ZEROS                   TO WK-QTD-LISTADOS
            MOVE 'N'                     TO WK-FIM-SAC
            MOVE ZEROS                   TO SAC-PROTOCOLO
            START CASO-SAC KEY IS NOT LESS THAN SAC-PROTOCOLO
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-SAC
            END-START
            PERFORM P710-LISTAR-DO-CONTATO THRU P710-FIM
                    UNTIL WK-FIM-SAC = 'S'
            IF WK-QTD-LISTADOS = ZEROS
               DISPLAY 'NENHUM CASO PARA ESTE CONTATO.'
            END-IF
            .

       P710-LISTAR-DO-CONTATO.
            READ CASO-SAC NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-SAC
                 NOT AT END
                    IF SAC-CODIGO = WK-CODIGO-PROCURA AND
                       SAC-TIPO-CONTATO = WK-TIPO-INF
                       ADD 1             TO WK-QTD-LISTADOS
                       PERFORM P980-MARCA-PRAZO
                       DISPLAY SAC-PROTOCOLO ' ' SAC-STATUS '  '
                               SAC-DATA-ABERTURA ' ' SAC-PRAZO-SLA
                               ' ' SAC-OPERADOR ' ' SAC-CATEGORIA
                               ' ' WK-MARCA-PRAZO
                    END-IF
            END-READ
            .
       P710-FIM.

       P800-MEUS-PENDENTES.
            DISPLAY 'PROTOCOLO  ST PRAZO    CONTATO  CATEGORIA'
            MOVE ZEROS                   TO WK-QTD-LISTADOS
            MOVE 'N'                     TO WK-FIM-SAC
            MOVE ZEROS                   TO SAC-PROTOCOLO
            START CASO-SAC KEY IS NOT LESS THAN SAC-PROTOCOLO
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-SAC
            END-START
            PERFORM P810-LISTAR-MEU THRU P810-FIM
                    UNTIL WK-FIM-SAC = 'S'
            IF WK-QTD-LISTADOS = ZEROS
               DISPLAY 'NENHUM CASO EM ABERTO PARA VOCE.'
            END-IF
            .

       P810-LISTAR-MEU.
            READ CASO-SAC NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-SAC
                 NOT AT END
                    IF SAC-PENDENTE AND
                       SAC-OPERADOR = WS-USUARIO-LOGADO
                       ADD 1             TO WK-QTD-LISTADOS
                       PERFORM P980-MARCA-PRAZO
                       DISPLAY SAC-PROTOCOLO ' ' SAC-STATUS '  '
                               SAC-PRAZO-SLA ' '
                               SAC-TIPO-CONTATO SAC-CODIGO ' '
                               SAC-CATEGORIA ' ' WK-MARCA-PRAZO
                    END-IF
            END-READ
            .
       P810-FIM.

      ******************************************************************
      * P900-GRAVAR-HISTORICO: proxima sequencia do protocolo no
      * SACHIST (ultimo SCH-SEQ do prefixo + 1) e a linha de/para com
      * o carimbo de data e hora.
      ******************************************************************
       P900-GRAVAR-HISTORICO.
            MOVE ZEROS                   TO WK-PROX-SEQ
            MOVE 'N'                     TO WK-FIM-HISTORICO
            MOVE SAC-PROTOCOLO           TO SCH-PROTOCOLO
            MOVE ZEROS                   TO SCH-SEQ
            START HISTORICO-SAC KEY IS NOT LESS THAN SCH-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-HISTORICO
            END-START
            PERFORM P910-ULTIMA-SEQ THRU P910-FIM
                    UNTIL WK-FIM-HISTORICO = 'S'

            ADD 1                        TO WK-PROX-SEQ
            MOVE SAC-PROTOCOLO           TO SCH-PROTOCOLO
            MOVE WK-PROX-SEQ             TO SCH-SEQ
            MOVE FUNCTION CURRENT-DATE   TO SCH-DATA-HORA
            MOVE WS-USUARIO-LOGADO       TO SCH-USUARIO
            MOVE WK-STATUS-ANTERIOR      TO SCH-STATUS-DE
            MOVE SAC-STATUS              TO SCH-STATUS-PARA
            MOVE SAC-OPERADOR            TO SCH-OPERADOR
            MOVE WK-OBSERVACAO-INF       TO SCH-OBSERVACAO
            WRITE REG-SAC-HIST
            IF WK-FS-SAC-HIST NOT = '00'
               DISPLAY 'ERRO AO GRAVAR HISTORICO - FS: '
                       WK-FS-SAC-HIST
            END-IF
            .
       P900-FIM.

       P910-ULTIMA-SEQ.
            READ HISTORICO-SAC NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-HISTORICO
                 NOT AT END
                    IF SCH-PROTOCOLO NOT = SAC-PROTOCOLO
                       MOVE 'S'          TO WK-FIM-HISTORICO
                    ELSE
                       MOVE SCH-SEQ      TO WK-PROX-SEQ
                    END-IF
            END-READ
            .
       P910-FIM.

       P960-NOME-CANAL.
            EVALUATE TRUE
               WHEN SAC-CANAL-TELEFONE MOVE 'TELEFONE' TO WK-NOME-CANAL
               WHEN SAC-CANAL-CARTA    MOVE 'CARTA'    TO WK-NOME-CANAL
               WHEN SAC-CANAL-EMAIL    MOVE 'E-MAIL'   TO WK-NOME-CANAL
               WHEN SAC-CANAL-BALCAO   MOVE 'BALCAO'   TO WK-NOME-CANAL
               WHEN OTHER              MOVE '?'        TO WK-NOME-CANAL
            END-EVALUATE
            .

       P970-NOME-STATUS.
            EVALUATE TRUE
               WHEN SAC-ABERTO
                  MOVE 'ABERTO'             TO WK-NOME-STATUS
               WHEN SAC-EM-ANDAMENTO
                  MOVE 'EM ANDAMENTO'       TO WK-NOME-STATUS
               WHEN SAC-AGUARDANDO-CLIENTE
                  MOVE 'AGUARDANDO CLIENTE' TO WK-NOME-STATUS
               WHEN SAC-FECHADO
                  MOVE 'FECHADO'            TO WK-NOME-STATUS
               WHEN OTHER
                  MOVE '?'                  TO WK-NOME-STATUS
            END-EVALUATE
            .

       P980-MARCA-PRAZO.
            MOVE SPACES                  TO WK-MARCA-PRAZO
            IF SAC-PENDENTE AND SAC-PRAZO-SLA < WK-DATA-HOJE
               MOVE '*VENCIDO'           TO WK-MARCA-PRAZO
            END-IF
            IF SAC-FECHADO AND SAC-DATA-FECHAMENTO > SAC-PRAZO-SLA
               MOVE '*ATRASO'            TO WK-MARCA-PRAZO
            END-IF
            .
       END PROGRAM SACCNTT.
