      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: OPORTUNIDADES DE VENDA POR CONTATO (PIPELINE). O
      *          "PEDIU ORCAMENTO" FICAVA PERDIDO NO TEXTO LIVRE DO
      *          NOTCNTT E O GERENTE COMERCIAL REMONTAVA O FUNIL A MAO
      *          TODA SEXTA. AQUI A OPORTUNIDADE E UM REGISTRO DO
      *          OPORMSTR PRESO A UM CONTATO PF (CONTMSTR) OU PJ
      *          (CONTPJMS): DESCRICAO, VALOR ESTIMADO, ESTAGIO (LEAD,
      *          PROPOSTA, NEGOCIACAO, GANHA, PERDIDA), PREVISAO DE
      *          FECHAMENTO (VALIDADA PELO DATEUTIL), RESPONSAVEL
      *          (PADRAO = WK-CARTEIRA DO CONTATO PF, SENAO O
      *          OPERADOR LOGADO; TEM DE SER USUARIO ATIVO) E MOTIVO
      *          DA PERDA. CADA ABERTURA/TROCA DE ESTAGIO DEIXA LINHA
      *          NO OPOHIST, QUE A CONSULTA MOSTRA. GANHA E PERDIDA
      *          ENCERRAM A OPORTUNIDADE. A FILIAL DA OPORTUNIDADE E A
      *          DO CONTATO, E SO A FILIAL DONA (OU A MATRIZ) MEXE
      *          NELA. O PIPELINE SEMANAL E O OPOREL; PREVISAO VENCIDA
      *          CAI NA LISTA DO AGDLIST DO RESPONSAVEL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPOCNTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELOPO'.
           COPY 'SELOPH'.
           COPY 'SELCONT'.
           COPY 'SELCONTJ'.
           COPY 'SELUSERS'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDOPO'.
           COPY 'FDOPH'.
           COPY 'FDCONT'.
           COPY 'FDCONTJ'.
           COPY 'FDUSERS'.
       WORKING-STORAGE SECTION.
       77  WK-FS-OPORTUNIDADE           PIC X(02) VALUE SPACES.
       77  WK-FS-OPO-HIST               PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO-PJ             PIC X(02) VALUE SPACES.
       77  WK-FS-USUARIOS               PIC X(02) VALUE SPACES.
       77  WK-OPCAO                     PIC X(01) VALUE SPACES.
       77  WK-CONFIRMA                  PIC X(01) VALUE SPACES.
       77  WK-FIM-OPORTUNIDADE          PIC X(01) VALUE 'N'.
       77  WK-FIM-HISTORICO             PIC X(01) VALUE 'N'.
       77  WK-FILIAL-OK                 PIC X(01) VALUE 'S'.
       77  WK-CONTATO-OK                PIC X(01) VALUE 'N'.
       77  WK-OPERADOR-OK               PIC X(01) VALUE 'N'.
       77  WK-DATA-OK                   PIC X(01) VALUE 'N'.
       77  WK-TIPO-INF                  PIC X(01) VALUE SPACES.
       77  WK-CODIGO-PROCURA            PIC 9(06) VALUE ZEROS.
       77  WK-ID-PROCURA                PIC 9(06) VALUE ZEROS.
       77  WK-PROX-ID                   PIC 9(06) VALUE ZEROS.
       77  WK-PROX-SEQ                  PIC 9(04) VALUE ZEROS.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-DATA-INF                  PIC X(08) VALUE SPACES.
       77  WK-DESCRICAO-INF             PIC X(40) VALUE SPACES.
       77  WK-VALOR-INF                 PIC 9(09) VALUE ZEROS.
       77  WK-RESPONSAVEL-INF           PIC X(08) VALUE SPACES.
       77  WK-RESPONSAVEL-PADRAO        PIC X(08) VALUE SPACES.
       77  WK-ESTAGIO-INF               PIC X(01) VALUE SPACES.
       77  WK-ESTAGIO-ANTERIOR          PIC X(01) VALUE SPACES.
       77  WK-MOTIVO-INF                PIC X(30) VALUE SPACES.
       77  WK-NOME-CONTATO              PIC X(40) VALUE SPACES.
       77  WK-FILIAL-CONTATO            PIC X(03) VALUE SPACES.
       77  WK-QTD-LISTADOS              PIC 9(04) VALUE ZEROS.
       77  WK-VALOR-REAIS               PIC 9(09)V99 VALUE ZEROS.
       77  WK-VALOR-EDITADO             PIC Z(8)9.99.
       77  WK-NOME-ESTAGIO              PIC X(10) VALUE SPACES.
           COPY 'PARMDATE'.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P200-PROCESSA THRU P200-FIM UNTIL
                    WK-OPCAO = 'S' OR WK-OPCAO = 's'
            CLOSE OPORTUNIDADE HISTORICO-OPORTUNIDADE
                  CONTATO-MASTER CONTPJ-MASTER USUARIOS
            MOVE ' *** OPORTUNIDADES DE VENDA - CONCLUIDO ***' TO
                                         WS-MENSSAGEM
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
            OPEN I-O OPORTUNIDADE
            IF WK-FS-OPORTUNIDADE = '35'
               OPEN OUTPUT OPORTUNIDADE
               CLOSE OPORTUNIDADE
               OPEN I-O OPORTUNIDADE
            END-IF
            OPEN I-O HISTORICO-OPORTUNIDADE
            IF WK-FS-OPO-HIST = '35'
               OPEN OUTPUT HISTORICO-OPORTUNIDADE
               CLOSE HISTORICO-OPORTUNIDADE
               OPEN I-O HISTORICO-OPORTUNIDADE
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
            .

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** OPORTUNIDADES DE VENDA ***'
            DISPLAY '1 - ABRIR OPORTUNIDADE'
            DISPLAY '2 - MUDAR ESTAGIO (GANHA/PERDIDA ENCERRAM)'
            DISPLAY '3 - ALTERAR VALOR/PREVISAO/RESPONSAVEL'
            DISPLAY '4 - CONSULTAR OPORTUNIDADE (COM HISTORICO)'
            DISPLAY '5 - OPORTUNIDADES DE UM CONTATO'
            DISPLAY '6 - MINHAS OPORTUNIDADES EM ABERTO'
            DISPLAY '(OU TECLE <S> PARA VOLTAR AO MENU)'
            ACCEPT WK-OPCAO

            EVALUATE WK-OPCAO
               WHEN '1'
                  PERFORM P300-ABRIR THRU P300-FIM
               WHEN '2'
                  PERFORM P400-MUDAR-ESTAGIO THRU P400-FIM
               WHEN '3'
                  PERFORM P500-ALTERAR THRU P500-FIM
               WHEN '4'
                  PERFORM P600-CONSULTAR THRU P600-FIM
               WHEN '5'
                  PERFORM P700-DO-CONTATO
               WHEN '6'
                  PERFORM P800-MINHAS-ABERTAS
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
      * do tipo informado (PF falecido tambem nao recebe oportunidade).
      * A oportunidade nasce no estagio LEAD, com a filial do contato.
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
                       ' - OPORTUNIDADE SO PELA FILIAL DONA.'
               GO TO P300-FIM
            END-IF

            DISPLAY 'DESCRICAO: '
            ACCEPT WK-DESCRICAO-INF
            IF WK-DESCRICAO-INF = SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA.'
               GO TO P300-FIM
            END-IF
            DISPLAY 'VALOR ESTIMADO (R$, SEM CENTAVOS): '
            ACCEPT WK-VALOR-INF

            DISPLAY 'PREVISAO DE FECHAMENTO (AAAAMMDD): '
            ACCEPT WK-DATA-INF
            PERFORM P330-VALIDAR-PREVISAO THRU P330-FIM
            IF WK-DATA-OK NOT = 'S'
               GO TO P300-FIM
            END-IF

            DISPLAY 'RESPONSAVEL (ENTER = ' WK-RESPONSAVEL-PADRAO '): '
            ACCEPT WK-RESPONSAVEL-INF
            IF WK-RESPONSAVEL-INF = SPACES
               MOVE WK-RESPONSAVEL-PADRAO TO WK-RESPONSAVEL-INF
            END-IF
            PERFORM P340-VALIDAR-OPERADOR
            IF WK-OPERADOR-OK NOT = 'S'
               DISPLAY 'RESPONSAVEL NAO CADASTRADO OU INATIVO.'
               GO TO P300-FIM
            END-IF

            PERFORM P310-PROXIMO-ID
            MOVE WK-PROX-ID              TO OPO-ID
            MOVE WK-TIPO-INF             TO OPO-TIPO-CONTATO
            MOVE WK-CODIGO-PROCURA       TO OPO-CODIGO
            MOVE WK-DESCRICAO-INF        TO OPO-DESCRICAO
            COMPUTE OPO-VALOR-CTVS = WK-VALOR-INF * 100
            SET OPO-LEAD                 TO TRUE
            MOVE WK-DATA-INF             TO OPO-DATA-PREVISTA
            MOVE WK-RESPONSAVEL-INF      TO OPO-RESPONSAVEL
            MOVE WK-FILIAL-CONTATO       TO OPO-FILIAL
            MOVE SPACES                  TO OPO-MOTIVO-PERDA
            MOVE WK-DATA-HOJE            TO OPO-DATA-ABERTURA
                                            OPO-DATA-ESTAGIO
            WRITE REG-OPORTUNIDADE
            IF WK-FS-OPORTUNIDADE NOT = '00'
               DISPLAY 'ERRO AO GRAVAR - FS: ' WK-FS-OPORTUNIDADE
               GO TO P300-FIM
            END-IF

            MOVE SPACE                   TO WK-ESTAGIO-ANTERIOR
            MOVE SPACES                  TO WK-MOTIVO-INF
            PERFORM P900-GRAVAR-HISTORICO THRU P900-FIM
            DISPLAY 'OPORTUNIDADE ABERTA - ID: ' OPO-ID
            IF OPO-CONTATO-PF
               MOVE OPO-CODIGO           TO WS-CODIGO-CONTATO
            END-IF
            .
       P300-FIM.

       P310-PROXIMO-ID.
            MOVE ZEROS                   TO WK-PROX-ID
            MOVE 'N'                     TO WK-FIM-OPORTUNIDADE
            MOVE ZEROS                   TO OPO-ID
            START OPORTUNIDADE KEY IS NOT LESS THAN OPO-ID
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-OPORTUNIDADE
            END-START
            PERFORM P311-LER-ID THRU P311-FIM
                    UNTIL WK-FIM-OPORTUNIDADE = 'S'
            ADD 1                        TO WK-PROX-ID
            .

       P311-LER-ID.
            READ OPORTUNIDADE NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-OPORTUNIDADE
                 NOT AT END
                    IF OPO-ID > WK-PROX-ID
                       MOVE OPO-ID       TO WK-PROX-ID
                    END-IF
            END-READ
            .
       P311-FIM.

      ******************************************************************
      * P320-LER-CONTATO: localiza WK-CODIGO-PROCURA no mestre do tipo
      * WK-TIPO-INF e devolve nome, filial e responsavel padrao.
      ******************************************************************
       P320-LER-CONTATO.
            MOVE 'N'                     TO WK-CONTATO-OK
            MOVE SPACES                  TO WK-NOME-CONTATO
                                            WK-FILIAL-CONTATO
            MOVE WS-USUARIO-LOGADO       TO WK-RESPONSAVEL-PADRAO
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
            IF WK-CARTEIRA NOT = SPACES
               MOVE WK-CARTEIRA          TO WK-RESPONSAVEL-PADRAO
            END-IF
            MOVE 'S'                     TO WK-CONTATO-OK
            .
       P320-FIM.

       P330-VALIDAR-PREVISAO.
            MOVE 'N'                     TO WK-DATA-OK
            MOVE WK-DATA-INF             TO LK-DATA-ENTRADA
            MOVE 'V'                     TO LK-FUNCAO
            SET LK-SAIDA-AAAAMMDD        TO TRUE
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            IF NOT LK-STATUS-OK
               DISPLAY 'DATA INVALIDA - VERIFIQUE DIA/MES/ANO.'
               GO TO P330-FIM
            END-IF
            IF WK-DATA-INF < WK-DATA-HOJE
               DISPLAY 'PREVISAO DE FECHAMENTO NAO PODE SER NO PASSADO.'
               GO TO P330-FIM
            END-IF
            MOVE 'S'                     TO WK-DATA-OK
            .
       P330-FIM.

       P340-VALIDAR-OPERADOR.
            MOVE 'N'                     TO WK-OPERADOR-OK
            MOVE WK-RESPONSAVEL-INF      TO USR-ID
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
      * P350-LOCALIZAR: le a oportunidade pedida e confere a filial -
      * usada por toda subopcao que grava.
      ******************************************************************
       P350-LOCALIZAR.
            MOVE 'N'                     TO WK-FILIAL-OK
            DISPLAY 'ID DA OPORTUNIDADE: '
            ACCEPT WK-ID-PROCURA
            MOVE WK-ID-PROCURA           TO OPO-ID
            READ OPORTUNIDADE
                 INVALID KEY
                    DISPLAY 'OPORTUNIDADE NAO ENCONTRADA.'
                    GO TO P350-FIM
            END-READ
            IF WS-FILIAL-LOGADA NOT = SPACES
               AND OPO-FILIAL NOT = SPACES
               AND OPO-FILIAL NOT = WS-FILIAL-LOGADA
               DISPLAY 'OPORTUNIDADE PERTENCE A FILIAL ' OPO-FILIAL
                       ' - MANUTENCAO SO PELA FILIAL DONA.'
               GO TO P350-FIM
            END-IF
            IF NOT OPO-EM-ABERTO
               PERFORM P960-NOME-ESTAGIO
               DISPLAY 'OPORTUNIDADE JA ENCERRADA (' WK-NOME-ESTAGIO
                       ').'
               GO TO P350-FIM
            END-IF
            MOVE 'S'                     TO WK-FILIAL-OK
            .
       P350-FIM.

      ******************************************************************
      * P400-MUDAR-ESTAGIO: qualquer estagio pode ir para qualquer
      * outro enquanto a oportunidade esta aberta; PERDIDA exige o
      * motivo. A linha de historico guarda de/para e o valor do
      * momento.
      ******************************************************************
       P400-MUDAR-ESTAGIO.
            PERFORM P350-LOCALIZAR THRU P350-FIM
            IF WK-FILIAL-OK NOT = 'S'
               GO TO P400-FIM
            END-IF
            PERFORM P960-NOME-ESTAGIO
            DISPLAY 'ESTAGIO ATUAL: ' WK-NOME-ESTAGIO
            DISPLAY 'NOVO ESTAGIO (L-LEAD P-PROPOSTA N-NEGOCIACAO '
                    'G-GANHA X-PERDIDA): '
            ACCEPT WK-ESTAGIO-INF
            INSPECT WK-ESTAGIO-INF CONVERTING 'lpngx' TO 'LPNGX'
            MOVE OPO-ESTAGIO             TO WK-ESTAGIO-ANTERIOR
            MOVE WK-ESTAGIO-INF          TO OPO-ESTAGIO
            IF NOT OPO-ESTAGIO-VALIDO
               DISPLAY 'ESTAGIO INVALIDO.'
               GO TO P400-FIM
            END-IF
            IF OPO-ESTAGIO = WK-ESTAGIO-ANTERIOR
               DISPLAY 'A OPORTUNIDADE JA ESTA NESTE ESTAGIO.'
               GO TO P400-FIM
            END-IF

            MOVE SPACES                  TO WK-MOTIVO-INF
            IF OPO-PERDIDA
               DISPLAY 'MOTIVO DA PERDA: '
               ACCEPT WK-MOTIVO-INF
               IF WK-MOTIVO-INF = SPACES
                  DISPLAY 'MOTIVO DA PERDA E OBRIGATORIO.'
                  GO TO P400-FIM
               END-IF
               MOVE WK-MOTIVO-INF        TO OPO-MOTIVO-PERDA
            END-IF
            IF NOT OPO-EM-ABERTO
               DISPLAY 'GANHA/PERDIDA ENCERRA A OPORTUNIDADE. '
                       'CONFIRMA (S/N)? '
               ACCEPT WK-CONFIRMA
               IF WK-CONFIRMA NOT = 'S' AND WK-CONFIRMA NOT = 's'
                  DISPLAY 'OPERACAO CANCELADA.'
                  GO TO P400-FIM
               END-IF
            END-IF

            MOVE WK-DATA-HOJE            TO OPO-DATA-ESTAGIO
            REWRITE REG-OPORTUNIDADE
            IF WK-FS-OPORTUNIDADE NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR - FS: ' WK-FS-OPORTUNIDADE
               GO TO P400-FIM
            END-IF
            PERFORM P900-GRAVAR-HISTORICO THRU P900-FIM
            PERFORM P960-NOME-ESTAGIO
            DISPLAY 'ESTAGIO ALTERADO PARA ' WK-NOME-ESTAGIO '.'
            .
       P400-FIM.

      ******************************************************************
      * P500-ALTERAR: descricao, valor, previsao e responsavel de uma
      * oportunidade aberta (ENTER mantem o valor atual). Nao troca
      * estagio - isso e a subopcao 2, que deixa historico.
      ******************************************************************
       P500-ALTERAR.
            PERFORM P350-LOCALIZAR THRU P350-FIM
            IF WK-FILIAL-OK NOT = 'S'
               GO TO P500-FIM
            END-IF

            DISPLAY 'DESCRICAO (' OPO-DESCRICAO '): '
            ACCEPT WK-DESCRICAO-INF
            IF WK-DESCRICAO-INF NOT = SPACES
               MOVE WK-DESCRICAO-INF     TO OPO-DESCRICAO
            END-IF

            COMPUTE WK-VALOR-REAIS = OPO-VALOR-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            DISPLAY 'VALOR ESTIMADO EM R$ (' WK-VALOR-EDITADO
                    ' - ZERO MANTEM): '
            MOVE ZEROS                   TO WK-VALOR-INF
            ACCEPT WK-VALOR-INF
            IF WK-VALOR-INF > ZEROS
               COMPUTE OPO-VALOR-CTVS = WK-VALOR-INF * 100
            END-IF

            DISPLAY 'PREVISAO DE FECHAMENTO (' OPO-DATA-PREVISTA
                    ' - ENTER MANTEM): '
            MOVE SPACES                  TO WK-DATA-INF
            ACCEPT WK-DATA-INF
            IF WK-DATA-INF NOT = SPACES
               PERFORM P330-VALIDAR-PREVISAO THRU P330-FIM
               IF WK-DATA-OK NOT = 'S'
                  GO TO P500-FIM
               END-IF
               MOVE WK-DATA-INF          TO OPO-DATA-PREVISTA
            END-IF

            DISPLAY 'RESPONSAVEL (' OPO-RESPONSAVEL ' - ENTER MANTEM): '
            MOVE SPACES                  TO WK-RESPONSAVEL-INF
            ACCEPT WK-RESPONSAVEL-INF
            IF WK-RESPONSAVEL-INF NOT = SPACES
               PERFORM P340-VALIDAR-OPERADOR
               IF WK-OPERADOR-OK NOT = 'S'
                  DISPLAY 'RESPONSAVEL NAO CADASTRADO OU INATIVO.'
                  GO TO P500-FIM
               END-IF
               MOVE WK-RESPONSAVEL-INF   TO OPO-RESPONSAVEL
            END-IF

            REWRITE REG-OPORTUNIDADE
            IF WK-FS-OPORTUNIDADE = '00'
               DISPLAY 'OPORTUNIDADE ALTERADA.'
            ELSE
               DISPLAY 'ERRO AO REGRAVAR - FS: ' WK-FS-OPORTUNIDADE
            END-IF
            .
       P500-FIM.

      ******************************************************************
      * P600-CONSULTAR: a oportunidade e o historico de estagios, da
      * abertura ate hoje (ordem da chave do OPOHIST).
      ******************************************************************
       P600-CONSULTAR.
            DISPLAY 'ID DA OPORTUNIDADE: '
            ACCEPT WK-ID-PROCURA
            MOVE WK-ID-PROCURA           TO OPO-ID
            READ OPORTUNIDADE
                 INVALID KEY
                    DISPLAY 'OPORTUNIDADE NAO ENCONTRADA.'
                    GO TO P600-FIM
            END-READ

            MOVE OPO-TIPO-CONTATO        TO WK-TIPO-INF
            MOVE OPO-CODIGO              TO WK-CODIGO-PROCURA
            PERFORM P320-LER-CONTATO THRU P320-FIM
            PERFORM P960-NOME-ESTAGIO
            COMPUTE WK-VALOR-REAIS = OPO-VALOR-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            DISPLAY '----------------------------------------------'
            DISPLAY 'OPORTUNIDADE: ' OPO-ID '  ' OPO-DESCRICAO
            DISPLAY 'CONTATO.....: ' OPO-TIPO-CONTATO ' ' OPO-CODIGO
                    ' ' WK-NOME-CONTATO
            DISPLAY 'ESTAGIO.....: ' WK-NOME-ESTAGIO
                    '  DESDE ' OPO-DATA-ESTAGIO
            DISPLAY 'VALOR (R$)..: ' WK-VALOR-EDITADO
            DISPLAY 'PREVISAO....: ' OPO-DATA-PREVISTA
            DISPLAY 'RESPONSAVEL.: ' OPO-RESPONSAVEL
                    '  FILIAL: ' OPO-FILIAL
            DISPLAY 'ABERTURA....: ' OPO-DATA-ABERTURA
            IF OPO-PERDIDA
               DISPLAY 'MOTIVO PERDA: ' OPO-MOTIVO-PERDA
            END-IF
            DISPLAY 'HISTORICO DE ESTAGIOS:'
            DISPLAY 'DATA     OPERADOR DE PARA VALOR(CTVS) OBSERVACAO'

            MOVE 'N'                     TO WK-FIM-HISTORICO
            MOVE OPO-ID                  TO OPH-OPO-ID
            MOVE ZEROS                   TO OPH-SEQ
            START HISTORICO-OPORTUNIDADE
                  KEY IS NOT LESS THAN OPH-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-HISTORICO
            END-START
            PERFORM P610-LISTAR-HISTORICO THRU P610-FIM
                    UNTIL WK-FIM-HISTORICO = 'S'
            .
       P600-FIM.

       P610-LISTAR-HISTORICO.
            READ HISTORICO-OPORTUNIDADE NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-HISTORICO
                 NOT AT END
                    IF OPH-OPO-ID NOT = OPO-ID
                       MOVE 'S'          TO WK-FIM-HISTORICO
                    ELSE
                       DISPLAY OPH-DATA-HORA(1:8) ' ' OPH-USUARIO
                               ' ' OPH-ESTAGIO-DE '  ' OPH-ESTAGIO-PARA
                               '    ' OPH-VALOR-CTVS ' '
                               OPH-OBSERVACAO
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
            DISPLAY 'ID     ES PREVISAO RESPONS. DESCRICAO'
            MOVE ZEROS                   TO WK-QTD-LISTADOS
            MOVE 'N'                     TO WK-FIM-OPORTUNIDADE
            MOVE ZEROS                   TO OPO-ID
            START OPORTUNIDADE KEY IS NOT LESS THAN OPO-ID
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-OPORTUNIDADE
            END-START
            PERFORM P710-LISTAR-DO-CONTATO THRU P710-FIM
                    UNTIL WK-FIM-OPORTUNIDADE = 'S'
            IF WK-QTD-LISTADOS = ZEROS
               DISPLAY 'NENHUMA OPORTUNIDADE PARA ESTE CONTATO.'
            END-IF
            .

       P710-LISTAR-DO-CONTATO.
            READ OPORTUNIDADE NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-OPORTUNIDADE
                 NOT AT END
                    IF OPO-CODIGO = WK-CODIGO-PROCURA AND
                       OPO-TIPO-CONTATO = WK-TIPO-INF
                       ADD 1             TO WK-QTD-LISTADOS
                       DISPLAY OPO-ID ' ' OPO-ESTAGIO '  '
                               OPO-DATA-PREVISTA ' ' OPO-RESPONSAVEL
                               ' ' OPO-DESCRICAO
                    END-IF
            END-READ
            .
       P710-FIM.

       P800-MINHAS-ABERTAS.
            DISPLAY 'ID     ES PREVISAO CONTATO  DESCRICAO'
            MOVE ZEROS                   TO WK-QTD-LISTADOS
            MOVE 'N'                     TO WK-FIM-OPORTUNIDADE
            MOVE ZEROS                   TO OPO-ID
            START OPORTUNIDADE KEY IS NOT LESS THAN OPO-ID
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-OPORTUNIDADE
            END-START
            PERFORM P810-LISTAR-MINHA THRU P810-FIM
                    UNTIL WK-FIM-OPORTUNIDADE = 'S'
            IF WK-QTD-LISTADOS = ZEROS
               DISPLAY 'NENHUMA OPORTUNIDADE EM ABERTO PARA VOCE.'
            END-IF
            .

       P810-LISTAR-MINHA.
            READ OPORTUNIDADE NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-OPORTUNIDADE
                 NOT AT END
                    IF OPO-EM-ABERTO AND
                       OPO-RESPONSAVEL = WS-USUARIO-LOGADO
                       ADD 1             TO WK-QTD-LISTADOS
                       DISPLAY OPO-ID ' ' OPO-ESTAGIO '  '
                               OPO-DATA-PREVISTA ' '
                               OPO-TIPO-CONTATO OPO-CODIGO ' '
                               OPO-DESCRICAO
                    END-IF
            END-READ
            .
       P810-FIM.

      ******************************************************************
      * P900-GRAVAR-HISTORICO: proxima sequencia da oportunidade no
      * OPOHIST (ultimo OPH-SEQ do prefixo + 1) e a linha de/para.
      ******************************************************************
       P900-GRAVAR-HISTORICO.
            MOVE ZEROS                   TO WK-PROX-SEQ
            MOVE 'N'                     TO WK-FIM-HISTORICO
            MOVE OPO-ID                  TO OPH-OPO-ID
            MOVE ZEROS                   TO OPH-SEQ
            START HISTORICO-OPORTUNIDADE
                  KEY IS NOT LESS THAN OPH-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-HISTORICO
            END-START
            PERFORM P910-ULTIMA-SEQ THRU P910-FIM
                    UNTIL WK-FIM-HISTORICO = 'S'

            ADD 1                        TO WK-PROX-SEQ
            MOVE OPO-ID                  TO OPH-OPO-ID
            MOVE WK-PROX-SEQ             TO OPH-SEQ
            MOVE FUNCTION CURRENT-DATE   TO OPH-DATA-HORA
            MOVE WS-USUARIO-LOGADO       TO OPH-USUARIO
            MOVE WK-ESTAGIO-ANTERIOR     TO OPH-ESTAGIO-DE
            MOVE OPO-ESTAGIO             TO OPH-ESTAGIO-PARA
            MOVE OPO-VALOR-CTVS          TO OPH-VALOR-CTVS
            MOVE WK-MOTIVO-INF           TO OPH-OBSERVACAO
            WRITE REG-OPO-HIST
            IF WK-FS-OPO-HIST NOT = '00'
               DISPLAY 'ERRO AO GRAVAR HISTORICO - FS: '
                       WK-FS-OPO-HIST
            END-IF
            .
       P900-FIM.

       P910-ULTIMA-SEQ.
            READ HISTORICO-OPORTUNIDADE NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-HISTORICO
                 NOT AT END
                    IF OPH-OPO-ID NOT = OPO-ID
                       MOVE 'S'          TO WK-FIM-HISTORICO
                    ELSE
                       MOVE OPH-SEQ      TO WK-PROX-SEQ
                    END-IF
            END-READ
            .
       P910-FIM.

       P960-NOME-ESTAGIO.
            EVALUATE TRUE
               WHEN OPO-LEAD        MOVE 'LEAD'       TO WK-NOME-ESTAGIO
               WHEN OPO-PROPOSTA    MOVE 'PROPOSTA'   TO WK-NOME-ESTAGIO
               WHEN OPO-NEGOCIACAO  MOVE 'NEGOCIACAO' TO WK-NOME-ESTAGIO
               WHEN OPO-GANHA       MOVE 'GANHA'      TO WK-NOME-ESTAGIO
               WHEN OPO-PERDIDA     MOVE 'PERDIDA'    TO WK-NOME-ESTAGIO
               WHEN OTHER           MOVE '?'          TO WK-NOME-ESTAGIO
            END-EVALUATE
            .
       END PROGRAM OPOCNTT.
