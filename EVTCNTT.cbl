      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: EVENTOS E SEMINARIOS - CADASTRO, RESPOSTA AO CONVITE,
      *          FILA DE ESPERA, PRESENCA E LISTA DE ASSINATURA. O
      *          EVENTO (EVTMSTR) TEM DATA, LOCAL, CAPACIDADE E
      *          FILIAL; O CONVITE E A MALA DO CARTCNTT OU A LISTA DO
      *          NEWSCNTT RODADA SOBRE A SELECAO DO SELCNTT COM O
      *          CODIGO DO EVENTO COMO CAMPANHA - O CONSENTIMENTO JA E
      *          RESPEITADO LA, E O CAMPDET DIZ QUEM FOI CONVIDADO.
      *          AQUI SE REGISTRA A RESPOSTA DE CADA CONTATO
      *          (EVTINSC): CONFIRMACAO ALEM DA CAPACIDADE VAI PARA A
      *          FILA DE ESPERA, E DESISTENCIA (OU CAPACIDADE
      *          AMPLIADA) PROMOVE O PRIMEIRO DA FILA. A PRESENCA VAI
      *          PARA O HISTORICO DE RELACIONAMENTO (NOTAMSTR) - E
      *          DALI PARA A PONTUACAO DO ENGCNTT. A LISTA DE
      *          ASSINATURA SAI EM EVTLISTA E ENTRA NO SPOOL; OS
      *          CERTIFICADOS SAO O LOTE EVTCERT. CADASTRAR, ALTERAR
      *          E ENCERRAR EXIGEM PERFIL TOTAL E A FILIAL DO EVENTO
      *          (OU A MATRIZ); RESPOSTA E PRESENCA SAO DO BALCAO.
      * Modification History:
      *   15/10/2026 CS  Contato retido no grupo de controle do
      *                  convite nao conta como convidado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVTCNTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELEVT'.
           COPY 'SELCONT'.
           COPY 'SELCAMP'.
           COPY 'SELNOTA'.
           COPY 'SELAUDIT'.
           SELECT LISTA-PRESENCA
               ASSIGN TO "EVTLISTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-LISTA.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDEVT'.
           COPY 'FDCONT'.
           COPY 'FDCAMP'.
           COPY 'FDNOTA'.
           COPY 'FDAUDIT'.
       FD  LISTA-PRESENCA
           LABEL RECORD IS STANDARD.
       01  LISTA-REC                    PIC X(80).
       WORKING-STORAGE SECTION.
       77  WK-FS-EVENTO                 PIC X(02) VALUE SPACES.
       77  WK-FS-INSCRICAO              PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-CAMPCTL                PIC X(02) VALUE SPACES.
       77  WK-FS-CAMPDET                PIC X(02) VALUE SPACES.
       77  WK-FS-NOTAS                  PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-LISTA                  PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
           COPY 'PARMDATE'.
           COPY 'PARMSPL'.
       77  WK-OPERACAO-AUDIT            PIC X(10) VALUE SPACES.
       77  WK-OPCAO                     PIC X(01) VALUE SPACES.
       77  WK-RESPOSTA                  PIC X(01) VALUE SPACES.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-TEM-CAMPDET               PIC X(01) VALUE 'N'.
       77  WK-EVENTO-INF                PIC X(08) VALUE SPACES.
       77  WK-EVENTO-OK                 PIC X(01) VALUE 'N'.
       77  WK-EVENTO-NOVO               PIC X(01) VALUE 'N'.
       77  WK-TITULO-INF                PIC X(40) VALUE SPACES.
       77  WK-LOCAL-INF                 PIC X(40) VALUE SPACES.
       77  WK-DATA-INF                  PIC 9(08) VALUE ZEROS.
       77  WK-DATA-OK                   PIC X(01) VALUE 'N'.
       77  WK-HORA-INF                  PIC 9(04) VALUE ZEROS.
       77  WK-CARGA-INF                 PIC 9(02) VALUE ZEROS.
       77  WK-CAPACIDADE-INF            PIC 9(04) VALUE ZEROS.
       77  WK-CODIGO-INF                PIC 9(06) VALUE ZEROS.
       77  WK-NOME-CONTATO              PIC X(40) VALUE SPACES.
       77  WK-CONTATO-OK                PIC X(01) VALUE 'N'.
       77  WK-INSCRICAO-NOVA            PIC X(01) VALUE 'N'.
       77  WK-CONVIDADO                 PIC X(01) VALUE 'N'.
       77  WK-FIM-INSC                  PIC X(01) VALUE 'N'.
       77  WK-FIM-EVT                   PIC X(01) VALUE 'N'.
       77  WK-FIM-NOTAS                 PIC X(01) VALUE 'N'.
       77  WK-FIM-PRESENCA              PIC X(01) VALUE 'N'.
       77  WK-PROX-SEQ                  PIC 9(04) VALUE ZEROS.
       77  WK-PROMOVEU                  PIC X(01) VALUE 'N'.
       77  WK-MENOR-ORDEM               PIC 9(04) VALUE ZEROS.
       77  WK-CODIGO-PROMOVER           PIC 9(06) VALUE ZEROS.
       77  WK-DESCR-SITUACAO            PIC X(10) VALUE SPACES.
       77  WK-QTD-LISTADOS              PIC 9(04) VALUE ZEROS.
       77  WK-DATA-EDITADA              PIC X(10) VALUE SPACES.
       77  WK-HORA-EDITADA              PIC X(05) VALUE SPACES.
       77  WK-TEXTO-NOTA                PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P200-PROCESSA THRU P200-FIM UNTIL
                    WK-OPCAO = 'S' OR WK-OPCAO = 's'
            PERFORM P900-FINALIZAR
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
            OPEN I-O EVENTO-MASTER
            IF WK-FS-EVENTO = '35'
               OPEN OUTPUT EVENTO-MASTER
               CLOSE EVENTO-MASTER
               OPEN I-O EVENTO-MASTER
            END-IF

            OPEN I-O EVENTO-INSCRICAO
            IF WK-FS-INSCRICAO = '35'
               OPEN OUTPUT EVENTO-INSCRICAO
               CLOSE EVENTO-INSCRICAO
               OPEN I-O EVENTO-INSCRICAO
            END-IF

            OPEN I-O NOTAS-CONTATO
            IF WK-FS-NOTAS = '35'
               OPEN OUTPUT NOTAS-CONTATO
               CLOSE NOTAS-CONTATO
               OPEN I-O NOTAS-CONTATO
            END-IF

            OPEN INPUT CONTATO-MASTER
            IF WK-FS-CONTATO = '35'
               OPEN OUTPUT CONTATO-MASTER
               CLOSE CONTATO-MASTER
               OPEN INPUT CONTATO-MASTER
            END-IF

      *     Sem CAMPDET nenhum convite foi registrado ainda - a
      *     resposta e aceita do mesmo jeito, como espontanea.
            OPEN INPUT CAMPANHA-DETALHE
            IF WK-FS-CAMPDET = '00'
               MOVE 'S'                  TO WK-TEM-CAMPDET
            END-IF
            .

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** EVENTOS E SEMINARIOS ***'
            DISPLAY '1 - CADASTRAR / ALTERAR EVENTO'
            DISPLAY '2 - LISTAR EVENTOS'
            DISPLAY '3 - REGISTRAR RESPOSTA AO CONVITE'
            DISPLAY '4 - REGISTRAR PRESENCA'
            DISPLAY '5 - IMPRIMIR LISTA DE ASSINATURA'
            DISPLAY '6 - INSCRITOS DE UM EVENTO'
            DISPLAY '7 - ENCERRAR / CANCELAR EVENTO'
            DISPLAY '(OU TECLE <S> PARA VOLTAR AO MENU)'
            ACCEPT WK-OPCAO

            EVALUATE WK-OPCAO
               WHEN '1'
                  IF WS-PERFIL-TOTAL
                     PERFORM P300-MANTER-EVENTO THRU P300-FIM
                  ELSE
                     PERFORM P250-ACESSO-NEGADO
                  END-IF
               WHEN '2'
                  PERFORM P800-LISTAR-EVENTOS THRU P800-FIM
               WHEN '3'
                  PERFORM P400-REGISTRAR-RESPOSTA THRU P400-FIM
               WHEN '4'
                  PERFORM P500-REGISTRAR-PRESENCA THRU P500-FIM
               WHEN '5'
                  PERFORM P600-LISTA-ASSINATURA THRU P600-FIM
               WHEN '6'
                  PERFORM P650-LISTAR-INSCRITOS THRU P650-FIM
               WHEN '7'
                  IF WS-PERFIL-TOTAL
                     PERFORM P700-ENCERRAR-EVENTO THRU P700-FIM
                  ELSE
                     PERFORM P250-ACESSO-NEGADO
                  END-IF
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
      * P300-MANTER-EVENTO: codigo novo abre o cadastro; codigo
      * existente (ainda aberto) deixa mudar titulo, data, hora,
      * local, carga horaria e capacidade - ENTER ou zero mantem.
      * Capacidade ampliada promove a fila de espera na hora.
      ******************************************************************
       P300-MANTER-EVENTO.
            DISPLAY 'CODIGO DO EVENTO (ATE 8 POSICOES): '
            ACCEPT WK-EVENTO-INF
            IF WK-EVENTO-INF = SPACES
               GO TO P300-FIM
            END-IF

            MOVE WK-EVENTO-INF           TO EVT-ID
            READ EVENTO-MASTER
                 INVALID KEY
                    MOVE 'S'             TO WK-EVENTO-NOVO
                 NOT INVALID KEY
                    MOVE 'N'             TO WK-EVENTO-NOVO
            END-READ

            IF WK-EVENTO-NOVO = 'S'
               PERFORM P310-INCLUIR-EVENTO THRU P310-FIM
            ELSE
               PERFORM P320-ALTERAR-EVENTO THRU P320-FIM
            END-IF
            .
       P300-FIM.

       P310-INCLUIR-EVENTO.
            DISPLAY 'EVENTO NOVO: ' WK-EVENTO-INF
            DISPLAY 'TITULO: '
            ACCEPT WK-TITULO-INF
            IF WK-TITULO-INF = SPACES
               DISPLAY 'TITULO OBRIGATORIO - EVENTO NAO CADASTRADO.'
               GO TO P310-FIM
            END-IF
            DISPLAY 'DATA DO EVENTO (AAAAMMDD): '
            ACCEPT WK-DATA-INF
            PERFORM P330-VALIDAR-DATA THRU P330-FIM
            IF WK-DATA-OK NOT = 'S'
               GO TO P310-FIM
            END-IF
            DISPLAY 'HORA DE INICIO (HHMM): '
            ACCEPT WK-HORA-INF
            IF WK-HORA-INF(1:2) > '23' OR WK-HORA-INF(3:2) > '59'
               DISPLAY 'HORA INVALIDA - EVENTO NAO CADASTRADO.'
               GO TO P310-FIM
            END-IF
            DISPLAY 'LOCAL: '
            ACCEPT WK-LOCAL-INF
            IF WK-LOCAL-INF = SPACES
               DISPLAY 'LOCAL OBRIGATORIO - EVENTO NAO CADASTRADO.'
               GO TO P310-FIM
            END-IF
            DISPLAY 'CARGA HORARIA (HORAS, PARA O CERTIFICADO): '
            ACCEPT WK-CARGA-INF
            DISPLAY 'CAPACIDADE (LUGARES): '
            ACCEPT WK-CAPACIDADE-INF
            IF WK-CAPACIDADE-INF = ZEROS
               DISPLAY 'CAPACIDADE OBRIGATORIA - EVENTO NAO CADASTRADO.'
               GO TO P310-FIM
            END-IF

            INITIALIZE REG-EVENTO
            MOVE WK-EVENTO-INF           TO EVT-ID
            MOVE WK-TITULO-INF           TO EVT-TITULO
            MOVE WK-DATA-INF             TO EVT-DATA
            MOVE WK-HORA-INF             TO EVT-HORA
            MOVE WK-LOCAL-INF            TO EVT-LOCAL
            MOVE WK-CARGA-INF            TO EVT-CARGA-HORAS
            MOVE WK-CAPACIDADE-INF       TO EVT-CAPACIDADE
            MOVE WS-FILIAL-LOGADA        TO EVT-FILIAL
            SET EVT-ABERTO               TO TRUE
            MOVE WK-DATA-HOJE            TO EVT-DATA-CADASTRO
            MOVE WS-USUARIO-LOGADO       TO EVT-USUARIO
            WRITE REG-EVENTO
            IF WK-FS-EVENTO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR EVENTO - FS: ' WK-FS-EVENTO
               GO TO P310-FIM
            END-IF

            DISPLAY 'EVENTO CADASTRADO. PARA CONVIDAR, RODE A MALA '
                    '(CARTCNTT) OU A NEWSLETTER (NEWSCNTT) COM '
                    'CAMPANHA ' EVT-ID '.'
            MOVE 'EVENTO-INC'            TO WK-OPERACAO-AUDIT
            MOVE ZEROS                   TO WS-CODIGO-CONTATO
            MOVE SPACES                  TO WS-MENSSAGEM
            STRING 'EVENTO ' EVT-ID ' ' EVT-DATA ' CAP ' EVT-CAPACIDADE
                   DELIMITED BY SIZE INTO WS-MENSSAGEM
            END-STRING
            PERFORM P270-GRAVAR-AUDITORIA
            MOVE ' *** EVENTO CADASTRADO ***              ' TO
                                         WS-MENSSAGEM
            .
       P310-FIM.

       P320-ALTERAR-EVENTO.
            PERFORM P390-CONFERIR-FILIAL THRU P390-FIM
            IF WK-EVENTO-OK NOT = 'S'
               GO TO P320-FIM
            END-IF
            IF NOT EVT-ABERTO
               DISPLAY 'EVENTO ' EVT-ID ' JA ENCERRADO OU CANCELADO - '
                       'NAO PODE SER ALTERADO.'
               GO TO P320-FIM
            END-IF

            PERFORM P395-EXIBIR-EVENTO
            DISPLAY 'NOVO TITULO (ENTER = MANTER): '
            MOVE SPACES                  TO WK-TITULO-INF
            ACCEPT WK-TITULO-INF
            DISPLAY 'NOVA DATA AAAAMMDD (0 = MANTER): '
            MOVE ZEROS                   TO WK-DATA-INF
            ACCEPT WK-DATA-INF
            IF WK-DATA-INF NOT = ZEROS
               PERFORM P330-VALIDAR-DATA THRU P330-FIM
               IF WK-DATA-OK NOT = 'S'
                  GO TO P320-FIM
               END-IF
            END-IF
            DISPLAY 'NOVA HORA HHMM (0 = MANTER): '
            MOVE ZEROS                   TO WK-HORA-INF
            ACCEPT WK-HORA-INF
            IF WK-HORA-INF(1:2) > '23' OR WK-HORA-INF(3:2) > '59'
               DISPLAY 'HORA INVALIDA - NADA ALTERADO.'
               GO TO P320-FIM
            END-IF
            DISPLAY 'NOVO LOCAL (ENTER = MANTER): '
            MOVE SPACES                  TO WK-LOCAL-INF
            ACCEPT WK-LOCAL-INF
            DISPLAY 'NOVA CARGA HORARIA (0 = MANTER): '
            MOVE ZEROS                   TO WK-CARGA-INF
            ACCEPT WK-CARGA-INF
            DISPLAY 'NOVA CAPACIDADE (0 = MANTER): '
            MOVE ZEROS                   TO WK-CAPACIDADE-INF
            ACCEPT WK-CAPACIDADE-INF
            IF WK-CAPACIDADE-INF NOT = ZEROS
               AND WK-CAPACIDADE-INF < EVT-QTD-CONFIRMADOS
               DISPLAY 'CAPACIDADE MENOR QUE OS JA CONFIRMADOS ('
                       EVT-QTD-CONFIRMADOS ') - NADA ALTERADO.'
               GO TO P320-FIM
            END-IF

            IF WK-TITULO-INF NOT = SPACES
               MOVE WK-TITULO-INF        TO EVT-TITULO
            END-IF
            IF WK-DATA-INF NOT = ZEROS
               MOVE WK-DATA-INF          TO EVT-DATA
            END-IF
            IF WK-HORA-INF NOT = ZEROS
               MOVE WK-HORA-INF          TO EVT-HORA
            END-IF
            IF WK-LOCAL-INF NOT = SPACES
               MOVE WK-LOCAL-INF         TO EVT-LOCAL
            END-IF
            IF WK-CARGA-INF NOT = ZEROS
               MOVE WK-CARGA-INF         TO EVT-CARGA-HORAS
            END-IF
            IF WK-CAPACIDADE-INF NOT = ZEROS
               MOVE WK-CAPACIDADE-INF    TO EVT-CAPACIDADE
            END-IF
            REWRITE REG-EVENTO
            IF WK-FS-EVENTO NOT = '00'
               DISPLAY 'ERRO AO ALTERAR EVENTO - FS: ' WK-FS-EVENTO
               GO TO P320-FIM
            END-IF

            MOVE 'EVENTO-ALT'            TO WK-OPERACAO-AUDIT
            MOVE ZEROS                   TO WS-CODIGO-CONTATO
            MOVE SPACES                  TO WS-MENSSAGEM
            STRING 'EVENTO ' EVT-ID ' ' EVT-DATA ' CAP ' EVT-CAPACIDADE
                   DELIMITED BY SIZE INTO WS-MENSSAGEM
            END-STRING
            PERFORM P270-GRAVAR-AUDITORIA

            MOVE 'S'                     TO WK-PROMOVEU
            PERFORM P460-PROMOVER-ESPERA THRU P460-FIM
                    UNTIL EVT-QTD-CONFIRMADOS >= EVT-CAPACIDADE
                       OR EVT-QTD-ESPERA = ZEROS
                       OR WK-PROMOVEU = 'N'
            DISPLAY 'EVENTO ALTERADO.'
            MOVE ' *** EVENTO ALTERADO ***                ' TO
                                         WS-MENSSAGEM
            .
       P320-FIM.

       P330-VALIDAR-DATA.
            MOVE 'N'                     TO WK-DATA-OK
            MOVE WK-DATA-INF             TO LK-DATA-ENTRADA
            MOVE 'V'                     TO LK-FUNCAO
            SET LK-SAIDA-AAAAMMDD        TO TRUE
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            IF NOT LK-STATUS-OK OF PARAMETRES-DATA
               DISPLAY 'DATA INVALIDA - VERIFIQUE DIA/MES/ANO.'
               GO TO P330-FIM
            END-IF
            IF WK-DATA-INF < WK-DATA-HOJE
               DISPLAY 'DATA DO EVENTO NAO PODE SER NO PASSADO.'
               GO TO P330-FIM
            END-IF
            MOVE 'S'                     TO WK-DATA-OK
            .
       P330-FIM.

      ******************************************************************
      * P350-CONFERIR-CONTATO: le o contato de WK-CODIGO-INF. Contato
      * anonimizado, inativo ou falecido nao responde nem assina
      * lista.
      ******************************************************************
       P350-CONFERIR-CONTATO.
            MOVE 'N'                     TO WK-CONTATO-OK
            MOVE SPACES                  TO WK-NOME-CONTATO
            MOVE WK-CODIGO-INF           TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    DISPLAY 'CONTATO ' WK-CODIGO-INF ' NAO ENCONTRADO.'
                    GO TO P350-FIM
            END-READ
            IF WK-REG-ANONIMIZADO
               DISPLAY 'CONTATO ' WK-CODIGO-INF ' FOI ANONIMIZADO '
                       '(LGPD).'
               GO TO P350-FIM
            END-IF
            IF WK-REG-FALECIDO
               DISPLAY 'CONTATO ' WK-CODIGO-INF ' CONSTA COMO '
                       'FALECIDO.'
               GO TO P350-FIM
            END-IF
            IF WK-REG-INATIVO
               DISPLAY 'CONTATO ' WK-CODIGO-INF ' ESTA INATIVO.'
               GO TO P350-FIM
            END-IF
            PERFORM P355-MONTAR-NOME
            DISPLAY '  ' WK-CODIGO-INF ' ' WK-NOME-CONTATO
            MOVE 'S'                     TO WK-CONTATO-OK
            .
       P350-FIM.

       P355-MONTAR-NOME.
            MOVE SPACES                  TO WK-NOME-CONTATO
            STRING WK-PRIMEIRO-NOME DELIMITED BY SPACE
                   ' ' WK-ULTIMO-NOME DELIMITED BY SIZE
                   INTO WK-NOME-CONTATO
            END-STRING
            .

      ******************************************************************
      * P370-CONFERIR-CONVITE: o convite e o detalhe da campanha de
      * mesmo codigo do evento. Quem nao consta entra como inscricao
      * espontanea - o balcao e avisado, mas nao e barrado. Quem
      * ficou no grupo de controle nao recebeu o convite.
      ******************************************************************
       P370-CONFERIR-CONVITE.
            MOVE 'N'                     TO WK-CONVIDADO
            IF WK-TEM-CAMPDET NOT = 'S'
               GO TO P370-FIM
            END-IF
            MOVE EVT-ID                  TO CMD-CAMPANHA
            MOVE WK-CODIGO-INF           TO CMD-CODIGO
            READ CAMPANHA-DETALHE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF NOT CMD-GRUPO-CONTROLE
                       MOVE 'S'          TO WK-CONVIDADO
                    END-IF
            END-READ
            .
       P370-FIM.

      ******************************************************************
      * P380-LER-EVENTO: pede e le o evento. Evento cancelado nao
      * aceita mais nada; quem exige evento aberto confere depois.
      ******************************************************************
       P380-LER-EVENTO.
            MOVE 'N'                     TO WK-EVENTO-OK
            DISPLAY 'CODIGO DO EVENTO: '
            ACCEPT WK-EVENTO-INF
            IF WK-EVENTO-INF = SPACES
               GO TO P380-FIM
            END-IF
            MOVE WK-EVENTO-INF           TO EVT-ID
            READ EVENTO-MASTER
                 INVALID KEY
                    DISPLAY 'EVENTO ' WK-EVENTO-INF ' NAO CADASTRADO.'
                    GO TO P380-FIM
            END-READ
            IF EVT-CANCELADO
               DISPLAY 'EVENTO ' EVT-ID ' FOI CANCELADO.'
               GO TO P380-FIM
            END-IF
            PERFORM P395-EXIBIR-EVENTO
            MOVE 'S'                     TO WK-EVENTO-OK
            .
       P380-FIM.

       P390-CONFERIR-FILIAL.
            MOVE 'N'                     TO WK-EVENTO-OK
            IF WS-FILIAL-LOGADA NOT = SPACES
               AND EVT-FILIAL NOT = SPACES
               AND EVT-FILIAL NOT = WS-FILIAL-LOGADA
               DISPLAY 'EVENTO ' EVT-ID ' PERTENCE A FILIAL '
                       EVT-FILIAL ' - MANUTENCAO SO PELA FILIAL DONA.'
               GO TO P390-FIM
            END-IF
            MOVE 'S'                     TO WK-EVENTO-OK
            .
       P390-FIM.

       P395-EXIBIR-EVENTO.
            PERFORM P396-EDITAR-DATA-HORA
            DISPLAY 'EVENTO....: ' EVT-ID ' - ' EVT-TITULO
            DISPLAY 'DATA/HORA.: ' WK-DATA-EDITADA ' ' WK-HORA-EDITADA
                    '  FILIAL: ' EVT-FILIAL
            DISPLAY 'LOCAL.....: ' EVT-LOCAL
            DISPLAY 'VAGAS.....: ' EVT-QTD-CONFIRMADOS ' DE '
                    EVT-CAPACIDADE ' CONFIRMADAS, ' EVT-QTD-ESPERA
                    ' NA ESPERA, ' EVT-QTD-PRESENTES ' PRESENTES'
            .

       P396-EDITAR-DATA-HORA.
            MOVE SPACES                  TO WK-DATA-EDITADA
                                            WK-HORA-EDITADA
            STRING EVT-DATA(7:2) '/' EVT-DATA(5:2) '/' EVT-DATA(1:4)
                   DELIMITED BY SIZE INTO WK-DATA-EDITADA
            END-STRING
            STRING EVT-HORA(1:2) ':' EVT-HORA(3:2)
                   DELIMITED BY SIZE INTO WK-HORA-EDITADA
            END-STRING
            .

      ******************************************************************
      * P400-REGISTRAR-RESPOSTA: C confirma (ou entra na espera, se
      * nao ha vaga), R recusa, D desiste de confirmacao ou espera
      * ja registrada - a vaga liberada vai para o primeiro da fila.
      ******************************************************************
       P400-REGISTRAR-RESPOSTA.
            PERFORM P380-LER-EVENTO THRU P380-FIM
            IF WK-EVENTO-OK NOT = 'S'
               GO TO P400-FIM
            END-IF
            IF NOT EVT-ABERTO
               DISPLAY 'EVENTO ENCERRADO - NAO RECEBE MAIS RESPOSTA.'
               GO TO P400-FIM
            END-IF

            DISPLAY 'CODIGO DO CONTATO: '
            ACCEPT WK-CODIGO-INF
            PERFORM P350-CONFERIR-CONTATO THRU P350-FIM
            IF WK-CONTATO-OK NOT = 'S'
               GO TO P400-FIM
            END-IF

            MOVE EVT-ID                  TO INS-EVENTO
            MOVE WK-CODIGO-INF           TO INS-CODIGO
            READ EVENTO-INSCRICAO
                 INVALID KEY
                    MOVE 'S'             TO WK-INSCRICAO-NOVA
                 NOT INVALID KEY
                    MOVE 'N'             TO WK-INSCRICAO-NOVA
            END-READ
            IF WK-INSCRICAO-NOVA = 'N'
               PERFORM P480-DESCREVER-SITUACAO
               DISPLAY 'RESPOSTA ATUAL: ' WK-DESCR-SITUACAO
               IF INS-PRESENTE
                  DISPLAY 'PRESENCA JA REGISTRADA - RESPOSTA NAO '
                          'PODE MAIS MUDAR.'
                  GO TO P400-FIM
               END-IF
            ELSE
               PERFORM P370-CONFERIR-CONVITE THRU P370-FIM
               IF WK-CONVIDADO NOT = 'S'
                  DISPLAY 'AVISO: CONTATO NAO CONSTA DO CONVITE '
                          '(CAMPDET) - INSCRICAO ESPONTANEA.'
               END-IF
               INITIALIZE REG-INSCRICAO
               MOVE EVT-ID               TO INS-EVENTO
               MOVE WK-CODIGO-INF        TO INS-CODIGO
               MOVE WK-CONVIDADO         TO INS-CONVIDADO
               MOVE 'N'                  TO INS-PRESENCA
                                            INS-CERTIFICADO
            END-IF

            DISPLAY 'RESPOSTA (C = CONFIRMA, R = RECUSA, '
                    'D = DESISTE): '
            ACCEPT WK-RESPOSTA
            EVALUATE WK-RESPOSTA
               WHEN 'C'
               WHEN 'c'
                  IF INS-CONFIRMADO OR INS-ESPERA
                     DISPLAY 'RESPOSTA JA REGISTRADA - NADA MUDOU.'
                     GO TO P400-FIM
                  END-IF
                  PERFORM P410-CONFIRMAR
               WHEN 'R'
               WHEN 'r'
               WHEN 'D'
               WHEN 'd'
                  IF INS-RECUSOU OR INS-DESISTIU
                     DISPLAY 'RESPOSTA JA REGISTRADA - NADA MUDOU.'
                     GO TO P400-FIM
                  END-IF
                  PERFORM P420-RECUSAR
               WHEN OTHER
                  DISPLAY 'RESPOSTA INVALIDA - NADA GRAVADO.'
                  GO TO P400-FIM
            END-EVALUATE

            MOVE WK-DATA-HOJE            TO INS-DATA-RESPOSTA
            MOVE WS-USUARIO-LOGADO       TO INS-USUARIO
            IF WK-INSCRICAO-NOVA = 'S'
               WRITE REG-INSCRICAO
            ELSE
               REWRITE REG-INSCRICAO
            END-IF
            IF WK-FS-INSCRICAO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR INSCRICAO - FS: '
                       WK-FS-INSCRICAO
               GO TO P400-FIM
            END-IF
            REWRITE REG-EVENTO

            PERFORM P480-DESCREVER-SITUACAO
            DISPLAY 'RESPOSTA GRAVADA: ' WK-DESCR-SITUACAO
            IF INS-ESPERA
               DISPLAY 'CAPACIDADE ESGOTADA - CONTATO NA FILA DE '
                       'ESPERA (ORDEM ' INS-ORDEM-ESPERA ').'
            END-IF
            MOVE 'EVENTO-RSP'            TO WK-OPERACAO-AUDIT
            MOVE WK-CODIGO-INF           TO WS-CODIGO-CONTATO
            MOVE SPACES                  TO WS-MENSSAGEM
            STRING 'EVENTO ' EVT-ID ' ' WK-DESCR-SITUACAO
                   DELIMITED BY SIZE INTO WS-MENSSAGEM
            END-STRING
            PERFORM P270-GRAVAR-AUDITORIA

            IF INS-DESISTIU
               MOVE 'S'                  TO WK-PROMOVEU
               PERFORM P460-PROMOVER-ESPERA THRU P460-FIM
                       UNTIL EVT-QTD-CONFIRMADOS >= EVT-CAPACIDADE
                          OR EVT-QTD-ESPERA = ZEROS
                          OR WK-PROMOVEU = 'N'
            END-IF
            MOVE ' *** RESPOSTA AO CONVITE GRAVADA ***    ' TO
                                         WS-MENSSAGEM
            .
       P400-FIM.

       P410-CONFIRMAR.
            IF EVT-QTD-CONFIRMADOS < EVT-CAPACIDADE
               SET INS-CONFIRMADO        TO TRUE
               MOVE ZEROS                TO INS-ORDEM-ESPERA
               ADD 1                     TO EVT-QTD-CONFIRMADOS
            ELSE
               SET INS-ESPERA            TO TRUE
               ADD 1                     TO EVT-ULTIMA-ORDEM
               MOVE EVT-ULTIMA-ORDEM     TO INS-ORDEM-ESPERA
               ADD 1                     TO EVT-QTD-ESPERA
            END-IF
            .

      *    Quem ja tinha confirmado ou estava na espera desiste;
      *    quem nunca confirmou so recusa.
       P420-RECUSAR.
            EVALUATE TRUE
               WHEN INS-CONFIRMADO
                  SUBTRACT 1             FROM EVT-QTD-CONFIRMADOS
                  SET INS-DESISTIU       TO TRUE
               WHEN INS-ESPERA
                  SUBTRACT 1             FROM EVT-QTD-ESPERA
                  SET INS-DESISTIU       TO TRUE
               WHEN OTHER
                  SET INS-RECUSOU        TO TRUE
            END-EVALUATE
            MOVE ZEROS                   TO INS-ORDEM-ESPERA
            .

      ******************************************************************
      * P460-PROMOVER-ESPERA: acha na fila do evento a menor ordem de
      * espera e passa o contato a confirmado. O balcao e avisado
      * para comunicar o contato; a promocao vai para a auditoria.
      ******************************************************************
       P460-PROMOVER-ESPERA.
            MOVE 'N'                     TO WK-PROMOVEU
            MOVE 9999                    TO WK-MENOR-ORDEM
            MOVE ZEROS                   TO WK-CODIGO-PROMOVER
            MOVE 'N'                     TO WK-FIM-INSC
            MOVE EVT-ID                  TO INS-EVENTO
            MOVE ZEROS                   TO INS-CODIGO
            START EVENTO-INSCRICAO KEY IS NOT LESS THAN INS-CHAVE
                INVALID KEY
                   GO TO P460-FIM
            END-START
            PERFORM P465-LER-ESPERA THRU P465-FIM
                    UNTIL WK-FIM-INSC = 'S'
            IF WK-CODIGO-PROMOVER = ZEROS
               GO TO P460-FIM
            END-IF

            MOVE EVT-ID                  TO INS-EVENTO
            MOVE WK-CODIGO-PROMOVER      TO INS-CODIGO
            READ EVENTO-INSCRICAO
                 INVALID KEY
                    GO TO P460-FIM
            END-READ
            SET INS-CONFIRMADO           TO TRUE
            MOVE ZEROS                   TO INS-ORDEM-ESPERA
            MOVE WK-DATA-HOJE            TO INS-DATA-RESPOSTA
            MOVE WS-USUARIO-LOGADO       TO INS-USUARIO
            REWRITE REG-INSCRICAO
            IF WK-FS-INSCRICAO NOT = '00'
               DISPLAY 'ERRO AO PROMOVER DA ESPERA - FS: '
                       WK-FS-INSCRICAO
               GO TO P460-FIM
            END-IF
            ADD 1                        TO EVT-QTD-CONFIRMADOS
            SUBTRACT 1                   FROM EVT-QTD-ESPERA
            REWRITE REG-EVENTO
            MOVE 'S'                     TO WK-PROMOVEU

            DISPLAY 'VAGA ABERTA - PROMOVIDO DA ESPERA: '
                    WK-CODIGO-PROMOVER ' (AVISAR O CONTATO).'
            MOVE 'EVENTO-PRM'            TO WK-OPERACAO-AUDIT
            MOVE WK-CODIGO-PROMOVER      TO WS-CODIGO-CONTATO
            MOVE SPACES                  TO WS-MENSSAGEM
            STRING 'EVENTO ' EVT-ID ' ESPERA -> CONFIRMADO'
                   DELIMITED BY SIZE INTO WS-MENSSAGEM
            END-STRING
            PERFORM P270-GRAVAR-AUDITORIA
            .
       P460-FIM.

       P465-LER-ESPERA.
            READ EVENTO-INSCRICAO NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-INSC
                    GO TO P465-FIM
            END-READ
            IF INS-EVENTO NOT = EVT-ID
               MOVE 'S'                  TO WK-FIM-INSC
               GO TO P465-FIM
            END-IF
            IF INS-ESPERA AND INS-ORDEM-ESPERA < WK-MENOR-ORDEM
               MOVE INS-ORDEM-ESPERA     TO WK-MENOR-ORDEM
               MOVE INS-CODIGO           TO WK-CODIGO-PROMOVER
            END-IF
            .
       P465-FIM.

       P480-DESCREVER-SITUACAO.
            EVALUATE TRUE
               WHEN INS-CONFIRMADO
                  MOVE 'CONFIRMADO'      TO WK-DESCR-SITUACAO
               WHEN INS-ESPERA
                  MOVE 'ESPERA'          TO WK-DESCR-SITUACAO
               WHEN INS-RECUSOU
                  MOVE 'RECUSOU'         TO WK-DESCR-SITUACAO
               WHEN INS-DESISTIU
                  MOVE 'DESISTIU'        TO WK-DESCR-SITUACAO
               WHEN OTHER
                  MOVE 'SEM RESPOSTA'    TO WK-DESCR-SITUACAO
            END-EVALUATE
            .

      ******************************************************************
      * P500-REGISTRAR-PRESENCA: balcao de entrada - um codigo atras
      * do outro ate o zero. Evento no futuro nao aceita presenca;
      * evento encerrado aceita (a lista de papel chega depois).
      ******************************************************************
       P500-REGISTRAR-PRESENCA.
            PERFORM P380-LER-EVENTO THRU P380-FIM
            IF WK-EVENTO-OK NOT = 'S'
               GO TO P500-FIM
            END-IF
            IF EVT-DATA > WK-DATA-HOJE
               DISPLAY 'EVENTO AINDA NAO ACONTECEU - PRESENCA SO A '
                       'PARTIR DE ' WK-DATA-EDITADA '.'
               GO TO P500-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-PRESENCA
            PERFORM P510-MARCAR-PRESENCA THRU P510-FIM
                    UNTIL WK-FIM-PRESENCA = 'S'
            .
       P500-FIM.

      *    Quem chega sem confirmacao (espera, recusa ou nenhuma
      *    resposta) entra se o balcao aceitar - esta presente, e a
      *    lotacao fisica ja nao e problema do cadastro.
       P510-MARCAR-PRESENCA.
            DISPLAY 'CODIGO DO CONTATO PRESENTE (0 = FIM): '
            MOVE ZEROS                   TO WK-CODIGO-INF
            ACCEPT WK-CODIGO-INF
            IF WK-CODIGO-INF = ZEROS
               MOVE 'S'                  TO WK-FIM-PRESENCA
               GO TO P510-FIM
            END-IF
            PERFORM P350-CONFERIR-CONTATO THRU P350-FIM
            IF WK-CONTATO-OK NOT = 'S'
               GO TO P510-FIM
            END-IF

            MOVE EVT-ID                  TO INS-EVENTO
            MOVE WK-CODIGO-INF           TO INS-CODIGO
            READ EVENTO-INSCRICAO
                 INVALID KEY
                    MOVE 'S'             TO WK-INSCRICAO-NOVA
                 NOT INVALID KEY
                    MOVE 'N'             TO WK-INSCRICAO-NOVA
            END-READ
            IF WK-INSCRICAO-NOVA = 'N' AND INS-PRESENTE
               DISPLAY 'PRESENCA JA REGISTRADA EM ' INS-DATA-PRESENCA
                       '.'
               GO TO P510-FIM
            END-IF

            IF WK-INSCRICAO-NOVA = 'S' OR NOT INS-CONFIRMADO
               DISPLAY 'CONTATO NAO CONFIRMADO - REGISTRAR A ENTRADA '
                       'ASSIM MESMO (S/N)? '
               ACCEPT WK-RESPOSTA
               IF WK-RESPOSTA NOT = 'S' AND WK-RESPOSTA NOT = 's'
                  GO TO P510-FIM
               END-IF
               IF WK-INSCRICAO-NOVA = 'S'
                  PERFORM P370-CONFERIR-CONVITE THRU P370-FIM
                  INITIALIZE REG-INSCRICAO
                  MOVE EVT-ID            TO INS-EVENTO
                  MOVE WK-CODIGO-INF     TO INS-CODIGO
                  MOVE WK-CONVIDADO      TO INS-CONVIDADO
                  MOVE 'N'               TO INS-CERTIFICADO
               END-IF
               IF INS-ESPERA
                  SUBTRACT 1             FROM EVT-QTD-ESPERA
               END-IF
               SET INS-CONFIRMADO        TO TRUE
               MOVE ZEROS                TO INS-ORDEM-ESPERA
               MOVE WK-DATA-HOJE         TO INS-DATA-RESPOSTA
               ADD 1                     TO EVT-QTD-CONFIRMADOS
            END-IF

            SET INS-PRESENTE             TO TRUE
            MOVE WK-DATA-HOJE            TO INS-DATA-PRESENCA
            MOVE WS-USUARIO-LOGADO       TO INS-USUARIO
            IF WK-INSCRICAO-NOVA = 'S'
               WRITE REG-INSCRICAO
            ELSE
               REWRITE REG-INSCRICAO
            END-IF
            IF WK-FS-INSCRICAO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR PRESENCA - FS: '
                       WK-FS-INSCRICAO
               GO TO P510-FIM
            END-IF
            ADD 1                        TO EVT-QTD-PRESENTES
            REWRITE REG-EVENTO

            PERFORM P520-GRAVAR-NOTA
            DISPLAY 'PRESENCA REGISTRADA: ' WK-CODIGO-INF ' '
                    WK-NOME-CONTATO
            MOVE 'EVENTO-PRS'            TO WK-OPERACAO-AUDIT
            MOVE WK-CODIGO-INF           TO WS-CODIGO-CONTATO
            MOVE SPACES                  TO WS-MENSSAGEM
            STRING 'EVENTO ' EVT-ID ' PRESENTE'
                   DELIMITED BY SIZE INTO WS-MENSSAGEM
            END-STRING
            PERFORM P270-GRAVAR-AUDITORIA
            .
       P510-FIM.

      ******************************************************************
      * P520-GRAVAR-NOTA: a presenca entra no historico de
      * relacionamento do contato (NOTAMSTR) na proxima sequencia,
      * como faz o NOTCNTT - e a nota conta como interacao na
      * pontuacao de engajamento.
      ******************************************************************
       P520-GRAVAR-NOTA.
            MOVE ZEROS                   TO WK-PROX-SEQ
            MOVE 'N'                     TO WK-FIM-NOTAS
            MOVE WK-CODIGO-INF           TO NOTA-CODIGO
            MOVE ZEROS                   TO NOTA-SEQ
            START NOTAS-CONTATO KEY IS NOT LESS THAN NOTA-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-NOTAS
            END-START
            PERFORM P525-LER-SEQ THRU P525-FIM
                    UNTIL WK-FIM-NOTAS = 'S'
            ADD 1                        TO WK-PROX-SEQ

            MOVE SPACES                  TO WK-TEXTO-NOTA
            STRING 'PRESENTE NO EVENTO ' EVT-ID ' - ' EVT-TITULO
                   DELIMITED BY SIZE INTO WK-TEXTO-NOTA
            END-STRING
            MOVE WK-CODIGO-INF           TO NOTA-CODIGO
            MOVE WK-PROX-SEQ             TO NOTA-SEQ
            MOVE FUNCTION CURRENT-DATE   TO NOTA-DATA-HORA
            MOVE WS-USUARIO-LOGADO       TO NOTA-USUARIO
            MOVE WK-TEXTO-NOTA           TO NOTA-TEXTO
            WRITE REG-NOTA
            IF WK-FS-NOTAS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NOTA DE PRESENCA - FS: '
                       WK-FS-NOTAS
            END-IF
            .

       P525-LER-SEQ.
            READ NOTAS-CONTATO NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-NOTAS
                 NOT AT END
                    IF NOTA-CODIGO NOT = WK-CODIGO-INF
                       MOVE 'S'          TO WK-FIM-NOTAS
                    ELSE
                       MOVE NOTA-SEQ     TO WK-PROX-SEQ
                    END-IF
            END-READ
            .
       P525-FIM.

      ******************************************************************
      * P600-LISTA-ASSINATURA: uma linha por confirmado, com espaco
      * para assinar, em EVTLISTA - e a geracao vai para o spool
      * (SPLUTIL) para reimpressao sem refazer a lista.
      ******************************************************************
       P600-LISTA-ASSINATURA.
            PERFORM P380-LER-EVENTO THRU P380-FIM
            IF WK-EVENTO-OK NOT = 'S'
               GO TO P600-FIM
            END-IF

            OPEN OUTPUT LISTA-PRESENCA
            IF WK-FS-LISTA NOT = '00'
               DISPLAY 'ERRO AO ABRIR EVTLISTA - FS: ' WK-FS-LISTA
               GO TO P600-FIM
            END-IF
            MOVE SPACES                  TO LISTA-REC
            STRING 'LISTA DE PRESENCA - ' EVT-ID ' - ' EVT-TITULO
                   DELIMITED BY SIZE INTO LISTA-REC
            END-STRING
            WRITE LISTA-REC
            MOVE SPACES                  TO LISTA-REC
            STRING 'DATA: ' WK-DATA-EDITADA '  HORA: ' WK-HORA-EDITADA
                   '  CARGA HORARIA: ' EVT-CARGA-HORAS 'H'
                   DELIMITED BY SIZE INTO LISTA-REC
            END-STRING
            WRITE LISTA-REC
            MOVE SPACES                  TO LISTA-REC
            STRING 'LOCAL: ' EVT-LOCAL
                   DELIMITED BY SIZE INTO LISTA-REC
            END-STRING
            WRITE LISTA-REC
            MOVE SPACES                  TO LISTA-REC
            WRITE LISTA-REC
            MOVE 'CODIGO NOME                                     '
                                         TO LISTA-REC
            MOVE 'ASSINATURA'            TO LISTA-REC(50:10)
            WRITE LISTA-REC
            MOVE ALL '-'                 TO LISTA-REC
            WRITE LISTA-REC

            MOVE ZEROS                   TO WK-QTD-LISTADOS
            MOVE 'N'                     TO WK-FIM-INSC
            MOVE EVT-ID                  TO INS-EVENTO
            MOVE ZEROS                   TO INS-CODIGO
            START EVENTO-INSCRICAO KEY IS NOT LESS THAN INS-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-INSC
            END-START
            PERFORM P610-LINHA-ASSINATURA THRU P610-FIM
                    UNTIL WK-FIM-INSC = 'S'

            MOVE SPACES                  TO LISTA-REC
            WRITE LISTA-REC
            MOVE SPACES                  TO LISTA-REC
            STRING 'TOTAL DE CONFIRMADOS: ' WK-QTD-LISTADOS
                   DELIMITED BY SIZE INTO LISTA-REC
            END-STRING
            WRITE LISTA-REC
            CLOSE LISTA-PRESENCA

            MOVE 'EVTLISTA'              TO LK-SPL-NOME
            MOVE WS-USUARIO-LOGADO       TO LK-SPL-USUARIO
            MOVE 'EVTLISTA'              TO LK-SPL-ORIGEM
            CALL 'SPLUTIL' USING PARAMETRES-SPL
            DISPLAY 'LISTA DE ASSINATURA GRAVADA EM EVTLISTA ('
                    WK-QTD-LISTADOS ' CONFIRMADOS).'
            .
       P600-FIM.

       P610-LINHA-ASSINATURA.
            READ EVENTO-INSCRICAO NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-INSC
                    GO TO P610-FIM
            END-READ
            IF INS-EVENTO NOT = EVT-ID
               MOVE 'S'                  TO WK-FIM-INSC
               GO TO P610-FIM
            END-IF
            IF NOT INS-CONFIRMADO
               GO TO P610-FIM
            END-IF
            MOVE INS-CODIGO              TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    MOVE SPACES          TO WK-NOME-CONTATO
                 NOT INVALID KEY
                    PERFORM P355-MONTAR-NOME
            END-READ
            MOVE SPACES                  TO LISTA-REC
            STRING INS-CODIGO ' ' WK-NOME-CONTATO ' '
                   '______________________________'
                   DELIMITED BY SIZE INTO LISTA-REC
            END-STRING
            WRITE LISTA-REC
            ADD 1                        TO WK-QTD-LISTADOS
            .
       P610-FIM.

       P650-LISTAR-INSCRITOS.
            PERFORM P380-LER-EVENTO THRU P380-FIM
            IF WK-EVENTO-OK NOT = 'S'
               GO TO P650-FIM
            END-IF
            DISPLAY 'CODIGO NOME                                     '
                    'RESPOSTA   ESP  CONV PRES CERT'
            MOVE ZEROS                   TO WK-QTD-LISTADOS
            MOVE 'N'                     TO WK-FIM-INSC
            MOVE EVT-ID                  TO INS-EVENTO
            MOVE ZEROS                   TO INS-CODIGO
            START EVENTO-INSCRICAO KEY IS NOT LESS THAN INS-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-INSC
            END-START
            PERFORM P660-LINHA-INSCRITO THRU P660-FIM
                    UNTIL WK-FIM-INSC = 'S'
            IF WK-QTD-LISTADOS = ZEROS
               DISPLAY 'NENHUMA RESPOSTA REGISTRADA PARA O EVENTO.'
            END-IF
            .
       P650-FIM.

       P660-LINHA-INSCRITO.
            READ EVENTO-INSCRICAO NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-INSC
                    GO TO P660-FIM
            END-READ
            IF INS-EVENTO NOT = EVT-ID
               MOVE 'S'                  TO WK-FIM-INSC
               GO TO P660-FIM
            END-IF
            MOVE INS-CODIGO              TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    MOVE SPACES          TO WK-NOME-CONTATO
                 NOT INVALID KEY
                    PERFORM P355-MONTAR-NOME
            END-READ
            PERFORM P480-DESCREVER-SITUACAO
            DISPLAY INS-CODIGO ' ' WK-NOME-CONTATO ' '
                    WK-DESCR-SITUACAO ' ' INS-ORDEM-ESPERA ' '
                    INS-CONVIDADO '    ' INS-PRESENCA '    '
                    INS-CERTIFICADO
            ADD 1                        TO WK-QTD-LISTADOS
            .
       P660-FIM.

      ******************************************************************
      * P700-ENCERRAR-EVENTO: E = realizado (o EVTCERT so emite
      * certificado de evento encerrado); C = cancelado, e os
      * confirmados precisam ser avisados pelo balcao.
      ******************************************************************
       P700-ENCERRAR-EVENTO.
            PERFORM P380-LER-EVENTO THRU P380-FIM
            IF WK-EVENTO-OK NOT = 'S'
               GO TO P700-FIM
            END-IF
            PERFORM P390-CONFERIR-FILIAL THRU P390-FIM
            IF WK-EVENTO-OK NOT = 'S'
               GO TO P700-FIM
            END-IF
            IF NOT EVT-ABERTO
               DISPLAY 'EVENTO JA ENCERRADO.'
               GO TO P700-FIM
            END-IF

            DISPLAY 'E = ENCERRAR (REALIZADO), C = CANCELAR, '
                    'ENTER = VOLTAR: '
            MOVE SPACES                  TO WK-RESPOSTA
            ACCEPT WK-RESPOSTA
            EVALUATE WK-RESPOSTA
               WHEN 'E'
               WHEN 'e'
                  IF EVT-DATA > WK-DATA-HOJE
                     DISPLAY 'EVENTO AINDA NAO ACONTECEU - USE C '
                             'PARA CANCELAR.'
                     GO TO P700-FIM
                  END-IF
                  SET EVT-ENCERRADO      TO TRUE
               WHEN 'C'
               WHEN 'c'
                  SET EVT-CANCELADO      TO TRUE
               WHEN OTHER
                  GO TO P700-FIM
            END-EVALUATE
            REWRITE REG-EVENTO
            IF WK-FS-EVENTO NOT = '00'
               DISPLAY 'ERRO AO ENCERRAR EVENTO - FS: ' WK-FS-EVENTO
               GO TO P700-FIM
            END-IF

            IF EVT-CANCELADO
               DISPLAY 'EVENTO CANCELADO - AVISAR OS '
                       EVT-QTD-CONFIRMADOS ' CONFIRMADOS (OPCAO 6).'
               MOVE 'EVENTO-CAN'         TO WK-OPERACAO-AUDIT
            ELSE
               DISPLAY 'EVENTO ENCERRADO - ' EVT-QTD-PRESENTES
                       ' PRESENTES. CERTIFICADOS: LOTE EVTCERT.'
               MOVE 'EVENTO-ENC'         TO WK-OPERACAO-AUDIT
            END-IF
            MOVE ZEROS                   TO WS-CODIGO-CONTATO
            MOVE SPACES                  TO WS-MENSSAGEM
            STRING 'EVENTO ' EVT-ID ' PRES ' EVT-QTD-PRESENTES
                   ' CONF ' EVT-QTD-CONFIRMADOS
                   DELIMITED BY SIZE INTO WS-MENSSAGEM
            END-STRING
            PERFORM P270-GRAVAR-AUDITORIA
            .
       P700-FIM.

       P800-LISTAR-EVENTOS.
            DISPLAY 'EVENTO   DATA       TITULO                   '
                    '  SIT CONF/CAP    ESP  PRES'
            MOVE 'N'                     TO WK-FIM-EVT
            MOVE LOW-VALUES              TO EVT-ID
            START EVENTO-MASTER KEY IS NOT LESS THAN EVT-ID
                INVALID KEY
                   DISPLAY 'NENHUM EVENTO CADASTRADO.'
                   GO TO P800-FIM
            END-START
            PERFORM P810-LINHA-EVENTO THRU P810-FIM
                    UNTIL WK-FIM-EVT = 'S'
            .
       P800-FIM.

       P810-LINHA-EVENTO.
            READ EVENTO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-EVT
                    GO TO P810-FIM
            END-READ
            PERFORM P396-EDITAR-DATA-HORA
            DISPLAY EVT-ID ' ' WK-DATA-EDITADA ' ' EVT-TITULO(1:25)
                    '  ' EVT-SITUACAO '   ' EVT-QTD-CONFIRMADOS '/'
                    EVT-CAPACIDADE ' ' EVT-QTD-ESPERA ' '
                    EVT-QTD-PRESENTES
            .
       P810-FIM.

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
            CLOSE EVENTO-MASTER EVENTO-INSCRICAO NOTAS-CONTATO
                  CONTATO-MASTER
            IF WK-TEM-CAMPDET = 'S'
               CLOSE CAMPANHA-DETALHE
            END-IF
            .
       END PROGRAM EVTCNTT.
