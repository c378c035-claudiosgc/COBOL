      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CATRACA COMO FONTE DE PRESENCA. AS CATRACAS DA
      *          ENTRADA REGISTRAM CADA PASSAGEM DE CRACHA E A
      *          CHAMADA CONTINUA NO PAPEL, DIGITADA DEPOIS NO
      *          M2AULA42. ESTE LOTE DIARIO LE A EXPORTACAO DAS
      *          CATRACAS (CATRAEXP), UMA PASSAGEM POR LINHA, CAMPOS
      *          SEPARADOS POR VIRGULA -
      *            CRACHA(MATRICULA),AAAAMMDD,HH:MM,E|S
      *          E GRAVA A PRESENCA DO DIA POR ALUNO NO PRESMSTR
      *          (PRIMEIRA ENTRADA, ULTIMA SAIDA, PASSAGENS). CRACHA
      *          SEM ALUNO NO ALUNOID, ALUNO QUE NAO ESTA ATIVO E
      *          LINHA MAL FORMADA VAO PARA A LISTA DE RECUSA
      *          (CATRREJ) COM O MOTIVO. EM SEGUIDA CONCILIA COM A
      *          CHAMADA DO DIA NO FREQLOG: QUEM ESTA PRESENTE EM
      *          AULA E NUNCA PASSOU NA CATRACA, E QUEM ENTROU NA
      *          ESCOLA E NAO TEM PRESENCA EM NENHUMA AULA
      *          (RELATORIO CATRREL). OPCIONALMENTE GERA A CHAMADA
      *          PROVISORIA DO PRIMEIRO HORARIO DA GRADE (HORMSTR)
      *          PARA OS MATRICULADOS DE CADA MATERIA (INSCMSTR) -
      *          PRESENTE SE ENTROU, AUSENTE SE NAO - NO ARQUIVO
      *          CATRPROV, NO LAYOUT DO FREQLOG. O PROFESSOR SO
      *          ACERTA AS EXCECOES (COLUNA DE PRESENCA S/N) E O
      *          MODO 'C' DESTE MESMO PROGRAMA CONFIRMA O ARQUIVO NO
      *          FREQLOG, PULANDO A AULA QUE JA TEM CHAMADA LANCADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATRACA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELPRS'.
           COPY 'SELALID'.
           COPY 'SELFREQ'.
           COPY 'SELHOR'.
           COPY 'SELINS'.
           SELECT EXPORTACAO-CATRACA
               ASSIGN TO "CATRAEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EXPORTACAO.
           SELECT RECUSA-CATRACA
               ASSIGN TO "CATRREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RECUSA.
           SELECT CHAMADA-PROVISORIA
               ASSIGN TO "CATRPROV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-PROVISORIA.
           SELECT RELATORIO-CATRACA
               ASSIGN TO "CATRREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDPRS'.
           COPY 'FDALID'.
           COPY 'FDFREQ'.
           COPY 'FDHOR'.
           COPY 'FDINS'.
       FD  EXPORTACAO-CATRACA
           LABEL RECORD IS STANDARD.
       01  EXPORTACAO-REC               PIC X(60).
       FD  RECUSA-CATRACA
           LABEL RECORD IS STANDARD.
       01  RECUSA-REC                   PIC X(180).
       FD  CHAMADA-PROVISORIA
           LABEL RECORD IS STANDARD.
           COPY 'LAYOUTFR' REPLACING ==REG-FREQUENCIA==
                                  BY ==REG-PROVISORIA==
                                  LEADING ==FR== BY ==PV==.
       FD  RELATORIO-CATRACA
           LABEL RECORD IS STANDARD.
       01  CATRREL-REC                  PIC X(132).
       WORKING-STORAGE SECTION.
       77  WK-FS-PRESENCA               PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-FREQ                   PIC X(02) VALUE SPACES.
       77  WK-FS-HORARIO                PIC X(02) VALUE SPACES.
       77  WK-FS-INSCR                  PIC X(02) VALUE SPACES.
       77  WK-FS-EXPORTACAO             PIC X(02) VALUE SPACES.
       77  WK-FS-RECUSA                 PIC X(02) VALUE SPACES.
       77  WK-FS-PROVISORIA             PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-MODO                      PIC X(01) VALUE SPACES.
       77  WK-GERAR-PROVISORIA          PIC X(01) VALUE 'N'.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-HORARIO               PIC X(01) VALUE 'N'.
       77  WK-FIM-INSCR                 PIC X(01) VALUE 'N'.
       77  WK-HORARIO-OK                PIC X(01) VALUE 'N'.
       77  WK-INSCR-OK                  PIC X(01) VALUE 'N'.
       77  WK-ANO-INF                   PIC 9(05) VALUE ZEROS.
       77  WK-DATA-DIA                  PIC 9(08) VALUE ZEROS.
       77  WK-DATA-DIA-BR               PIC X(10) VALUE SPACES.
       77  WK-DIAS-CORRIDOS             PIC 9(07) VALUE ZEROS.
       77  WK-DIA-SEMANA                PIC 9(01) VALUE ZEROS.
       77  WK-PRIMEIRO-PERIODO          PIC 9(01) VALUE ZEROS.
       77  WK-CONT-LINHAS               PIC 9(06) VALUE ZEROS.
       77  WK-CONT-ACEITAS              PIC 9(06) VALUE ZEROS.
       77  WK-CONT-REJEITADOS           PIC 9(06) VALUE ZEROS.
       77  WK-CONT-CHAMADA-DIA          PIC 9(06) VALUE ZEROS.
       77  WK-CONT-SEM-CATRACA          PIC 9(06) VALUE ZEROS.
       77  WK-CONT-SEM-CHAMADA          PIC 9(06) VALUE ZEROS.
       77  WK-CONT-PROV-PRESENTE        PIC 9(06) VALUE ZEROS.
       77  WK-CONT-PROV-AUSENTE         PIC 9(06) VALUE ZEROS.
       77  WK-CONT-PROV-JA-LANCADA      PIC 9(06) VALUE ZEROS.
       77  WK-CONT-CONFIRMADAS          PIC 9(06) VALUE ZEROS.
       77  WK-QTDE-ERROS                PIC 9(02) VALUE ZEROS.
       77  WK-MOTIVOS                   PIC X(120) VALUE SPACES.
       77  WK-IDX-MOTIVO                PIC 9(03) VALUE ZEROS.
       77  WK-MENSAGEM-REGRA            PIC X(40) VALUE SPACES.
      *****************************************************************
      * Campos da linha exportada pela catraca.
      *****************************************************************
       77  WK-TEXTO-CRACHA              PIC X(10) VALUE SPACES.
       77  WK-TEXTO-DATA                PIC X(10) VALUE SPACES.
       77  WK-TEXTO-HORA                PIC X(10) VALUE SPACES.
       77  WK-TEXTO-SENTIDO             PIC X(10) VALUE SPACES.
       77  WK-TEXTO-INTEIRO             PIC X(10) VALUE SPACES.
       77  WK-NUM-ALINHADO              PIC X(10) JUSTIFIED RIGHT
                                                  VALUE SPACES.
       77  WK-NUM-VALIDO                PIC X(01) VALUE 'N'.
       77  WK-VALOR-INTEIRO             PIC 9(08) VALUE ZEROS.
       77  WK-MATRICULA-LIN             PIC 9(06) VALUE ZEROS.
       77  WK-HORA-LIN                  PIC 9(04) VALUE ZEROS.
       77  WK-SENTIDO-LIN               PIC X(01) VALUE SPACES.
       77  WK-MATERIA-SLOT              PIC X(15) VALUE SPACES.
      *****************************************************************
      * WK-TAB-PRESENCA: quem passou na catraca no dia. WK-PR-CHAMADA
      * guarda o que a chamada do FREQLOG disse do aluno no dia:
      * 'N' nenhuma linha, 'A' so ausencias, 'P' presente em ao
      * menos uma aula.
      *****************************************************************
       77  WK-QTDE-PRESENCAS            PIC 9(04) VALUE ZEROS.
       77  WK-IDX-PR                    PIC 9(04) VALUE ZEROS.
       77  WK-IDX-ACHADO                PIC 9(04) VALUE ZEROS.
       01  WK-TAB-PRESENCA.
           05 WK-PR                     OCCURS 3000 TIMES.
               10 WK-PR-MATRICULA       PIC 9(06).
               10 WK-PR-NOME            PIC X(20).
               10 WK-PR-HORA-ENTRADA    PIC 9(04).
               10 WK-PR-HORA-SAIDA      PIC 9(04).
               10 WK-PR-PASSAGENS       PIC 9(03).
               10 WK-PR-CHAMADA         PIC X(01).
      *****************************************************************
      * WK-TAB-CHAMADA: aulas do dia que ja tem chamada no FREQLOG
      * (aluno + materia) - a provisoria nao repete o que o professor
      * ja lancou.
      *****************************************************************
       77  WK-QTDE-CHAMADAS             PIC 9(04) VALUE ZEROS.
       77  WK-IDX-CH                    PIC 9(04) VALUE ZEROS.
       77  WK-CHAMADA-ACHADA            PIC X(01) VALUE 'N'.
       01  WK-TAB-CHAMADA.
           05 WK-CH                     OCCURS 3000 TIMES.
               10 WK-CH-MATRICULA       PIC 9(06).
               10 WK-CH-MATERIA         PIC X(15).
           COPY 'PARMDATE'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CATRACA'               TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY '*** CATRACA - PRESENCA NA ESCOLA ***'
            DISPLAY 'P - PROCESSAR EXPORTACAO DO DIA'
            DISPLAY 'C - CONFIRMAR CHAMADA PROVISORIA (CATRPROV)'
            DISPLAY 'MODO: '
            ACCEPT WK-MODO
            INSPECT WK-MODO CONVERTING 'cp' TO 'CP'

            IF WK-MODO = 'C'
               PERFORM P700-CONFIRMAR-PROVISORIA THRU P700-FIM
               MOVE WK-CONT-CONFIRMADAS  TO LK-RUN-QTD-APLICADOS
            ELSE
               PERFORM P050-PEDIR-DIA THRU P050-FIM
               IF WK-QTDE-ERROS = ZEROS
                  PERFORM P100-ABRIR-ARQUIVOS
                  PERFORM P200-LER-EXPORTACAO THRU P200-FIM
                          UNTIL WK-FIM-ARQ = 'S'
                  PERFORM P300-GRAVAR-PRESENCA
                          VARYING WK-IDX-PR FROM 1 BY 1
                          UNTIL WK-IDX-PR > WK-QTDE-PRESENCAS
                  PERFORM P400-CONCILIAR-CHAMADA THRU P400-FIM
                  IF WK-GERAR-PROVISORIA = 'S'
                     PERFORM P500-GERAR-PROVISORIA THRU P500-FIM
                  END-IF
                  PERFORM P900-FINALIZAR
               END-IF
               MOVE WK-CONT-ACEITAS      TO LK-RUN-QTD-APLICADOS
            END-IF

            MOVE 'CATRACA'               TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-CONT-LINHAS          TO LK-RUN-QTD-LIDOS
            MOVE WK-CONT-REJEITADOS      TO LK-RUN-QTD-REJEITADOS
            MOVE WK-QTDE-ERROS           TO LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            STOP RUN
            .

       P050-PEDIR-DIA.
            DISPLAY 'DIA DA EXPORTACAO (AAAAMMDD): '
            ACCEPT WK-DATA-DIA
            DISPLAY 'ANO-SEMESTRE (AAAAS): '
            ACCEPT WK-ANO-INF
            DISPLAY 'GERAR CHAMADA PROVISORIA DO 1O HORARIO (S/N): '
            ACCEPT WK-GERAR-PROVISORIA
            IF WK-GERAR-PROVISORIA = 's'
               MOVE 'S'                  TO WK-GERAR-PROVISORIA
            END-IF

            MOVE WK-DATA-DIA             TO LK-DATA-ENTRADA
            SET LK-SAIDA-DDMMAAAA-BARRA  TO TRUE
            MOVE 'V'                     TO LK-FUNCAO
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            IF NOT LK-STATUS-OK OF PARAMETRES-DATA
               DISPLAY 'DATA INVALIDA: ' WK-DATA-DIA
               MOVE 1                    TO WK-QTDE-ERROS
               GO TO P050-FIM
            END-IF
      *    FR-DATA do FREQLOG e DD/MM/AAAA, como digitado no M2AULA42.
            MOVE LK-DATA-SAIDA           TO WK-DATA-DIA-BR
            .
       P050-FIM.

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT EXPORTACAO-CATRACA
            IF WK-FS-EXPORTACAO NOT = '00'
               DISPLAY 'EXPORTACAO CATRAEXP NAO ENCONTRADA.'
               MOVE 'S'                  TO WK-FIM-ARQ
            END-IF
            OPEN INPUT ALUNO-IDENTIDADE
            IF WK-FS-ALUNOID = '35'
               OPEN OUTPUT ALUNO-IDENTIDADE
               CLOSE ALUNO-IDENTIDADE
               OPEN INPUT ALUNO-IDENTIDADE
            END-IF
            OPEN I-O PRESENCA-MASTER
            IF WK-FS-PRESENCA = '35'
               OPEN OUTPUT PRESENCA-MASTER
               CLOSE PRESENCA-MASTER
               OPEN I-O PRESENCA-MASTER
            END-IF
            OPEN OUTPUT RECUSA-CATRACA
            OPEN OUTPUT RELATORIO-CATRACA
            MOVE SPACES                  TO CATRREL-REC
            STRING 'CATRACA X CHAMADA - DIA ' WK-DATA-DIA-BR
                   ' PERIODO ' WK-ANO-INF
                   DELIMITED BY SIZE INTO CATRREL-REC
            END-STRING
            WRITE CATRREL-REC
            .

       P200-LER-EXPORTACAO.
            READ EXPORTACAO-CATRACA
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P200-FIM
            END-READ
            IF EXPORTACAO-REC = SPACES
               GO TO P200-FIM
            END-IF
            IF EXPORTACAO-REC(1:6) = 'CRACHA' OR
               EXPORTACAO-REC(1:6) = 'cracha'
               GO TO P200-FIM
            END-IF
            ADD 1                        TO WK-CONT-LINHAS
            PERFORM P250-VALIDAR-PASSAGEM
            IF WK-QTDE-ERROS > ZEROS
               PERFORM P280-RECUSAR-PASSAGEM
               GO TO P200-FIM
            END-IF
            ADD 1                        TO WK-CONT-ACEITAS
            PERFORM P290-ACUMULAR-PASSAGEM
            .
       P200-FIM.

      ******************************************************************
      * P250-VALIDAR-PASSAGEM: roda todas as criticas da linha e
      * anota cada violacao (mesma filosofia do PROCTURM). O cracha
      * e a matricula; sem aluno no ALUNOID e cracha desconhecido.
      ******************************************************************
       P250-VALIDAR-PASSAGEM.
            MOVE ZEROS                   TO WK-QTDE-ERROS
            MOVE SPACES                  TO WK-MOTIVOS
            MOVE 1                       TO WK-IDX-MOTIVO
            MOVE SPACES                  TO WK-TEXTO-CRACHA
                                            WK-TEXTO-DATA
                                            WK-TEXTO-HORA
                                            WK-TEXTO-SENTIDO
            UNSTRING EXPORTACAO-REC DELIMITED BY ','
                INTO WK-TEXTO-CRACHA
                     WK-TEXTO-DATA
                     WK-TEXTO-HORA
                     WK-TEXTO-SENTIDO
            END-UNSTRING

            MOVE WK-TEXTO-CRACHA         TO WK-TEXTO-INTEIRO
            PERFORM P270-CONVERTER-NUMERO
            IF WK-NUM-VALIDO = 'N' OR WK-VALOR-INTEIRO = ZEROS
               OR WK-VALOR-INTEIRO > 999999
               MOVE 'CRACHA AUSENTE OU NAO NUMERICO'
                                         TO WK-MENSAGEM-REGRA
               PERFORM P260-ACUMULAR-ERRO
            ELSE
               MOVE WK-VALOR-INTEIRO     TO WK-MATRICULA-LIN
               MOVE WK-MATRICULA-LIN     TO MAT-MATRICULA
               READ ALUNO-IDENTIDADE
                    INVALID KEY
                       MOVE 'CRACHA DESCONHECIDO (SEM ALUNO)'
                                         TO WK-MENSAGEM-REGRA
                       PERFORM P260-ACUMULAR-ERRO
                    NOT INVALID KEY
                       IF NOT MAT-ATIVO
                          MOVE 'ALUNO NAO ATIVO (INATIVO/TRANSF.)'
                                         TO WK-MENSAGEM-REGRA
                          PERFORM P260-ACUMULAR-ERRO
                       END-IF
               END-READ
            END-IF

            MOVE WK-TEXTO-DATA           TO WK-TEXTO-INTEIRO
            PERFORM P270-CONVERTER-NUMERO
            IF WK-NUM-VALIDO = 'N' OR WK-VALOR-INTEIRO NOT = WK-DATA-DIA
               MOVE 'DATA DIFERENTE DO DIA PROCESSADO'
                                         TO WK-MENSAGEM-REGRA
               PERFORM P260-ACUMULAR-ERRO
            END-IF

            IF WK-TEXTO-HORA(3:1) = ':'
               MOVE SPACES               TO WK-TEXTO-INTEIRO
               STRING WK-TEXTO-HORA(1:2) WK-TEXTO-HORA(4:2)
                      DELIMITED BY SIZE INTO WK-TEXTO-INTEIRO
               END-STRING
               IF WK-TEXTO-HORA(6:) NOT = SPACES
                  MOVE 'X'               TO WK-TEXTO-INTEIRO
               END-IF
            ELSE
               MOVE WK-TEXTO-HORA        TO WK-TEXTO-INTEIRO
            END-IF
            PERFORM P270-CONVERTER-NUMERO
            MOVE WK-VALOR-INTEIRO        TO WK-HORA-LIN
            IF WK-NUM-VALIDO = 'N' OR WK-VALOR-INTEIRO > 2359
               OR WK-HORA-LIN(3:2) > '59'
               MOVE 'HORA INVALIDA (HH:MM)' TO WK-MENSAGEM-REGRA
               PERFORM P260-ACUMULAR-ERRO
            END-IF

            MOVE WK-TEXTO-SENTIDO(1:1)   TO WK-SENTIDO-LIN
            INSPECT WK-SENTIDO-LIN CONVERTING 'es' TO 'ES'
            IF (WK-SENTIDO-LIN NOT = 'E' AND WK-SENTIDO-LIN NOT = 'S')
               OR WK-TEXTO-SENTIDO(2:) NOT = SPACES
               MOVE 'SENTIDO DIFERENTE DE E/S' TO WK-MENSAGEM-REGRA
               PERFORM P260-ACUMULAR-ERRO
            END-IF
            .

       P260-ACUMULAR-ERRO.
            ADD 1                        TO WK-QTDE-ERROS
            IF WK-IDX-MOTIVO < 80
               STRING WK-MENSAGEM-REGRA DELIMITED BY '  '
                      '; '              DELIMITED BY SIZE
                      INTO WK-MOTIVOS
                      WITH POINTER WK-IDX-MOTIVO
               END-STRING
            END-IF
            .

      ******************************************************************
      * P270-CONVERTER-NUMERO: WK-TEXTO-INTEIRO (ate 8 digitos) vira
      * WK-VALOR-INTEIRO, alinhado a direita e completado com zeros.
      * Qualquer coisa que nao seja digito deixa WK-NUM-VALIDO = 'N'.
      ******************************************************************
       P270-CONVERTER-NUMERO.
            MOVE 'S'                     TO WK-NUM-VALIDO
            MOVE ZEROS                   TO WK-VALOR-INTEIRO
            IF WK-TEXTO-INTEIRO = SPACES OR
               WK-TEXTO-INTEIRO(1:1) = SPACE OR
               WK-TEXTO-INTEIRO(9:2) NOT = SPACES
               MOVE 'N'                  TO WK-NUM-VALIDO
            ELSE
               MOVE WK-TEXTO-INTEIRO     TO WK-NUM-ALINHADO
               INSPECT WK-NUM-ALINHADO REPLACING LEADING SPACES
                                          BY ZEROS
               IF WK-NUM-ALINHADO NOT NUMERIC
                  MOVE 'N'               TO WK-NUM-VALIDO
               ELSE
                  MOVE WK-NUM-ALINHADO(3:8) TO WK-VALOR-INTEIRO
               END-IF
            END-IF
            .

      ******************************************************************
      * P280-RECUSAR-PASSAGEM: a linha vai para CATRREJ como veio,
      * seguida dos motivos - cracha sem dono vai para a secretaria.
      ******************************************************************
       P280-RECUSAR-PASSAGEM.
            ADD 1                        TO WK-CONT-REJEITADOS
            MOVE SPACES                  TO RECUSA-REC
            STRING EXPORTACAO-REC        DELIMITED BY '   '
                   ',*** '               DELIMITED BY SIZE
                   WK-MOTIVOS            DELIMITED BY SIZE
                   INTO RECUSA-REC
            END-STRING
            WRITE RECUSA-REC
            .

       P290-ACUMULAR-PASSAGEM.
            PERFORM P295-LOCALIZAR-ALUNO
            IF WK-IDX-ACHADO = ZEROS
               IF WK-QTDE-PRESENCAS NOT < 3000
                  MOVE 'LIMITE DE ALUNOS NO DIA EXCEDIDO'
                                         TO WK-MENSAGEM-REGRA
                  PERFORM P260-ACUMULAR-ERRO
                  PERFORM P280-RECUSAR-PASSAGEM
                  SUBTRACT 1             FROM WK-CONT-ACEITAS
               ELSE
                  ADD 1                  TO WK-QTDE-PRESENCAS
                  MOVE WK-QTDE-PRESENCAS TO WK-IDX-ACHADO
                  MOVE WK-MATRICULA-LIN  TO
                       WK-PR-MATRICULA(WK-IDX-ACHADO)
                  MOVE MAT-NOME          TO WK-PR-NOME(WK-IDX-ACHADO)
                  MOVE ZEROS             TO
                       WK-PR-HORA-ENTRADA(WK-IDX-ACHADO)
                       WK-PR-HORA-SAIDA(WK-IDX-ACHADO)
                       WK-PR-PASSAGENS(WK-IDX-ACHADO)
                  MOVE 'N'               TO WK-PR-CHAMADA(WK-IDX-ACHADO)
               END-IF
            END-IF
            IF WK-IDX-ACHADO > ZEROS
               ADD 1                     TO
                   WK-PR-PASSAGENS(WK-IDX-ACHADO)
               IF WK-SENTIDO-LIN = 'E'
                  IF WK-PR-HORA-ENTRADA(WK-IDX-ACHADO) = ZEROS OR
                     WK-HORA-LIN < WK-PR-HORA-ENTRADA(WK-IDX-ACHADO)
                     MOVE WK-HORA-LIN    TO
                          WK-PR-HORA-ENTRADA(WK-IDX-ACHADO)
                  END-IF
               ELSE
                  IF WK-HORA-LIN > WK-PR-HORA-SAIDA(WK-IDX-ACHADO)
                     MOVE WK-HORA-LIN    TO
                          WK-PR-HORA-SAIDA(WK-IDX-ACHADO)
                  END-IF
               END-IF
            END-IF
            .

       P295-LOCALIZAR-ALUNO.
            MOVE ZEROS                   TO WK-IDX-ACHADO
            PERFORM P296-COMPARAR-ALUNO
                    VARYING WK-IDX-PR FROM 1 BY 1
                    UNTIL WK-IDX-PR > WK-QTDE-PRESENCAS
                       OR WK-IDX-ACHADO > ZEROS
            .

       P296-COMPARAR-ALUNO.
            IF WK-PR-MATRICULA(WK-IDX-PR) = WK-MATRICULA-LIN
               MOVE WK-IDX-PR            TO WK-IDX-ACHADO
            END-IF
            .

      ******************************************************************
      * P300-GRAVAR-PRESENCA: um registro por aluno no PRESMSTR. Dia
      * reprocessado regrava o registro com a exportacao nova.
      ******************************************************************
       P300-GRAVAR-PRESENCA.
            MOVE WK-DATA-DIA             TO PRS-DATA
            MOVE WK-PR-MATRICULA(WK-IDX-PR) TO PRS-MATRICULA
            MOVE WK-PR-HORA-ENTRADA(WK-IDX-PR) TO PRS-HORA-ENTRADA
            MOVE WK-PR-HORA-SAIDA(WK-IDX-PR) TO PRS-HORA-SAIDA
            MOVE WK-PR-PASSAGENS(WK-IDX-PR) TO PRS-QTD-PASSAGENS
            WRITE REG-PRESENCA
                  INVALID KEY
                     REWRITE REG-PRESENCA
            END-WRITE
            .

      ******************************************************************
      * P400-CONCILIAR-CHAMADA: percorre a chamada do dia no FREQLOG.
      * Presente em aula sem passagem na catraca sai na hora; quem
      * passou na catraca e nao tem presenca em aula sai no P450.
      ******************************************************************
       P400-CONCILIAR-CHAMADA.
            MOVE SPACES                  TO CATRREL-REC
            WRITE CATRREL-REC
            MOVE 'PRESENTE NA CHAMADA SEM ENTRADA NA CATRACA:'
                                         TO CATRREL-REC
            WRITE CATRREL-REC
            MOVE 'N'                     TO WK-FIM-ARQ
            OPEN INPUT FREQUENCIA
            IF WK-FS-FREQ NOT = '00'
               MOVE 'S'                  TO WK-FIM-ARQ
            END-IF
            PERFORM P410-LER-CHAMADA THRU P410-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-FS-FREQ = '10'
               CLOSE FREQUENCIA
            END-IF

            MOVE SPACES                  TO CATRREL-REC
            WRITE CATRREL-REC
            MOVE 'ENTROU NA ESCOLA SEM PRESENCA EM AULA:'
                                         TO CATRREL-REC
            WRITE CATRREL-REC
            IF WK-CONT-CHAMADA-DIA = ZEROS
               MOVE '  NENHUMA CHAMADA LANCADA NO FREQLOG PARA O DIA.'
                                         TO CATRREL-REC
               WRITE CATRREL-REC
               GO TO P400-FIM
            END-IF
            PERFORM P450-LISTAR-SEM-CHAMADA
                    VARYING WK-IDX-PR FROM 1 BY 1
                    UNTIL WK-IDX-PR > WK-QTDE-PRESENCAS
            .
       P400-FIM.

       P410-LER-CHAMADA.
            READ FREQUENCIA
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P410-FIM
            END-READ
            IF FR-DATA NOT = WK-DATA-DIA-BR
               GO TO P410-FIM
            END-IF
            ADD 1                        TO WK-CONT-CHAMADA-DIA
            IF WK-QTDE-CHAMADAS < 3000
               ADD 1                     TO WK-QTDE-CHAMADAS
               MOVE FR-MATRICULA         TO
                    WK-CH-MATRICULA(WK-QTDE-CHAMADAS)
               MOVE FR-MATERIA           TO
                    WK-CH-MATERIA(WK-QTDE-CHAMADAS)
            END-IF
            IF WK-MODO = 'C'
               GO TO P410-FIM
            END-IF
            MOVE FR-MATRICULA            TO WK-MATRICULA-LIN
            PERFORM P295-LOCALIZAR-ALUNO
            IF WK-IDX-ACHADO = ZEROS
               IF FR-PRESENTE
                  ADD 1                  TO WK-CONT-SEM-CATRACA
                  MOVE SPACES            TO CATRREL-REC
                  STRING '  ' FR-MATRICULA ' ' FR-NOME ' '
                         FR-MATERIA
                         DELIMITED BY SIZE INTO CATRREL-REC
                  END-STRING
                  WRITE CATRREL-REC
               END-IF
               GO TO P410-FIM
            END-IF
            IF FR-PRESENTE
               MOVE 'P'                  TO WK-PR-CHAMADA(WK-IDX-ACHADO)
            ELSE
               IF WK-PR-CHAMADA(WK-IDX-ACHADO) = 'N'
                  MOVE 'A'               TO
                       WK-PR-CHAMADA(WK-IDX-ACHADO)
               END-IF
            END-IF
            .
       P410-FIM.

       P450-LISTAR-SEM-CHAMADA.
            IF WK-PR-CHAMADA(WK-IDX-PR) NOT = 'P'
               ADD 1                     TO WK-CONT-SEM-CHAMADA
               MOVE SPACES               TO CATRREL-REC
               IF WK-PR-CHAMADA(WK-IDX-PR) = 'A'
                  STRING '  ' WK-PR-MATRICULA(WK-IDX-PR) ' '
                         WK-PR-NOME(WK-IDX-PR) ' ENTRADA '
                         WK-PR-HORA-ENTRADA(WK-IDX-PR)
                         ' - AUSENTE EM TODAS AS AULAS LANCADAS'
                         DELIMITED BY SIZE INTO CATRREL-REC
                  END-STRING
               ELSE
                  STRING '  ' WK-PR-MATRICULA(WK-IDX-PR) ' '
                         WK-PR-NOME(WK-IDX-PR) ' ENTRADA '
                         WK-PR-HORA-ENTRADA(WK-IDX-PR)
                         ' - SEM CHAMADA LANCADA NO DIA'
                         DELIMITED BY SIZE INTO CATRREL-REC
                  END-STRING
               END-IF
               WRITE CATRREL-REC
            END-IF
            .

      ******************************************************************
      * P500-GERAR-PROVISORIA: o primeiro horario do dia na grade
      * (HORMSTR; dia da semana pela conta de calendario do HORCNTT,
      * 1=SEG) - para cada materia nesse horario, cada matriculado
      * 'M' na oferta ganha uma linha em CATRPROV: presente se passou
      * na catraca, ausente se nao. Aula que ja tem chamada no
      * FREQLOG fica de fora.
      ******************************************************************
       P500-GERAR-PROVISORIA.
            MOVE SPACES                  TO CATRREL-REC
            WRITE CATRREL-REC
            MOVE 'CHAMADA PROVISORIA DO PRIMEIRO HORARIO (CATRPROV):'
                                         TO CATRREL-REC
            WRITE CATRREL-REC
            COMPUTE WK-DIAS-CORRIDOS =
                    FUNCTION INTEGER-OF-DATE(WK-DATA-DIA)
            COMPUTE WK-DIA-SEMANA =
                    FUNCTION MOD(WK-DIAS-CORRIDOS - 1, 7) + 1

            OPEN INPUT HORARIO-MASTER
            IF WK-FS-HORARIO = '00'
               MOVE 'S'                  TO WK-HORARIO-OK
            END-IF
            OPEN INPUT INSCRICAO-MASTER
            IF WK-FS-INSCR = '00'
               MOVE 'S'                  TO WK-INSCR-OK
            END-IF
            IF WK-HORARIO-OK NOT = 'S' OR WK-INSCR-OK NOT = 'S'
               MOVE '  SEM GRADE (HORMSTR) OU INSCRICOES (INSCMSTR).'
                                         TO CATRREL-REC
               WRITE CATRREL-REC
               GO TO P500-FECHAR
            END-IF
            OPEN OUTPUT CHAMADA-PROVISORIA

            MOVE 'N'                     TO WK-FIM-HORARIO
            MOVE ZEROS                   TO WK-PRIMEIRO-PERIODO
            MOVE WK-ANO-INF              TO HOR-ANO-SEMESTRE
            MOVE WK-DIA-SEMANA           TO HOR-DIA-SEMANA
            MOVE ZEROS                   TO HOR-PERIODO
            MOVE LOW-VALUES              TO HOR-MATERIA
            START HORARIO-MASTER KEY IS NOT LESS THAN HOR-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-HORARIO
            END-START
            PERFORM P510-LER-SLOT THRU P510-FIM
                    UNTIL WK-FIM-HORARIO = 'S'
            IF WK-PRIMEIRO-PERIODO = ZEROS
               MOVE '  NAO HA AULA NA GRADE PARA ESTE DIA DA SEMANA.'
                                         TO CATRREL-REC
               WRITE CATRREL-REC
            END-IF
            CLOSE CHAMADA-PROVISORIA
            MOVE SPACES                  TO CATRREL-REC
            STRING '  PROVISORIAS PRESENTES: ' WK-CONT-PROV-PRESENTE
                   '  AUSENTES: ' WK-CONT-PROV-AUSENTE
                   '  JA LANCADAS NO FREQLOG: '
                   WK-CONT-PROV-JA-LANCADA
                   DELIMITED BY SIZE INTO CATRREL-REC
            END-STRING
            WRITE CATRREL-REC
            .
       P500-FECHAR.
            IF WK-HORARIO-OK = 'S'
               CLOSE HORARIO-MASTER
            END-IF
            IF WK-INSCR-OK = 'S'
               CLOSE INSCRICAO-MASTER
            END-IF
            .
       P500-FIM.

       P510-LER-SLOT.
            READ HORARIO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-HORARIO
                    GO TO P510-FIM
            END-READ
            IF HOR-ANO-SEMESTRE NOT = WK-ANO-INF OR
               HOR-DIA-SEMANA NOT = WK-DIA-SEMANA
               MOVE 'S'                  TO WK-FIM-HORARIO
               GO TO P510-FIM
            END-IF
            IF WK-PRIMEIRO-PERIODO = ZEROS
               MOVE HOR-PERIODO          TO WK-PRIMEIRO-PERIODO
            END-IF
            IF HOR-PERIODO NOT = WK-PRIMEIRO-PERIODO
               MOVE 'S'                  TO WK-FIM-HORARIO
               GO TO P510-FIM
            END-IF
            MOVE HOR-MATERIA             TO WK-MATERIA-SLOT
            MOVE 'N'                     TO WK-FIM-INSCR
            MOVE WK-ANO-INF              TO INS-ANO-SEMESTRE
            MOVE WK-MATERIA-SLOT         TO INS-MATERIA
            MOVE ZEROS                   TO INS-MATRICULA
            START INSCRICAO-MASTER KEY IS NOT LESS THAN INS-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-INSCR
            END-START
            PERFORM P520-LER-INSCRITO THRU P520-FIM
                    UNTIL WK-FIM-INSCR = 'S'
            .
       P510-FIM.

       P520-LER-INSCRITO.
            READ INSCRICAO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-INSCR
                    GO TO P520-FIM
            END-READ
            IF INS-ANO-SEMESTRE NOT = WK-ANO-INF OR
               INS-MATERIA NOT = WK-MATERIA-SLOT
               MOVE 'S'                  TO WK-FIM-INSCR
               GO TO P520-FIM
            END-IF
            IF NOT INS-MATRICULADO
               GO TO P520-FIM
            END-IF
            MOVE INS-MATRICULA           TO WK-MATRICULA-LIN
            PERFORM P530-PROCURAR-CHAMADA
            IF WK-CHAMADA-ACHADA = 'S'
               ADD 1                     TO WK-CONT-PROV-JA-LANCADA
               GO TO P520-FIM
            END-IF

            MOVE INS-MATRICULA           TO PV-MATRICULA
            MOVE WK-ANO-INF              TO PV-ANO-SEMESTRE
            MOVE WK-MATERIA-SLOT         TO PV-MATERIA
            MOVE WK-DATA-DIA-BR          TO PV-DATA
            MOVE INS-MATRICULA           TO MAT-MATRICULA
            READ ALUNO-IDENTIDADE
                 INVALID KEY
                    MOVE SPACES          TO MAT-NOME
            END-READ
            MOVE MAT-NOME                TO PV-NOME
            PERFORM P295-LOCALIZAR-ALUNO
            IF WK-IDX-ACHADO > ZEROS
               MOVE 'S'                  TO PV-PRESENCA
               ADD 1                     TO WK-CONT-PROV-PRESENTE
            ELSE
               MOVE 'N'                  TO PV-PRESENCA
               ADD 1                     TO WK-CONT-PROV-AUSENTE
            END-IF
            WRITE REG-PROVISORIA
            .
       P520-FIM.

       P530-PROCURAR-CHAMADA.
            MOVE 'N'                     TO WK-CHAMADA-ACHADA
            PERFORM P535-COMPARAR-CHAMADA
                    VARYING WK-IDX-CH FROM 1 BY 1
                    UNTIL WK-IDX-CH > WK-QTDE-CHAMADAS
                       OR WK-CHAMADA-ACHADA = 'S'
            .

       P535-COMPARAR-CHAMADA.
            IF WK-CH-MATRICULA(WK-IDX-CH) = WK-MATRICULA-LIN AND
               WK-CH-MATERIA(WK-IDX-CH) = WK-MATERIA-SLOT
               MOVE 'S'                  TO WK-CHAMADA-ACHADA
            END-IF
            .

      ******************************************************************
      * P700-CONFIRMAR-PROVISORIA: o professor ja acertou as excecoes
      * no CATRPROV; as linhas vao para o FREQLOG, exceto a aula
      * (aluno + materia + data) que ja tem chamada lancada. O
      * arquivo e esvaziado no fim - confirmar duas vezes nao duplica.
      ******************************************************************
       P700-CONFIRMAR-PROVISORIA.
            OPEN INPUT CHAMADA-PROVISORIA
            IF WK-FS-PROVISORIA NOT = '00'
               DISPLAY 'NAO HA CHAMADA PROVISORIA (CATRPROV).'
               GO TO P700-FIM
            END-IF
            READ CHAMADA-PROVISORIA
                 AT END
                    DISPLAY 'CATRPROV VAZIO - NADA A CONFIRMAR.'
                    CLOSE CHAMADA-PROVISORIA
                    GO TO P700-FIM
            END-READ
            MOVE PV-DATA                 TO WK-DATA-DIA-BR
            CLOSE CHAMADA-PROVISORIA

            MOVE 'N'                     TO WK-FIM-ARQ
            OPEN INPUT FREQUENCIA
            IF WK-FS-FREQ NOT = '00'
               MOVE 'S'                  TO WK-FIM-ARQ
            END-IF
            PERFORM P410-LER-CHAMADA THRU P410-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-FS-FREQ = '10'
               CLOSE FREQUENCIA
            END-IF

            OPEN EXTEND FREQUENCIA
            IF WK-FS-FREQ = '35'
               OPEN OUTPUT FREQUENCIA
            END-IF
            OPEN INPUT CHAMADA-PROVISORIA
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P710-CONFIRMAR-LINHA THRU P710-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE CHAMADA-PROVISORIA FREQUENCIA
            OPEN OUTPUT CHAMADA-PROVISORIA
            CLOSE CHAMADA-PROVISORIA
            DISPLAY 'LINHAS CONFIRMADAS NO FREQLOG: '
                    WK-CONT-CONFIRMADAS
            DISPLAY 'JA TINHAM CHAMADA (PULADAS)..: '
                    WK-CONT-PROV-JA-LANCADA
            DISPLAY 'RECUSADAS (PRESENCA NAO S/N).: '
                    WK-CONT-REJEITADOS
            .
       P700-FIM.

       P710-CONFIRMAR-LINHA.
            READ CHAMADA-PROVISORIA
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P710-FIM
            END-READ
            ADD 1                        TO WK-CONT-LINHAS
            IF NOT PV-PRESENTE AND NOT PV-AUSENTE
               ADD 1                     TO WK-CONT-REJEITADOS
               DISPLAY 'PRESENCA INVALIDA: ' PV-MATRICULA ' '
                       PV-MATERIA ' ' PV-DATA
               GO TO P710-FIM
            END-IF
            MOVE PV-MATRICULA            TO WK-MATRICULA-LIN
            MOVE PV-MATERIA              TO WK-MATERIA-SLOT
            PERFORM P530-PROCURAR-CHAMADA
            IF WK-CHAMADA-ACHADA = 'S' OR PV-DATA NOT = WK-DATA-DIA-BR
               ADD 1                     TO WK-CONT-PROV-JA-LANCADA
               GO TO P710-FIM
            END-IF
            MOVE REG-PROVISORIA          TO REG-FREQUENCIA
            WRITE REG-FREQUENCIA
            ADD 1                        TO WK-CONT-CONFIRMADAS
            .
       P710-FIM.

       P900-FINALIZAR.
            MOVE SPACES                  TO CATRREL-REC
            WRITE CATRREL-REC
            MOVE SPACES                  TO CATRREL-REC
            STRING 'PASSAGENS LIDAS: ' WK-CONT-LINHAS
                   '  ACEITAS: ' WK-CONT-ACEITAS
                   '  RECUSADAS (CATRREJ): ' WK-CONT-REJEITADOS
                   '  ALUNOS NA ESCOLA: ' WK-QTDE-PRESENCAS
                   DELIMITED BY SIZE INTO CATRREL-REC
            END-STRING
            WRITE CATRREL-REC
            MOVE SPACES                  TO CATRREL-REC
            STRING 'CHAMADA SEM CATRACA: ' WK-CONT-SEM-CATRACA
                   '  CATRACA SEM PRESENCA EM AULA: '
                   WK-CONT-SEM-CHAMADA
                   DELIMITED BY SIZE INTO CATRREL-REC
            END-STRING
            WRITE CATRREL-REC
            IF WK-FS-EXPORTACAO NOT = '35'
               CLOSE EXPORTACAO-CATRACA
            END-IF
            CLOSE ALUNO-IDENTIDADE PRESENCA-MASTER
                  RECUSA-CATRACA RELATORIO-CATRACA
            DISPLAY 'ALUNOS NA ESCOLA.............: ' WK-QTDE-PRESENCAS
            DISPLAY 'PASSAGENS RECUSADAS (CATRREJ): ' WK-CONT-REJEITADOS
            DISPLAY 'CHAMADA SEM CATRACA..........: '
                    WK-CONT-SEM-CATRACA
            DISPLAY 'CATRACA SEM PRESENCA EM AULA.: '
                    WK-CONT-SEM-CHAMADA
            .
       END PROGRAM CATRACA.
