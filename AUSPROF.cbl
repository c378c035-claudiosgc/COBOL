      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: AUSENCIA DE PROFESSOR E COBERTURA DAS AULAS (AUSMSTR/
      *          COBMSTR). QUANDO UM PROFESSOR FALTAVA, A COORDENACAO
      *          REARRUMAVA O DIA NO QUADRO BRANCO E NINGUEM
      *          REGISTRAVA QUEM COBRIU O QUE. AQUI SE REGISTRA A
      *          AUSENCIA (PROFESSOR + INTERVALO DE DATAS); CADA AULA
      *          DELE NA GRADE (HORMSTR) EM DIA LETIVO DO INTERVALO
      *          (CALMSTR VIA DATEUTIL 'U') VIRA UMA AULA DESCOBERTA
      *          NO COBMSTR; A COORDENACAO DESIGNA O SUBSTITUTO DE
      *          CADA AULA - RECUSADO SE ELE TEM AULA PROPRIA, JA
      *          COBRE OUTRA OU ESTA AUSENTE NAQUELE HORARIO; A FOLHA
      *          DE COBERTURA DO DIA (COBFOLHA) MOSTRA AS DESCOBERTAS;
      *          E O RESUMO MENSAL DE ABSENTEISMO DO DIRETOR SAI EM
      *          AUSREL. AS COBERTURAS FICAM PARA AS HORAS DA FOLHA
      *          DE PAGAMENTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUSPROF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELAUS'.
           COPY 'SELCOB'.
           COPY 'SELHOR'.
           COPY 'SELAUDIT'.
           SELECT FOLHA-COBERTURA
               ASSIGN TO "COBFOLHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-FOLHA.
           SELECT RELATORIO-AUSENCIAS
               ASSIGN TO "AUSREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDAUS'.
           COPY 'FDCOB'.
           COPY 'FDHOR'.
           COPY 'FDAUDIT'.
       FD  FOLHA-COBERTURA
           LABEL RECORD IS STANDARD.
       01  FOLHA-REC                    PIC X(100).
       FD  RELATORIO-AUSENCIAS
           LABEL RECORD IS STANDARD.
       01  AUSREL-REC                   PIC X(100).
       WORKING-STORAGE SECTION.
       77  WK-FS-AUSENCIA               PIC X(02) VALUE SPACES.
       77  WK-FS-COBERTURA              PIC X(02) VALUE SPACES.
       77  WK-FS-HORARIO                PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-FOLHA                  PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
           COPY 'PARMDATE'.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-HOR                   PIC X(01) VALUE 'N'.
       77  WK-ANO-INF                   PIC 9(05) VALUE ZEROS.
       77  WK-PROFESSOR-INF             PIC X(08) VALUE SPACES.
       77  WK-SUBSTITUTO-INF            PIC X(08) VALUE SPACES.
       77  WK-DATA-INICIO               PIC 9(08) VALUE ZEROS.
       77  WK-DATA-FIM                  PIC 9(08) VALUE ZEROS.
       77  WK-DATA-INF                  PIC 9(08) VALUE ZEROS.
       77  WK-PERIODO-INF               PIC 9(01) VALUE ZEROS.
       77  WK-MATERIA-INF               PIC X(15) VALUE SPACES.
       77  WK-MOTIVO-INF                PIC X(30) VALUE SPACES.
       77  WK-MES-INF                   PIC 9(06) VALUE ZEROS.
       77  WK-DATA-CORRENTE             PIC 9(08) VALUE ZEROS.
       77  WK-DIAS-CORRIDOS             PIC 9(07) VALUE ZEROS.
       77  WK-DIA-SEMANA                PIC 9(01) VALUE ZEROS.
       77  WK-QTD-AULAS                 PIC 9(04) VALUE ZEROS.
       77  WK-QTD-COBERTAS              PIC 9(04) VALUE ZEROS.
       77  WK-QTD-DESCOBERTAS           PIC 9(04) VALUE ZEROS.
       77  WK-TEM-CHOQUE                PIC X(01) VALUE 'N'.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-IDX-PROF                  PIC 9(03) VALUE ZEROS.
       77  WK-QTD-PROFS                 PIC 9(03) VALUE ZEROS.
       77  WK-PROF-PROCURADO            PIC X(08) VALUE SPACES.
       77  WK-SITUACAO-EXIB             PIC X(12) VALUE SPACES.
       77  WK-OPERACAO-AUDIT            PIC X(10) VALUE SPACES.
       77  WK-MENSAGEM-AUDIT            PIC X(40) VALUE SPACES.
      *****************************************************************
      * WK-TABELA-ABSENTEISMO: um acumulador por professor no resumo
      * mensal - aulas perdidas (e quantas ficaram descobertas), dias
      * com falta e aulas que ele cobriu para os colegas.
      *****************************************************************
       01  WK-TABELA-ABSENTEISMO.
           05 WK-AB                     OCCURS 200 TIMES.
               10 WK-AB-PROFESSOR       PIC X(08).
               10 WK-AB-DIAS            PIC 9(03).
               10 WK-AB-ULTIMA-DATA     PIC 9(08).
               10 WK-AB-PERDIDAS        PIC 9(04).
               10 WK-AB-DESCOBERTAS     PIC 9(04).
               10 WK-AB-COBRIU          PIC 9(04).

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            IF NOT WS-PERFIL-TOTAL
               DISPLAY 'AUSENCIAS E COBERTURAS EXIGEM PERFIL TOTAL.'
               MOVE ' *** ACESSO NEGADO (PERFIL) ***         ' TO
                                         WS-MENSSAGEM
               GOBACK
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE

            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P200-PROCESSA THRU P200-FIM
                    UNTIL WK-SUBOPCAO = 'S' OR WK-SUBOPCAO = 's'
            CLOSE AUSENCIA-MASTER COBERTURA-MASTER HORARIO-MASTER
            MOVE ' *** AUSENCIAS DE PROFESSOR ***         ' TO
                                         WS-MENSSAGEM
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
            OPEN I-O AUSENCIA-MASTER
            IF WK-FS-AUSENCIA = '35'
               OPEN OUTPUT AUSENCIA-MASTER
               CLOSE AUSENCIA-MASTER
               OPEN I-O AUSENCIA-MASTER
            END-IF
            OPEN I-O COBERTURA-MASTER
            IF WK-FS-COBERTURA = '35'
               OPEN OUTPUT COBERTURA-MASTER
               CLOSE COBERTURA-MASTER
               OPEN I-O COBERTURA-MASTER
            END-IF
            OPEN INPUT HORARIO-MASTER
            IF WK-FS-HORARIO = '35'
               OPEN OUTPUT HORARIO-MASTER
               CLOSE HORARIO-MASTER
               OPEN INPUT HORARIO-MASTER
            END-IF
            .

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** AUSENCIAS DE PROFESSOR E COBERTURA ***'
            DISPLAY '1 - REGISTRAR AUSENCIA'
            DISPLAY '2 - LISTAR AULAS DE UMA AUSENCIA'
            DISPLAY '3 - DESIGNAR SUBSTITUTO PARA UMA AULA'
            DISPLAY '4 - FOLHA DE COBERTURA DO DIA (COBFOLHA)'
            DISPLAY '5 - RESUMO MENSAL DE ABSENTEISMO (AUSREL)'
            DISPLAY 'S - SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WK-SUBOPCAO

            EVALUATE WK-SUBOPCAO
               WHEN '1'
                  PERFORM P300-REGISTRAR THRU P300-FIM
               WHEN '2'
                  PERFORM P400-LISTAR-AULAS THRU P400-FIM
               WHEN '3'
                  PERFORM P500-DESIGNAR THRU P500-FIM
               WHEN '4'
                  PERFORM P600-FOLHA-DO-DIA THRU P600-FIM
               WHEN '5'
                  PERFORM P700-RESUMO-MENSAL THRU P700-FIM
               WHEN 'S'
               WHEN 's'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P200-FIM.

      ******************************************************************
      * P300-REGISTRAR: grava a ausencia e, para cada dia letivo do
      * intervalo, cada aula do professor na grade do periodo vira
      * uma aula DESCOBERTA no COBMSTR. O dia da semana sai da conta
      * de calendario, como no HORCNTT (o dia 1 da era foi segunda).
      ******************************************************************
       P300-REGISTRAR.
            DISPLAY 'PROFESSOR AUSENTE (USR-ID): '
            ACCEPT WK-PROFESSOR-INF
            DISPLAY 'PERIODO DA GRADE (AAAAS): '
            ACCEPT WK-ANO-INF
            DISPLAY 'PRIMEIRO DIA DE AUSENCIA (AAAAMMDD): '
            ACCEPT WK-DATA-INICIO
            MOVE WK-DATA-INICIO          TO LK-DATA-ENTRADA
            PERFORM P350-VALIDAR-DATA
            IF NOT LK-STATUS-OK
               DISPLAY 'DATA INVALIDA.'
               GO TO P300-FIM
            END-IF
            DISPLAY 'ULTIMO DIA DE AUSENCIA (AAAAMMDD): '
            ACCEPT WK-DATA-FIM
            MOVE WK-DATA-FIM             TO LK-DATA-ENTRADA
            PERFORM P350-VALIDAR-DATA
            IF NOT LK-STATUS-OK OR WK-DATA-FIM < WK-DATA-INICIO
               DISPLAY 'DATA FINAL INVALIDA.'
               GO TO P300-FIM
            END-IF
            DISPLAY 'MOTIVO: '
            ACCEPT WK-MOTIVO-INF

            MOVE WK-PROFESSOR-INF        TO AUS-PROFESSOR
            MOVE WK-DATA-INICIO          TO AUS-DATA-INICIO
            MOVE WK-DATA-FIM             TO AUS-DATA-FIM
            MOVE WK-ANO-INF              TO AUS-ANO-SEMESTRE
            MOVE WK-MOTIVO-INF           TO AUS-MOTIVO
            MOVE ZEROS                   TO AUS-QTD-AULAS
            MOVE WS-USUARIO-LOGADO       TO AUS-USUARIO
            MOVE WK-DATA-HOJE            TO AUS-DATA-REGISTRO
            WRITE REG-AUSENCIA
            IF WK-FS-AUSENCIA = '22'
               DISPLAY 'AUSENCIA JA REGISTRADA NESTA DATA.'
               GO TO P300-FIM
            END-IF
            IF WK-FS-AUSENCIA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR AUSENCIA - FS: ' WK-FS-AUSENCIA
               GO TO P300-FIM
            END-IF

            MOVE ZEROS                   TO WK-QTD-AULAS
            COMPUTE WK-DIAS-CORRIDOS =
                    FUNCTION INTEGER-OF-DATE(WK-DATA-INICIO)
            PERFORM P310-GERAR-UM-DIA
                    UNTIL WK-DIAS-CORRIDOS >
                          FUNCTION INTEGER-OF-DATE(WK-DATA-FIM)

            MOVE WK-QTD-AULAS            TO AUS-QTD-AULAS
            REWRITE REG-AUSENCIA
            DISPLAY 'AUSENCIA REGISTRADA - ' WK-QTD-AULAS
                    ' AULA(S) A COBRIR.'
            MOVE 'AUSENC-INC'            TO WK-OPERACAO-AUDIT
            MOVE SPACES                  TO WK-MENSAGEM-AUDIT
            STRING WK-PROFESSOR-INF ' ' WK-DATA-INICIO ' A '
                   WK-DATA-FIM
                   DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
            END-STRING
            PERFORM P900-GRAVA-AUDITORIA
            PERFORM P410-LISTAR-DA-AUSENCIA THRU P410-FIM
            .
       P300-FIM.

       P310-GERAR-UM-DIA.
            COMPUTE WK-DATA-CORRENTE =
                    FUNCTION DATE-OF-INTEGER(WK-DIAS-CORRIDOS)
            COMPUTE WK-DIA-SEMANA =
                    FUNCTION MOD(WK-DIAS-CORRIDOS - 1, 7) + 1

            MOVE WK-DATA-CORRENTE        TO LK-DATA-ENTRADA
            MOVE 'U'                     TO LK-FUNCAO
            SET LK-SAIDA-AAAAMMDD        TO TRUE
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            MOVE 'V'                     TO LK-FUNCAO

            IF LK-STATUS-OK OF PARAMETRES-DATA AND LK-E-DIA-UTIL
               MOVE 'N'                  TO WK-FIM-HOR
               MOVE WK-ANO-INF           TO HOR-ANO-SEMESTRE
               MOVE WK-DIA-SEMANA        TO HOR-DIA-SEMANA
               MOVE ZEROS                TO HOR-PERIODO
               MOVE LOW-VALUES           TO HOR-MATERIA
               START HORARIO-MASTER KEY IS NOT LESS THAN HOR-CHAVE
                   INVALID KEY
                      MOVE 'S'           TO WK-FIM-HOR
               END-START
               PERFORM P320-AULA-DO-DIA THRU P320-FIM
                       UNTIL WK-FIM-HOR = 'S'
            END-IF
            ADD 1                        TO WK-DIAS-CORRIDOS
            .

       P320-AULA-DO-DIA.
            READ HORARIO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-HOR
                    GO TO P320-FIM
            END-READ
            IF HOR-ANO-SEMESTRE NOT = WK-ANO-INF
               OR HOR-DIA-SEMANA NOT = WK-DIA-SEMANA
               MOVE 'S'                  TO WK-FIM-HOR
               GO TO P320-FIM
            END-IF
            IF HOR-PROFESSOR NOT = WK-PROFESSOR-INF
               GO TO P320-FIM
            END-IF
            MOVE WK-DATA-CORRENTE        TO COB-DATA
            MOVE HOR-PERIODO             TO COB-PERIODO
            MOVE HOR-MATERIA             TO COB-MATERIA
            MOVE HOR-ANO-SEMESTRE        TO COB-ANO-SEMESTRE
            MOVE HOR-DIA-SEMANA          TO COB-DIA-SEMANA
            MOVE WK-PROFESSOR-INF        TO COB-PROFESSOR-AUSENTE
            MOVE WK-DATA-INICIO          TO COB-AUSENCIA-INICIO
            MOVE HOR-SALA                TO COB-SALA
            MOVE HOR-TURMA               TO COB-TURMA
            MOVE SPACES                  TO COB-SUBSTITUTO
            SET COB-DESCOBERTA           TO TRUE
            MOVE WS-USUARIO-LOGADO       TO COB-USUARIO
            MOVE WK-DATA-HOJE            TO COB-DATA-REGISTRO
            WRITE REG-COBERTURA
            IF WK-FS-COBERTURA = '00'
               ADD 1                     TO WK-QTD-AULAS
            END-IF
            .
       P320-FIM.

       P350-VALIDAR-DATA.
            SET LK-SAIDA-AAAAMMDD        TO TRUE
            MOVE 'V'                     TO LK-FUNCAO
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            .

       P400-LISTAR-AULAS.
            DISPLAY 'PROFESSOR AUSENTE (USR-ID): '
            ACCEPT WK-PROFESSOR-INF
            DISPLAY 'PRIMEIRO DIA DA AUSENCIA (AAAAMMDD): '
            ACCEPT WK-DATA-INICIO
            MOVE WK-PROFESSOR-INF        TO AUS-PROFESSOR
            MOVE WK-DATA-INICIO          TO AUS-DATA-INICIO
            READ AUSENCIA-MASTER
                 INVALID KEY
                    DISPLAY 'AUSENCIA NAO ENCONTRADA.'
                    GO TO P400-FIM
            END-READ
            MOVE AUS-DATA-FIM            TO WK-DATA-FIM
            DISPLAY 'AUSENCIA ' AUS-PROFESSOR ' DE ' AUS-DATA-INICIO
                    ' A ' AUS-DATA-FIM ' - ' AUS-MOTIVO
            PERFORM P410-LISTAR-DA-AUSENCIA THRU P410-FIM
            .
       P400-FIM.

      ******************************************************************
      * P410-LISTAR-DA-AUSENCIA: as aulas do intervalo que pertencem a
      * esta ausencia (professor + data de inicio), na ordem do
      * COBMSTR (data, periodo).
      ******************************************************************
       P410-LISTAR-DA-AUSENCIA.
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-DATA-INICIO          TO COB-DATA
            MOVE ZEROS                   TO COB-PERIODO
            MOVE LOW-VALUES              TO COB-MATERIA
            START COBERTURA-MASTER KEY IS NOT LESS THAN COB-CHAVE
                INVALID KEY
                   GO TO P410-FIM
            END-START
            DISPLAY 'DATA     P MATERIA         TURMA      SUBSTITUTO'
            PERFORM P420-LISTAR-UMA THRU P420-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P410-FIM.

       P420-LISTAR-UMA.
            READ COBERTURA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P420-FIM
            END-READ
            IF COB-DATA > WK-DATA-FIM
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P420-FIM
            END-IF
            IF COB-PROFESSOR-AUSENTE NOT = WK-PROFESSOR-INF
               OR COB-AUSENCIA-INICIO NOT = WK-DATA-INICIO
               GO TO P420-FIM
            END-IF
            IF COB-COBERTA
               DISPLAY COB-DATA ' ' COB-PERIODO ' ' COB-MATERIA ' '
                       COB-TURMA ' ' COB-SUBSTITUTO
            ELSE
               DISPLAY COB-DATA ' ' COB-PERIODO ' ' COB-MATERIA ' '
                       COB-TURMA ' *** DESCOBERTA ***'
            END-IF
            .
       P420-FIM.

      ******************************************************************
      * P500-DESIGNAR: o substituto nao pode ser o proprio ausente, ter
      * aula propria na grade naquele dia/periodo, ja cobrir outra
      * aula no mesmo horario ou estar ele mesmo ausente na data.
      ******************************************************************
       P500-DESIGNAR.
            DISPLAY 'DATA DA AULA (AAAAMMDD): '
            ACCEPT WK-DATA-INF
            DISPLAY 'PERIODO (1..8): '
            ACCEPT WK-PERIODO-INF
            DISPLAY 'MATERIA: '
            ACCEPT WK-MATERIA-INF
            MOVE WK-DATA-INF             TO COB-DATA
            MOVE WK-PERIODO-INF          TO COB-PERIODO
            MOVE WK-MATERIA-INF          TO COB-MATERIA
            READ COBERTURA-MASTER
                 INVALID KEY
                    DISPLAY 'AULA NAO CONSTA DE NENHUMA AUSENCIA.'
                    GO TO P500-FIM
            END-READ
            DISPLAY 'TITULAR AUSENTE: ' COB-PROFESSOR-AUSENTE
                    '  TURMA ' COB-TURMA '  SALA ' COB-SALA
            IF COB-COBERTA
               DISPLAY 'SUBSTITUTO ATUAL: ' COB-SUBSTITUTO
            END-IF
            DISPLAY 'SUBSTITUTO (USR-ID): '
            ACCEPT WK-SUBSTITUTO-INF
            IF WK-SUBSTITUTO-INF = SPACES
               DISPLAY 'NADA A DESIGNAR.'
               GO TO P500-FIM
            END-IF
            IF WK-SUBSTITUTO-INF = COB-PROFESSOR-AUSENTE
               DISPLAY 'SUBSTITUTO E O PROPRIO TITULAR AUSENTE.'
               GO TO P500-FIM
            END-IF

            PERFORM P550-CHECAR-CHOQUE THRU P550-FIM
            IF WK-TEM-CHOQUE = 'S'
               DISPLAY 'SUBSTITUTO NAO DESIGNADO - RESOLVA O CHOQUE.'
               GO TO P500-FIM
            END-IF

            MOVE WK-DATA-INF             TO COB-DATA
            MOVE WK-PERIODO-INF          TO COB-PERIODO
            MOVE WK-MATERIA-INF          TO COB-MATERIA
            READ COBERTURA-MASTER
                 INVALID KEY
                    GO TO P500-FIM
            END-READ
            MOVE WK-SUBSTITUTO-INF       TO COB-SUBSTITUTO
            SET COB-COBERTA              TO TRUE
            MOVE WS-USUARIO-LOGADO       TO COB-USUARIO
            MOVE WK-DATA-HOJE            TO COB-DATA-REGISTRO
            REWRITE REG-COBERTURA
            IF WK-FS-COBERTURA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR COBERTURA - FS: '
                       WK-FS-COBERTURA
               GO TO P500-FIM
            END-IF
            DISPLAY 'AULA COBERTA POR ' WK-SUBSTITUTO-INF '.'
            MOVE 'AUSENC-SUB'            TO WK-OPERACAO-AUDIT
            MOVE SPACES                  TO WK-MENSAGEM-AUDIT
            STRING WK-DATA-INF ' ' WK-PERIODO-INF ' '
                   COB-PROFESSOR-AUSENTE ' P/ ' WK-SUBSTITUTO-INF
                   DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
            END-STRING
            PERFORM P900-GRAVA-AUDITORIA
            .
       P500-FIM.

       P550-CHECAR-CHOQUE.
            MOVE 'N'                     TO WK-TEM-CHOQUE
            MOVE COB-ANO-SEMESTRE        TO WK-ANO-INF
            MOVE COB-DIA-SEMANA          TO WK-DIA-SEMANA

      *     1. aula propria na grade no mesmo dia da semana/periodo.
            MOVE 'N'                     TO WK-FIM-HOR
            MOVE WK-ANO-INF              TO HOR-ANO-SEMESTRE
            MOVE WK-DIA-SEMANA           TO HOR-DIA-SEMANA
            MOVE WK-PERIODO-INF          TO HOR-PERIODO
            MOVE LOW-VALUES              TO HOR-MATERIA
            START HORARIO-MASTER KEY IS NOT LESS THAN HOR-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-HOR
            END-START
            PERFORM P560-TESTAR-GRADE THRU P560-FIM
                    UNTIL WK-FIM-HOR = 'S'

      *     2. ja cobre outra aula na mesma data/periodo.
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-DATA-INF             TO COB-DATA
            MOVE WK-PERIODO-INF          TO COB-PERIODO
            MOVE LOW-VALUES              TO COB-MATERIA
            START COBERTURA-MASTER KEY IS NOT LESS THAN COB-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P570-TESTAR-COBERTURA THRU P570-FIM
                    UNTIL WK-FIM-ARQ = 'S'

      *     3. ausente ele mesmo na data.
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-SUBSTITUTO-INF       TO AUS-PROFESSOR
            MOVE ZEROS                   TO AUS-DATA-INICIO
            START AUSENCIA-MASTER KEY IS NOT LESS THAN AUS-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P580-TESTAR-AUSENCIA THRU P580-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P550-FIM.

       P560-TESTAR-GRADE.
            READ HORARIO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-HOR
                    GO TO P560-FIM
            END-READ
            IF HOR-ANO-SEMESTRE NOT = WK-ANO-INF
               OR HOR-DIA-SEMANA NOT = WK-DIA-SEMANA
               OR HOR-PERIODO NOT = WK-PERIODO-INF
               MOVE 'S'                  TO WK-FIM-HOR
               GO TO P560-FIM
            END-IF
            IF HOR-PROFESSOR = WK-SUBSTITUTO-INF
               DISPLAY 'CHOQUE - SUBSTITUTO DA ' HOR-MATERIA
                       ' NESTE HORARIO.'
               MOVE 'S'                  TO WK-TEM-CHOQUE
            END-IF
            .
       P560-FIM.

       P570-TESTAR-COBERTURA.
            READ COBERTURA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P570-FIM
            END-READ
            IF COB-DATA NOT = WK-DATA-INF
               OR COB-PERIODO NOT = WK-PERIODO-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P570-FIM
            END-IF
            IF COB-MATERIA NOT = WK-MATERIA-INF
               AND COB-COBERTA
               AND COB-SUBSTITUTO = WK-SUBSTITUTO-INF
               DISPLAY 'CHOQUE - SUBSTITUTO JA COBRE ' COB-MATERIA
                       ' NESTE HORARIO.'
               MOVE 'S'                  TO WK-TEM-CHOQUE
            END-IF
            .
       P570-FIM.

       P580-TESTAR-AUSENCIA.
            READ AUSENCIA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P580-FIM
            END-READ
            IF AUS-PROFESSOR NOT = WK-SUBSTITUTO-INF
               OR AUS-DATA-INICIO > WK-DATA-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P580-FIM
            END-IF
            IF AUS-DATA-FIM NOT < WK-DATA-INF
               DISPLAY 'CHOQUE - SUBSTITUTO AUSENTE DE '
                       AUS-DATA-INICIO ' A ' AUS-DATA-FIM '.'
               MOVE 'S'                  TO WK-TEM-CHOQUE
            END-IF
            .
       P580-FIM.

      ******************************************************************
      * P600-FOLHA-DO-DIA: todas as aulas de titular ausente na data,
      * cobertas e descobertas - a descoberta sai marcada para a
      * coordenacao resolver antes do sinal.
      ******************************************************************
       P600-FOLHA-DO-DIA.
            DISPLAY 'DATA (AAAAMMDD): '
            ACCEPT WK-DATA-INF
            MOVE ZEROS                   TO WK-QTD-COBERTAS
                                            WK-QTD-DESCOBERTAS
            OPEN OUTPUT FOLHA-COBERTURA
            MOVE SPACES                  TO FOLHA-REC
            STRING 'FOLHA DE COBERTURA DO DIA ' WK-DATA-INF
                   DELIMITED BY SIZE INTO FOLHA-REC
            END-STRING
            WRITE FOLHA-REC
            MOVE 'P MATERIA         TURMA      SALA   TITULAR  SUBSTIT.'
                                         TO FOLHA-REC
            WRITE FOLHA-REC

            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-DATA-INF             TO COB-DATA
            MOVE ZEROS                   TO COB-PERIODO
            MOVE LOW-VALUES              TO COB-MATERIA
            START COBERTURA-MASTER KEY IS NOT LESS THAN COB-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P610-FOLHA-UMA THRU P610-FIM
                    UNTIL WK-FIM-ARQ = 'S'

            MOVE SPACES                  TO FOLHA-REC
            STRING 'COBERTAS: ' WK-QTD-COBERTAS
                   '   DESCOBERTAS: ' WK-QTD-DESCOBERTAS
                   DELIMITED BY SIZE INTO FOLHA-REC
            END-STRING
            WRITE FOLHA-REC
            CLOSE FOLHA-COBERTURA
            DISPLAY 'FOLHA EM COBFOLHA - ' WK-QTD-DESCOBERTAS
                    ' AULA(S) DESCOBERTA(S).'
            .
       P600-FIM.

       P610-FOLHA-UMA.
            READ COBERTURA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P610-FIM
            END-READ
            IF COB-DATA NOT = WK-DATA-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P610-FIM
            END-IF
            IF COB-COBERTA
               ADD 1                     TO WK-QTD-COBERTAS
               MOVE COB-SUBSTITUTO       TO WK-SITUACAO-EXIB
            ELSE
               ADD 1                     TO WK-QTD-DESCOBERTAS
               MOVE '*DESCOBERTA*'       TO WK-SITUACAO-EXIB
            END-IF
            MOVE SPACES                  TO FOLHA-REC
            STRING COB-PERIODO ' ' COB-MATERIA ' ' COB-TURMA ' '
                   COB-SALA ' ' COB-PROFESSOR-AUSENTE ' '
                   WK-SITUACAO-EXIB
                   DELIMITED BY SIZE INTO FOLHA-REC
            END-STRING
            WRITE FOLHA-REC
            .
       P610-FIM.

      ******************************************************************
      * P700-RESUMO-MENSAL: uma passada pelo COBMSTR do mes - por
      * professor, dias com falta, aulas perdidas, quantas ficaram
      * descobertas e quantas ele cobriu para os colegas.
      ******************************************************************
       P700-RESUMO-MENSAL.
            DISPLAY 'MES (AAAAMM): '
            ACCEPT WK-MES-INF
            MOVE ZEROS                   TO WK-QTD-PROFS
            INITIALIZE WK-TABELA-ABSENTEISMO

            MOVE 'N'                     TO WK-FIM-ARQ
            COMPUTE COB-DATA = WK-MES-INF * 100 + 1
            MOVE ZEROS                   TO COB-PERIODO
            MOVE LOW-VALUES              TO COB-MATERIA
            START COBERTURA-MASTER KEY IS NOT LESS THAN COB-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P710-ACUMULAR-UMA THRU P710-FIM
                    UNTIL WK-FIM-ARQ = 'S'

            OPEN OUTPUT RELATORIO-AUSENCIAS
            MOVE SPACES                  TO AUSREL-REC
            STRING 'ABSENTEISMO DE PROFESSORES - MES ' WK-MES-INF
                   DELIMITED BY SIZE INTO AUSREL-REC
            END-STRING
            WRITE AUSREL-REC
            MOVE 'PROFESSOR DIAS AULAS-PERDIDAS DESCOBERTAS COBRIU'
                                         TO AUSREL-REC
            WRITE AUSREL-REC
            PERFORM P730-IMPRIMIR-UM
                    VARYING WK-IDX-PROF FROM 1 BY 1
                    UNTIL WK-IDX-PROF > WK-QTD-PROFS
            MOVE SPACES                  TO AUSREL-REC
            STRING 'PROFESSORES NO RESUMO: ' WK-QTD-PROFS
                   DELIMITED BY SIZE INTO AUSREL-REC
            END-STRING
            WRITE AUSREL-REC
            CLOSE RELATORIO-AUSENCIAS
            DISPLAY 'RESUMO MENSAL EM AUSREL.'
            .
       P700-FIM.

       P710-ACUMULAR-UMA.
            READ COBERTURA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P710-FIM
            END-READ
            IF COB-DATA(1:6) NOT = WK-MES-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P710-FIM
            END-IF
            MOVE COB-PROFESSOR-AUSENTE   TO WK-PROF-PROCURADO
            PERFORM P720-ACHAR-PROFESSOR
            IF WK-IDX-PROF = ZEROS
               GO TO P710-FIM
            END-IF
            ADD 1                        TO WK-AB-PERDIDAS(WK-IDX-PROF)
            IF COB-DESCOBERTA
               ADD 1                     TO
                   WK-AB-DESCOBERTAS(WK-IDX-PROF)
            END-IF
            IF COB-DATA NOT = WK-AB-ULTIMA-DATA(WK-IDX-PROF)
               ADD 1                     TO WK-AB-DIAS(WK-IDX-PROF)
               MOVE COB-DATA             TO
                    WK-AB-ULTIMA-DATA(WK-IDX-PROF)
            END-IF
            IF COB-COBERTA
               MOVE COB-SUBSTITUTO       TO WK-PROF-PROCURADO
               PERFORM P720-ACHAR-PROFESSOR
               IF WK-IDX-PROF NOT = ZEROS
                  ADD 1                  TO WK-AB-COBRIU(WK-IDX-PROF)
               END-IF
            END-IF
            .
       P710-FIM.

       P720-ACHAR-PROFESSOR.
            PERFORM P725-COMPARAR
                    VARYING WK-IDX-PROF FROM 1 BY 1
                    UNTIL WK-IDX-PROF > WK-QTD-PROFS
                       OR WK-AB-PROFESSOR(WK-IDX-PROF) =
                          WK-PROF-PROCURADO
            IF WK-IDX-PROF > WK-QTD-PROFS
               IF WK-QTD-PROFS < 200
                  ADD 1                  TO WK-QTD-PROFS
                  MOVE WK-QTD-PROFS      TO WK-IDX-PROF
                  MOVE WK-PROF-PROCURADO TO
                       WK-AB-PROFESSOR(WK-IDX-PROF)
               ELSE
                  MOVE ZEROS             TO WK-IDX-PROF
               END-IF
            END-IF
            .

       P725-COMPARAR.
            CONTINUE
            .

       P730-IMPRIMIR-UM.
            MOVE SPACES                  TO AUSREL-REC
            STRING WK-AB-PROFESSOR(WK-IDX-PROF) '  '
                   WK-AB-DIAS(WK-IDX-PROF) '  '
                   WK-AB-PERDIDAS(WK-IDX-PROF) '          '
                   WK-AB-DESCOBERTAS(WK-IDX-PROF) '        '
                   WK-AB-COBRIU(WK-IDX-PROF)
                   DELIMITED BY SIZE INTO AUSREL-REC
            END-STRING
            WRITE AUSREL-REC
            .

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
       END PROGRAM AUSPROF.
