      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: EMISSAO DOS CERTIFICADOS DE CONCLUSAO E LIVRO DE
      *          REGISTRO. QUEM TERMINA A ULTIMA SERIE (SERIE-FINAL NO
      *          CFGMSTR) RECEBE CERTIFICADO, E O LIVRO DE REGISTRO
      *          EXIGIDO POR LEI ERA ESCRITO A MAO. ESTE LOTE PROCURA
      *          OS CONCLUINTES DO ANO INFORMADO NO ALUNOID E CONFERE
      *          A ELEGIBILIDADE: PROMOVIDO PELO PROGALU NA SERIE
      *          FINAL ('P' - COM DEPENDENCIA NAO CONCLUI), NENHUMA
      *          DEPENDENCIA ABERTA NO DEPMSTR E TODA MATERIA
      *          OBRIGATORIA DA MATRIZ (CURMSTR) DA SERIE FINAL
      *          APROVADA NO ANO. O ELEGIVEL GANHA NUMERO DE
      *          CERTIFICADO E LIVRO/FOLHA/TERMO NO CERTMSTR; O
      *          CERTIFICADO SAI DO TEMPLATE CERTTPL VIA MERGELIN EM
      *          CERTIMPR, AS FOLHAS DO LIVRO EM CERTLIVR E OS NAO
      *          ELEGIVEIS, COM O MOTIVO, EM CERTEXC. INFORMANDO UMA
      *          MATRICULA JA REGISTRADA, SAI A SEGUNDA VIA COM O
      *          MESMO NUMERO, ANOTADA NO REGISTRO E NO LIVRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTEMIS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELALID'.
           COPY 'SELALUNO'.
           COPY 'SELCUR'.
           COPY 'SELDEP'.
           COPY 'SELCER'.
           SELECT CERTIFICADO-TEMPLATE
               ASSIGN TO "CERTTPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-TEMPLATE.
           SELECT CERTIFICADOS-IMPRESSOS
               ASSIGN TO "CERTIMPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-IMPRESSOS.
           SELECT LIVRO-REGISTRO
               ASSIGN TO "CERTLIVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-LIVRO.
           SELECT RELATORIO-EXCECOES
               ASSIGN TO "CERTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EXCECOES.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDALID'.
           COPY 'FDALUNO'.
           COPY 'FDCUR'.
           COPY 'FDDEP'.
           COPY 'FDCER'.
       FD  CERTIFICADO-TEMPLATE
           LABEL RECORD IS STANDARD.
       01  CTPL-LINHA                   PIC X(80).
       FD  CERTIFICADOS-IMPRESSOS
           LABEL RECORD IS STANDARD.
       01  CERTIFICADO-REC              PIC X(80).
       FD  LIVRO-REGISTRO
           LABEL RECORD IS STANDARD.
       01  LIVRO-REC                    PIC X(100).
       FD  RELATORIO-EXCECOES
           LABEL RECORD IS STANDARD.
       01  EXCECAO-REC                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNO                  PIC X(02) VALUE SPACES.
       77  WK-FS-CURRICULO              PIC X(02) VALUE SPACES.
       77  WK-FS-DEPENDENCIA            PIC X(02) VALUE SPACES.
       77  WK-FS-CERTIFICADO            PIC X(02) VALUE SPACES.
       77  WK-FS-TEMPLATE               PIC X(02) VALUE SPACES.
       77  WK-FS-IMPRESSOS              PIC X(02) VALUE SPACES.
       77  WK-FS-LIVRO                  PIC X(02) VALUE SPACES.
       77  WK-FS-EXCECOES               PIC X(02) VALUE SPACES.
       77  WK-TEM-CURRICULO             PIC X(01) VALUE 'N'.
       77  WK-TEM-DEPENDENCIA           PIC X(01) VALUE 'N'.
       77  WK-FIM-ALUNOS                PIC X(01) VALUE 'N'.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-TEMPLATE              PIC X(01) VALUE 'N'.
       77  WK-PULANDO-BLOCO             PIC X(01) VALUE 'N'.
       77  WK-APROVOU                   PIC X(01) VALUE 'N'.
       77  WK-ANO-CONCLUSAO             PIC 9(04) VALUE ZEROS.
       77  WK-SEM1                      PIC 9(05) VALUE ZEROS.
       77  WK-SEM2                      PIC 9(05) VALUE ZEROS.
       77  WK-MATRICULA-INF             PIC 9(06) VALUE ZEROS.
       77  WK-SERIE-FINAL               PIC 9(02) VALUE 12.
       77  WK-SERIE-CONCLUINTE          PIC 9(02) VALUE ZEROS.
       77  WK-TERMOS-FOLHA              PIC 9(03) VALUE 20.
       77  WK-FOLHAS-LIVRO              PIC 9(03) VALUE 200.
       77  WK-ULT-NUMERO                PIC 9(06) VALUE ZEROS.
       77  WK-ULT-LIVRO                 PIC 9(03) VALUE ZEROS.
       77  WK-ULT-TERMO                 PIC 9(04) VALUE ZEROS.
       77  WK-FOLHA-IMPRESSA            PIC 9(03) VALUE ZEROS.
       77  WK-LIVRO-IMPRESSO            PIC 9(03) VALUE ZEROS.
       77  WK-QTD-MATERIAS              PIC 9(03) VALUE ZEROS.
       77  WK-QTD-REPROVADAS            PIC 9(03) VALUE ZEROS.
       77  WK-MOTIVO                    PIC X(50) VALUE SPACES.
       77  WK-VIA                       PIC X(10) VALUE SPACES.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-IDX-LINHA                 PIC 9(02) VALUE ZEROS.
       77  WK-QTD-CANDIDATOS            PIC 9(05) VALUE ZEROS.
       77  WK-QTD-EMITIDOS              PIC 9(05) VALUE ZEROS.
       77  WK-QTD-SEGUNDAS-VIAS         PIC 9(05) VALUE ZEROS.
       77  WK-QTD-JA-EMITIDOS           PIC 9(05) VALUE ZEROS.
       77  WK-QTD-EXCECOES              PIC 9(05) VALUE ZEROS.
       01  WK-TABELA-TEMPLATE.
           05 WK-QTDE-LINHAS-TPL        PIC 9(02) VALUE ZEROS.
           05 WK-TEMPLATE-LINHAS        PIC X(80) VALUE SPACES
                                         OCCURS 40 TIMES.
           COPY 'PARMERGE'.
           COPY 'PARMCFG'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CERTEMIS'              TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE

            DISPLAY '*** CERTIFICADOS DE CONCLUSAO ***'
            DISPLAY 'ANO DE CONCLUSAO (AAAA): '
            ACCEPT WK-ANO-CONCLUSAO
            DISPLAY 'MATRICULA (0 = TODOS OS CONCLUINTES; '
                    'JA REGISTRADA = 2A VIA): '
            ACCEPT WK-MATRICULA-INF
            COMPUTE WK-SEM1 = (WK-ANO-CONCLUSAO * 10) + 1
            COMPUTE WK-SEM2 = (WK-ANO-CONCLUSAO * 10) + 2

            MOVE 'SERIE-FINAL'           TO LK-CFG-CHAVE
            MOVE 12                      TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-SERIE-FINAL
            COMPUTE WK-SERIE-CONCLUINTE = WK-SERIE-FINAL + 1
            MOVE 'CERT-TERMOS-FOLHA'     TO LK-CFG-CHAVE
            MOVE 20                      TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-TERMOS-FOLHA
            MOVE 'CERT-FOLHAS-LIVRO'     TO LK-CFG-CHAVE
            MOVE 200                     TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-FOLHAS-LIVRO
            IF WK-TERMOS-FOLHA = ZEROS OR WK-FOLHAS-LIVRO = ZEROS
               DISPLAY 'CERT-TERMOS-FOLHA/CERT-FOLHAS-LIVRO ZERADOS.'
               STOP RUN
            END-IF

            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P150-CARREGAR-TEMPLATE THRU P150-FIM
                    UNTIL WK-FIM-TEMPLATE = 'S'
            CLOSE CERTIFICADO-TEMPLATE
            PERFORM P170-ULTIMO-REGISTRO

            IF WK-MATRICULA-INF NOT = ZEROS
               MOVE WK-MATRICULA-INF     TO MAT-MATRICULA
               READ ALUNO-IDENTIDADE
                    INVALID KEY
                       DISPLAY 'MATRICULA NAO CADASTRADA.'
                    NOT INVALID KEY
                       PERFORM P300-AVALIAR-ALUNO THRU P300-FIM
               END-READ
            ELSE
               PERFORM P200-PROCESSAR-ALUNO THRU P200-FIM
                       UNTIL WK-FIM-ALUNOS = 'S'
            END-IF

            PERFORM P900-FINALIZAR
            STOP RUN
            .

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT ALUNO-IDENTIDADE
            IF WK-FS-ALUNOID = '35'
               DISPLAY 'NAO HA CADASTRO DE ALUNOS (ALUNOID).'
               STOP RUN
            END-IF
            OPEN INPUT ALUNO-MASTER
            IF WK-FS-ALUNO = '35'
               DISPLAY 'NAO HA MESTRE DE NOTAS (ALUNOMST).'
               CLOSE ALUNO-IDENTIDADE
               STOP RUN
            END-IF
            OPEN INPUT CERTIFICADO-TEMPLATE
            IF WK-FS-TEMPLATE NOT = '00'
               DISPLAY 'TEMPLATE CERTTPL NAO ENCONTRADO.'
               CLOSE ALUNO-IDENTIDADE ALUNO-MASTER
               STOP RUN
            END-IF
            OPEN INPUT CURRICULO-MASTER
            IF WK-FS-CURRICULO = '00'
               MOVE 'S'                  TO WK-TEM-CURRICULO
            ELSE
               DISPLAY 'SEM MATRIZ CURRICULAR (CURMSTR) - EXIGIDA '
                       'APROVACAO EM TODAS AS MATERIAS DO ANO.'
            END-IF
            OPEN INPUT DEPENDENCIA-MASTER
            IF WK-FS-DEPENDENCIA = '00'
               MOVE 'S'                  TO WK-TEM-DEPENDENCIA
            END-IF
            OPEN I-O CERTIFICADO-MASTER
            IF WK-FS-CERTIFICADO = '35'
               OPEN OUTPUT CERTIFICADO-MASTER
               CLOSE CERTIFICADO-MASTER
               OPEN I-O CERTIFICADO-MASTER
            END-IF
            OPEN EXTEND CERTIFICADOS-IMPRESSOS
            IF WK-FS-IMPRESSOS = '35'
               OPEN OUTPUT CERTIFICADOS-IMPRESSOS
            END-IF
            OPEN EXTEND LIVRO-REGISTRO
            IF WK-FS-LIVRO = '35'
               OPEN OUTPUT LIVRO-REGISTRO
            END-IF
            OPEN OUTPUT RELATORIO-EXCECOES
            MOVE SPACES                  TO EXCECAO-REC
            STRING 'CONCLUSAO ' WK-ANO-CONCLUSAO
                   ' - CONCLUINTES SEM CERTIFICADO'
                   DELIMITED BY SIZE INTO EXCECAO-REC
            END-STRING
            WRITE EXCECAO-REC
            .

       P150-CARREGAR-TEMPLATE.
            READ CERTIFICADO-TEMPLATE
                 AT END
                    MOVE 'S'             TO WK-FIM-TEMPLATE
                    GO TO P150-FIM
            END-READ
            IF WK-QTDE-LINHAS-TPL < 40
               ADD 1                     TO WK-QTDE-LINHAS-TPL
               MOVE CTPL-LINHA           TO
                    WK-TEMPLATE-LINHAS(WK-QTDE-LINHAS-TPL)
            END-IF
            .
       P150-FIM.

      ******************************************************************
      * P170-ULTIMO-REGISTRO: o CERTMSTR e chaveado por matricula; o
      * ultimo numero emitido (e o livro/termo dele) sai de uma
      * varredura - o proximo certificado continua dali.
      ******************************************************************
       P170-ULTIMO-REGISTRO.
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE ZEROS                   TO CER-MATRICULA
            START CERTIFICADO-MASTER KEY IS NOT LESS THAN CER-MATRICULA
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P175-LER-REGISTRO THRU P175-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-ULT-LIVRO = ZEROS
               MOVE 1                    TO WK-ULT-LIVRO
            END-IF
            .

       P175-LER-REGISTRO.
            READ CERTIFICADO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P175-FIM
            END-READ
            IF CER-NUMERO > WK-ULT-NUMERO
               MOVE CER-NUMERO           TO WK-ULT-NUMERO
               MOVE CER-LIVRO            TO WK-ULT-LIVRO
               MOVE CER-TERMO            TO WK-ULT-TERMO
            END-IF
            .
       P175-FIM.

       P200-PROCESSAR-ALUNO.
            READ ALUNO-IDENTIDADE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ALUNOS
                    GO TO P200-FIM
            END-READ
            IF MAT-SERIE = WK-SERIE-CONCLUINTE
               OR (MAT-SERIE = WK-SERIE-FINAL AND MAT-RETIDO)
               PERFORM P300-AVALIAR-ALUNO THRU P300-FIM
            END-IF
            .
       P200-FIM.

      ******************************************************************
      * P300-AVALIAR-ALUNO: ja registrado - a rodada pula, a matricula
      * informada tira a segunda via. Senao, cada impedimento vai para
      * o CERTEXC com o motivo; quem passa por todos e registrado.
      ******************************************************************
       P300-AVALIAR-ALUNO.
            ADD 1                        TO WK-QTD-CANDIDATOS
            MOVE MAT-MATRICULA           TO CER-MATRICULA
            READ CERTIFICADO-MASTER
                 INVALID KEY
                    MOVE SPACES          TO WK-VIA
                 NOT INVALID KEY
                    MOVE 'REGISTRADO'    TO WK-VIA
            END-READ
            IF WK-VIA NOT = SPACES
               IF WK-MATRICULA-INF = ZEROS
                  ADD 1                  TO WK-QTD-JA-EMITIDOS
               ELSE
                  PERFORM P600-SEGUNDA-VIA
               END-IF
               GO TO P300-FIM
            END-IF

            IF MAT-RETIDO
               MOVE 'RETIDO NA SERIE FINAL' TO WK-MOTIVO
               PERFORM P800-EXCECAO
               GO TO P300-FIM
            END-IF
            IF MAT-SERIE NOT = WK-SERIE-CONCLUINTE
               MOVE 'NAO CONCLUIU A SERIE FINAL' TO WK-MOTIVO
               PERFORM P800-EXCECAO
               GO TO P300-FIM
            END-IF
            IF MAT-PROMOVIDO-DEP
               MOVE 'PROMOVIDO COM DEPENDENCIA' TO WK-MOTIVO
               PERFORM P800-EXCECAO
               GO TO P300-FIM
            END-IF
            IF NOT MAT-PROMOVIDO
               MOVE 'SEM VEREDITO DO PROGALU' TO WK-MOTIVO
               PERFORM P800-EXCECAO
               GO TO P300-FIM
            END-IF

            MOVE SPACES                  TO WK-MOTIVO
            IF WK-TEM-DEPENDENCIA = 'S'
               PERFORM P310-VERIFICAR-DEPENDENCIAS THRU P310-FIM
               IF WK-MOTIVO NOT = SPACES
                  PERFORM P800-EXCECAO
                  GO TO P300-FIM
               END-IF
            END-IF

            PERFORM P320-VERIFICAR-ANO THRU P320-FIM
            IF WK-MOTIVO NOT = SPACES
               PERFORM P800-EXCECAO
               GO TO P300-FIM
            END-IF
            IF WK-TEM-CURRICULO = 'S'
               PERFORM P400-VERIFICAR-MATRIZ THRU P400-FIM
               IF WK-MOTIVO NOT = SPACES
                  PERFORM P800-EXCECAO
                  GO TO P300-FIM
               END-IF
            END-IF

            PERFORM P500-REGISTRAR THRU P500-SAIDA
            .
       P300-FIM.

       P310-VERIFICAR-DEPENDENCIAS.
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE MAT-MATRICULA           TO DEP-MATRICULA
            MOVE LOW-VALUES              TO DEP-MATERIA
            MOVE ZEROS                   TO DEP-PERIODO-ORIGEM
            START DEPENDENCIA-MASTER KEY IS NOT LESS THAN DEP-CHAVE
                INVALID KEY
                   GO TO P310-FIM
            END-START
            PERFORM P315-LER-DEPENDENCIA THRU P315-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P310-FIM.

       P315-LER-DEPENDENCIA.
            READ DEPENDENCIA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P315-FIM
            END-READ
            IF DEP-MATRICULA NOT = MAT-MATRICULA
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P315-FIM
            END-IF
            IF DEP-ABERTA
               STRING 'DEPENDENCIA ABERTA: ' DEP-MATERIA
                      DELIMITED BY SIZE INTO WK-MOTIVO
               END-STRING
               MOVE 'S'                  TO WK-FIM-ARQ
            END-IF
            .
       P315-FIM.

      ******************************************************************
      * P320-VERIFICAR-ANO: o concluinte precisa de notas fechadas no
      * ano de conclusao, e nenhuma reprovada (sem matriz cadastrada,
      * e essa a unica prova de que cumpriu a serie).
      ******************************************************************
       P320-VERIFICAR-ANO.
            MOVE ZEROS                   TO WK-QTD-MATERIAS
                                            WK-QTD-REPROVADAS
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE MAT-MATRICULA           TO AL-MATRICULA
            MOVE WK-SEM1                 TO AL-ANO-SEMESTRE
            MOVE LOW-VALUES              TO AL-MATERIA
            START ALUNO-MASTER KEY IS NOT LESS THAN AL-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P325-LER-NOTA THRU P325-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-QTD-MATERIAS = ZEROS
               MOVE 'SEM NOTAS FECHADAS NO ANO DE CONCLUSAO'
                                         TO WK-MOTIVO
               GO TO P320-FIM
            END-IF
            IF WK-QTD-REPROVADAS > ZEROS
               MOVE 'REPROVACAO NO ANO DE CONCLUSAO' TO WK-MOTIVO
            END-IF
            .
       P320-FIM.

       P325-LER-NOTA.
            READ ALUNO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P325-FIM
            END-READ
            IF AL-MATRICULA NOT = MAT-MATRICULA
               OR AL-ANO-SEMESTRE > WK-SEM2
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P325-FIM
            END-IF
            IF AL-STATUS NOT = SPACES
               ADD 1                     TO WK-QTD-MATERIAS
               IF AL-STATUS(1:9) = 'REPROVADO'
                  ADD 1                  TO WK-QTD-REPROVADAS
               END-IF
            END-IF
            .
       P325-FIM.

      ******************************************************************
      * P400-VERIFICAR-MATRIZ: como no PROGALU, mas exigindo APROVACAO
      * (nao so registro fechado) em cada materia obrigatoria da
      * matriz da serie final no ano de conclusao.
      ******************************************************************
       P400-VERIFICAR-MATRIZ.
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-ANO-CONCLUSAO        TO CUR-ANO
            MOVE WK-SERIE-FINAL          TO CUR-SERIE
            MOVE LOW-VALUES              TO CUR-MATERIA
            START CURRICULO-MASTER KEY IS NOT LESS THAN CUR-CHAVE
                INVALID KEY
                   GO TO P400-FIM
            END-START
            PERFORM P410-LER-MATRIZ THRU P410-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P400-FIM.

       P410-LER-MATRIZ.
            READ CURRICULO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P410-FIM
            END-READ
            IF CUR-ANO NOT = WK-ANO-CONCLUSAO
               OR CUR-SERIE NOT = WK-SERIE-FINAL
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P410-FIM
            END-IF
            IF NOT CUR-OBRIGATORIA
               GO TO P410-FIM
            END-IF
            MOVE 'N'                     TO WK-APROVOU
            MOVE MAT-MATRICULA           TO AL-MATRICULA
            MOVE WK-SEM1                 TO AL-ANO-SEMESTRE
            MOVE CUR-MATERIA             TO AL-MATERIA
            PERFORM P420-LER-APROVACAO
            IF WK-APROVOU = 'N'
               MOVE WK-SEM2              TO AL-ANO-SEMESTRE
               PERFORM P420-LER-APROVACAO
            END-IF
            IF WK-APROVOU = 'N'
               STRING 'OBRIGATORIA NAO APROVADA: ' CUR-MATERIA
                      DELIMITED BY SIZE INTO WK-MOTIVO
               END-STRING
               MOVE 'S'                  TO WK-FIM-ARQ
            END-IF
            .
       P410-FIM.

       P420-LER-APROVACAO.
            READ ALUNO-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF AL-STATUS NOT = SPACES
                       AND AL-STATUS(1:9) NOT = 'REPROVADO'
                       MOVE 'S'          TO WK-APROVOU
                    END-IF
            END-READ
            .

      ******************************************************************
      * P500-REGISTRAR: numero = ultimo + 1; o termo corre dentro do
      * livro e, passado o ultimo termo da ultima folha, abre-se o
      * livro seguinte no termo 1.
      ******************************************************************
       P500-REGISTRAR.
            ADD 1                        TO WK-ULT-NUMERO
            ADD 1                        TO WK-ULT-TERMO
            IF WK-ULT-TERMO > WK-TERMOS-FOLHA * WK-FOLHAS-LIVRO
               ADD 1                     TO WK-ULT-LIVRO
               MOVE 1                    TO WK-ULT-TERMO
            END-IF

            MOVE MAT-MATRICULA           TO CER-MATRICULA
            MOVE WK-ULT-NUMERO           TO CER-NUMERO
            MOVE MAT-NOME                TO CER-NOME
            MOVE WK-ANO-CONCLUSAO        TO CER-ANO-CONCLUSAO
            MOVE WK-SERIE-FINAL          TO CER-SERIE
            MOVE WK-ULT-LIVRO            TO CER-LIVRO
            MOVE WK-ULT-TERMO            TO CER-TERMO
            COMPUTE CER-FOLHA = (WK-ULT-TERMO - 1) / WK-TERMOS-FOLHA
                              + 1
            MOVE WK-DATA-HOJE            TO CER-DATA-EMISSAO
                                            CER-DATA-ULTIMA-VIA
            MOVE 'CERTEMIS'              TO CER-USUARIO
            MOVE 1                       TO CER-QTD-VIAS
            WRITE REG-CERTIFICADO
            IF WK-FS-CERTIFICADO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CERTMSTR ' MAT-MATRICULA
                       ' - FS: ' WK-FS-CERTIFICADO
               SUBTRACT 1                FROM WK-ULT-NUMERO
                                              WK-ULT-TERMO
               GO TO P500-SAIDA
            END-IF
            ADD 1                        TO WK-QTD-EMITIDOS
            MOVE 'VIA 01'                TO WK-VIA
            PERFORM P700-IMPRIMIR-CERTIFICADO
            PERFORM P750-LINHA-LIVRO
            .
       P500-SAIDA.
            EXIT.

       P600-SEGUNDA-VIA.
            ADD 1                        TO CER-QTD-VIAS
            MOVE WK-DATA-HOJE            TO CER-DATA-ULTIMA-VIA
            REWRITE REG-CERTIFICADO
            ADD 1                        TO WK-QTD-SEGUNDAS-VIAS
            MOVE SPACES                  TO WK-VIA
            STRING 'VIA ' CER-QTD-VIAS
                   DELIMITED BY SIZE INTO WK-VIA
            END-STRING
            PERFORM P700-IMPRIMIR-CERTIFICADO
            PERFORM P750-LINHA-LIVRO
            .

      *    Tudo o que o certificado mostra sai do REG-CERTIFICADO - a
      *    segunda via repete o registro original, nao o ALUNOID de
      *    hoje.
       P700-IMPRIMIR-CERTIFICADO.
            MOVE 11                      TO LK-QTDE-CAMPOS
            MOVE 'NUMERO'                TO LK-NOME-CAMPO(1)
            MOVE CER-NUMERO              TO LK-VALOR-CAMPO(1)
            MOVE 'NOME'                  TO LK-NOME-CAMPO(2)
            MOVE CER-NOME                TO LK-VALOR-CAMPO(2)
            MOVE 'MATRICULA'             TO LK-NOME-CAMPO(3)
            MOVE CER-MATRICULA           TO LK-VALOR-CAMPO(3)
            MOVE 'SERIE'                 TO LK-NOME-CAMPO(4)
            MOVE CER-SERIE               TO LK-VALOR-CAMPO(4)
            MOVE 'ANO'                   TO LK-NOME-CAMPO(5)
            MOVE CER-ANO-CONCLUSAO       TO LK-VALOR-CAMPO(5)
            MOVE 'LIVRO'                 TO LK-NOME-CAMPO(6)
            MOVE CER-LIVRO               TO LK-VALOR-CAMPO(6)
            MOVE 'FOLHA'                 TO LK-NOME-CAMPO(7)
            MOVE CER-FOLHA               TO LK-VALOR-CAMPO(7)
            MOVE 'TERMO'                 TO LK-NOME-CAMPO(8)
            MOVE CER-TERMO               TO LK-VALOR-CAMPO(8)
            MOVE 'EMISSAO'               TO LK-NOME-CAMPO(9)
            MOVE CER-DATA-EMISSAO        TO LK-VALOR-CAMPO(9)
            MOVE 'DATA'                  TO LK-NOME-CAMPO(10)
            MOVE WK-DATA-HOJE            TO LK-VALOR-CAMPO(10)
            MOVE 'VIA'                   TO LK-NOME-CAMPO(11)
            MOVE WK-VIA                  TO LK-VALOR-CAMPO(11)

            MOVE 'N'                     TO WK-PULANDO-BLOCO
            PERFORM P710-MESCLAR-LINHA THRU P710-FIM
                    VARYING WK-IDX-LINHA FROM 1 BY 1
                    UNTIL WK-IDX-LINHA > WK-QTDE-LINHAS-TPL
            MOVE SPACES                  TO CERTIFICADO-REC
            WRITE CERTIFICADO-REC AFTER ADVANCING PAGE
            .

       P710-MESCLAR-LINHA.
            MOVE WK-TEMPLATE-LINHAS(WK-IDX-LINHA) TO LK-TEMPLATE
            CALL 'MERGELIN' USING PARAMETRES-MERGE
            EVALUATE TRUE
               WHEN LK-LINHA-SE
                  IF LK-CONDICAO-VERDADEIRA
                     MOVE 'N'            TO WK-PULANDO-BLOCO
                  ELSE
                     MOVE 'S'            TO WK-PULANDO-BLOCO
                  END-IF
               WHEN LK-LINHA-SENAO
                  IF WK-PULANDO-BLOCO = 'S'
                     MOVE 'N'            TO WK-PULANDO-BLOCO
                  ELSE
                     MOVE 'S'            TO WK-PULANDO-BLOCO
                  END-IF
               WHEN LK-LINHA-FIM-SE
                  MOVE 'N'               TO WK-PULANDO-BLOCO
               WHEN LK-LINHA-REPITA
               WHEN LK-LINHA-FIM-REPITA
                  CONTINUE
               WHEN OTHER
                  IF WK-PULANDO-BLOCO NOT = 'S'
                     MOVE LK-LINHA-MESCLADA TO CERTIFICADO-REC
                     WRITE CERTIFICADO-REC
                  END-IF
            END-EVALUATE
            .
       P710-FIM.

      ******************************************************************
      * P750-LINHA-LIVRO: o CERTLIVR cresce como o livro fisico - novo
      * cabecalho a cada troca de livro/folha; a segunda via entra
      * como averbacao sob o livro/folha do termo original.
      ******************************************************************
       P750-LINHA-LIVRO.
            IF CER-LIVRO NOT = WK-LIVRO-IMPRESSO
               OR CER-FOLHA NOT = WK-FOLHA-IMPRESSA
               MOVE CER-LIVRO            TO WK-LIVRO-IMPRESSO
               MOVE CER-FOLHA            TO WK-FOLHA-IMPRESSA
               MOVE SPACES               TO LIVRO-REC
               STRING 'LIVRO DE REGISTRO DE CERTIFICADOS - LIVRO '
                      CER-LIVRO ' FOLHA ' CER-FOLHA
                      DELIMITED BY SIZE INTO LIVRO-REC
               END-STRING
               WRITE LIVRO-REC AFTER ADVANCING PAGE
               MOVE SPACES               TO LIVRO-REC
               STRING 'TERMO CERTIF MATRIC NOME                 SERIE '
                      'CONCL EMISSAO  OBSERVACAO'
                      DELIMITED BY SIZE INTO LIVRO-REC
               END-STRING
               WRITE LIVRO-REC
            END-IF
            MOVE SPACES                  TO LIVRO-REC
            IF CER-QTD-VIAS > 1
               STRING CER-TERMO ' ' CER-NUMERO ' ' CER-MATRICULA ' '
                      CER-NOME ' ' CER-SERIE '    ' CER-ANO-CONCLUSAO
                      ' ' WK-DATA-HOJE ' AVERBACAO ' WK-VIA
                      DELIMITED BY SIZE INTO LIVRO-REC
               END-STRING
            ELSE
               STRING CER-TERMO ' ' CER-NUMERO ' ' CER-MATRICULA ' '
                      CER-NOME ' ' CER-SERIE '    ' CER-ANO-CONCLUSAO
                      ' ' CER-DATA-EMISSAO
                      DELIMITED BY SIZE INTO LIVRO-REC
               END-STRING
            END-IF
            WRITE LIVRO-REC
            .

       P800-EXCECAO.
            MOVE SPACES                  TO EXCECAO-REC
            STRING MAT-MATRICULA ' ' MAT-NOME ' ' WK-MOTIVO
                   DELIMITED BY SIZE INTO EXCECAO-REC
            END-STRING
            WRITE EXCECAO-REC
            ADD 1                        TO WK-QTD-EXCECOES
            .

       P900-FINALIZAR.
            CLOSE ALUNO-IDENTIDADE ALUNO-MASTER CERTIFICADO-MASTER
            IF WK-TEM-CURRICULO = 'S'
               CLOSE CURRICULO-MASTER
            END-IF
            IF WK-TEM-DEPENDENCIA = 'S'
               CLOSE DEPENDENCIA-MASTER
            END-IF
            CLOSE CERTIFICADOS-IMPRESSOS LIVRO-REGISTRO
                  RELATORIO-EXCECOES
            DISPLAY 'CONCLUINTES AVALIADOS.......: ' WK-QTD-CANDIDATOS
            DISPLAY 'CERTIFICADOS EMITIDOS.......: ' WK-QTD-EMITIDOS
            DISPLAY 'SEGUNDAS VIAS...............: '
                    WK-QTD-SEGUNDAS-VIAS
            DISPLAY 'JA REGISTRADOS (PULADOS)....: ' WK-QTD-JA-EMITIDOS
            DISPLAY 'NAO ELEGIVEIS (CERTEXC).....: ' WK-QTD-EXCECOES
            DISPLAY 'CERTIFICADOS EM CERTIMPR; LIVRO EM CERTLIVR.'

            MOVE 'CERTEMIS'              TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-CANDIDATOS       TO LK-RUN-QTD-LIDOS
            COMPUTE LK-RUN-QTD-APLICADOS = WK-QTD-EMITIDOS
                                         + WK-QTD-SEGUNDAS-VIAS
            MOVE WK-QTD-EXCECOES         TO LK-RUN-QTD-REJEITADOS
            MOVE ZEROS                   TO LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM CERTEMIS.
