      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: ARQUIVAMENTO ANUAL DOS EX-ALUNOS. ALUNOMST,
      *          AVALMSTR, FREQLOG E OCORMSTR GUARDAM TODO ALUNO QUE
      *          UM DIA PASSOU PELA ESCOLA, E FECHALU, NOTASTAT,
      *          DIARIO E RANKALU RELEEM TUDO A CADA PERIODO. ESTE
      *          LOTE MOVE PARA O ARQUIVO PERMANENTE (ALUNARCH) OS
      *          REGISTROS DE QUEM SAIU HA MAIS DE N ANOS - O
      *          CONCLUINTE (CERTIFICADO NO CERTMSTR, ANO DE
      *          CONCLUSAO ANTERIOR AO CORTE) E O TRANSFERIDO
      *          (MAT-STATUS 'T', DATA DA TRANSFERENCIA ANTERIOR AO
      *          CORTE) - E OS REMOVE DOS MESTRES VIVOS. A IDENTIDADE
      *          SAI COPIADA NO ARQUIVO E CONTINUA NO ALUNOID (AS
      *          FATURAS, O LIVRO DE CERTIFICADOS E AS DEPENDENCIAS
      *          APONTAM PARA ELA). O HISTORICO LEGAL CONTINUA
      *          REPRODUZIVEL: HISTALU E TRANSALU IMPRIMEM DO
      *          ARQUIVO, E O EXALUCON CONSULTA. COMO O EXPURGO DE
      *          CONTATOS (ARCCNTT), SO RODA COM APROVACAO DE QUATRO
      *          OLHOS (APRUTIL) PARA A DATA DE CORTE. RESUMO EM
      *          ARQALREL.
      * Modification History:
      *   15/10/2026 CS  Nota excluida do ALUNOMST sai tambem do
      *                  caminho de turma (ALUTIDX via ALTXUTIL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQALU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELALID'.
           COPY 'SELALUNO'.
           COPY 'SELAVA'.
           COPY 'SELOCO'.
           COPY 'SELFREQ'.
           COPY 'SELCER'.
           COPY 'SELALA'.
           SELECT FREQUENCIA-TRABALHO
               ASSIGN TO "FREQTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-FREQTMP.
           SELECT RELATORIO-ARQUIVO
               ASSIGN TO "ARQALREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDALID'.
           COPY 'FDALUNO'.
           COPY 'FDAVA'.
           COPY 'FDOCO'.
           COPY 'FDFREQ'.
           COPY 'FDCER'.
           COPY 'FDALA'.
       FD  FREQUENCIA-TRABALHO
           LABEL RECORD IS STANDARD.
       01  FREQTMP-REC                  PIC X(57).
       FD  RELATORIO-ARQUIVO
           LABEL RECORD IS STANDARD.
       01  ARQALREL-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNO                  PIC X(02) VALUE SPACES.
       77  WK-FS-AVALIACAO              PIC X(02) VALUE SPACES.
       77  WK-FS-OCORRENCIA             PIC X(02) VALUE SPACES.
       77  WK-FS-FREQ                   PIC X(02) VALUE SPACES.
       77  WK-FS-CERTIFICADO            PIC X(02) VALUE SPACES.
       77  WK-FS-ALUARQ                 PIC X(02) VALUE SPACES.
       77  WK-FS-FREQTMP                PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-TEM-NOTAS                 PIC X(01) VALUE 'N'.
       77  WK-TEM-AVALIACOES            PIC X(01) VALUE 'N'.
       77  WK-TEM-OCORRENCIAS           PIC X(01) VALUE 'N'.
       77  WK-TEM-CERTIFICADOS          PIC X(01) VALUE 'N'.
       77  WK-FIM-ALUNOID               PIC X(01) VALUE 'N'.
       77  WK-FIM-LEITURA               PIC X(01) VALUE 'N'.
       77  WK-FIM-FREQ                  PIC X(01) VALUE 'N'.
       77  WK-RETENCAO-ANOS             PIC 9(02) VALUE ZEROS.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-DATA-CORTE                PIC 9(08) VALUE ZEROS.
       77  WK-ANO-CORTE                 PIC 9(04) VALUE ZEROS.
       77  WK-MATRICULA-ATUAL           PIC 9(06) VALUE ZEROS.
       77  WK-MOTIVO-ATUAL              PIC X(01) VALUE SPACES.
       77  WK-DATA-SAIDA                PIC 9(08) VALUE ZEROS.
       77  WK-DESC-MOTIVO               PIC X(06) VALUE SPACES.
       77  WK-IDX-ELEG                  PIC 9(04) VALUE ZEROS.
       77  WK-QTD-ELEGIVEIS             PIC 9(04) VALUE ZEROS.
       77  WK-ACHOU                     PIC X(01) VALUE 'N'.
       77  WK-ID-GRAVADA                PIC X(01) VALUE 'N'.
       77  WK-QTD-LIDOS                 PIC 9(06) VALUE ZEROS.
       77  WK-QTD-ARQUIVADOS            PIC 9(06) VALUE ZEROS.
       77  WK-QTD-NOTAS-ALUNO           PIC 9(04) VALUE ZEROS.
       77  WK-QTD-AVAL-ALUNO            PIC 9(04) VALUE ZEROS.
       77  WK-QTD-OCOR-ALUNO            PIC 9(04) VALUE ZEROS.
       77  WK-QTD-NOTAS                 PIC 9(06) VALUE ZEROS.
       77  WK-QTD-AVAL                  PIC 9(06) VALUE ZEROS.
       77  WK-QTD-OCOR                  PIC 9(06) VALUE ZEROS.
       77  WK-QTD-FREQ                  PIC 9(06) VALUE ZEROS.
       77  WK-QTD-FREQ-MANTIDAS         PIC 9(06) VALUE ZEROS.
      *****************************************************************
      * WK-TABELA-ELEGIVEIS: ex-alunos que ja passaram do corte, na
      * ordem da matricula (leitura do ALUNOID), com o motivo da
      * saida e a marca de quem teve algo movido - so estes perdem
      * as linhas de chamada na passada do FREQLOG.
      *****************************************************************
       01  WK-TABELA-ELEGIVEIS.
           05 WK-ELEG                   OCCURS 2000 TIMES.
               10 WK-ELEG-MATRICULA     PIC 9(06).
               10 WK-ELEG-MOTIVO        PIC X(01).
               10 WK-ELEG-DATA-SAIDA    PIC 9(08).
               10 WK-ELEG-ARQUIVADO     PIC X(01).
           COPY 'PARMAPR'.
           COPY 'PARMCFG'.
           COPY 'PARMRUN'.
           COPY 'PARMATX'.
       77  WK-OPERADOR-LOTE             PIC X(08) VALUE SPACES.
       77  WK-ID-PEDIDO                 PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'ARQALU'                TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY '*** ARQUIVAMENTO DE EX-ALUNOS ***'
            MOVE 'ARQ-ALUNO-ANOS'        TO LK-CFG-CHAVE
            MOVE 5                       TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            DISPLAY 'ANOS DESDE A SAIDA (ENTER P/ '
                    LK-CFG-VALOR-NUM(5:2) '): '
            ACCEPT WK-RETENCAO-ANOS
            IF WK-RETENCAO-ANOS = ZEROS
               MOVE LK-CFG-VALOR-NUM     TO WK-RETENCAO-ANOS
            END-IF

            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            COMPUTE WK-DATA-CORTE =
                    WK-DATA-HOJE - (WK-RETENCAO-ANOS * 10000)
            MOVE WK-DATA-CORTE(1:4)      TO WK-ANO-CORTE
            DISPLAY 'DATA DE CORTE: ' WK-DATA-CORTE

      *     Quatro olhos: tirar o historico academico dos mestres
      *     vivos so roda com aprovacao previa de OUTRO usuario
      *     TOTAL na fila APRMSTR para esta data de corte.
            DISPLAY 'OPERADOR SOLICITANTE (USR-ID): '
            ACCEPT WK-OPERADOR-LOTE
            SET LK-APR-VERIFICAR         TO TRUE
            MOVE 'ARQ-ALUNO'             TO LK-APR-TIPO
            MOVE WK-DATA-CORTE           TO LK-APR-CHAVE
            MOVE WK-OPERADOR-LOTE        TO LK-APR-USUARIO
            CALL 'APRUTIL' USING PARAMETRES-APR
            EVALUATE TRUE
               WHEN LK-APR-OK-APROVADO
                  MOVE LK-APR-ID         TO WK-ID-PEDIDO
                  DISPLAY 'ARQUIVAMENTO APROVADO - SOLICITANTE '
                          LK-APR-SOLICITANTE ' APROVADOR '
                          LK-APR-APROVADOR
               WHEN LK-APR-AGUARDANDO
                  DISPLAY 'ARQUIVAMENTO AGUARDA APROVACAO DE OUTRO '
                          'USUARIO TOTAL (APRCNTT).'
                  PERFORM P900-REGISTRAR-FIM
                  STOP RUN
               WHEN OTHER
                  SET LK-APR-SOLICITAR   TO TRUE
                  MOVE 'ARQUIVAMENTO DE EX-ALUNOS' TO
                                         LK-APR-DESCRICAO
                  CALL 'APRUTIL' USING PARAMETRES-APR
                  DISPLAY 'PEDIDO DE ARQUIVAMENTO REGISTRADO (N. '
                          LK-APR-ID ') - AGUARDE A APROVACAO NO '
                          'APRCNTT E RODE DE NOVO.'
                  PERFORM P900-REGISTRAR-FIM
                  STOP RUN
            END-EVALUATE

            PERFORM P100-COLETAR-ELEGIVEIS THRU P100-FIM
            PERFORM P200-ABRIR-RELATORIO
            IF WK-QTD-ELEGIVEIS > ZEROS
               PERFORM P300-ARQUIVAR-MESTRES
            END-IF
            PERFORM P500-ARQUIVAR-FREQUENCIA THRU P500-FIM
            PERFORM P700-TOTAIS
            SET LK-APR-EXECUTAR          TO TRUE
            MOVE WK-ID-PEDIDO            TO LK-APR-ID
            CALL 'APRUTIL' USING PARAMETRES-APR
            PERFORM P900-REGISTRAR-FIM
            STOP RUN
            .

      ******************************************************************
      * P100-COLETAR-ELEGIVEIS: uma passada do ALUNOID. Transferido
      * com data anterior ao corte, ou concluinte (CERTMSTR) com ano
      * de conclusao anterior ao ano do corte, entra na tabela.
      ******************************************************************
       P100-COLETAR-ELEGIVEIS.
            OPEN INPUT ALUNO-IDENTIDADE
            IF WK-FS-ALUNOID NOT = '00'
               DISPLAY 'NAO HA CADASTRO DE ALUNOS.'
               GO TO P100-FIM
            END-IF
            OPEN INPUT CERTIFICADO-MASTER
            IF WK-FS-CERTIFICADO = '00'
               MOVE 'S'                  TO WK-TEM-CERTIFICADOS
            END-IF
            PERFORM P110-LER-ALUNO THRU P110-FIM
                    UNTIL WK-FIM-ALUNOID = 'S'
            CLOSE ALUNO-IDENTIDADE
            IF WK-TEM-CERTIFICADOS = 'S'
               CLOSE CERTIFICADO-MASTER
            END-IF
            DISPLAY 'EX-ALUNOS ALEM DO CORTE: ' WK-QTD-ELEGIVEIS
            .
       P100-FIM.

       P110-LER-ALUNO.
            READ ALUNO-IDENTIDADE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ALUNOID
                    GO TO P110-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDOS
            MOVE SPACES                  TO WK-MOTIVO-ATUAL
            IF MAT-TRANSFERIDO AND MAT-DATA-TRANSF NOT = ZEROS
               AND MAT-DATA-TRANSF < WK-DATA-CORTE
               MOVE 'T'                  TO WK-MOTIVO-ATUAL
               MOVE MAT-DATA-TRANSF      TO WK-DATA-SAIDA
            END-IF
            IF WK-MOTIVO-ATUAL = SPACES AND WK-TEM-CERTIFICADOS = 'S'
               MOVE MAT-MATRICULA        TO CER-MATRICULA
               READ CERTIFICADO-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF CER-ANO-CONCLUSAO < WK-ANO-CORTE
                          MOVE 'C'       TO WK-MOTIVO-ATUAL
                          COMPUTE WK-DATA-SAIDA =
                                  CER-ANO-CONCLUSAO * 10000 + 1231
                       END-IF
               END-READ
            END-IF
            IF WK-MOTIVO-ATUAL = SPACES
               GO TO P110-FIM
            END-IF
            IF WK-QTD-ELEGIVEIS NOT < 2000
               DISPLAY 'TABELA DE EX-ALUNOS CHEIA - O RESTANTE FICA '
                       'PARA A PROXIMA RODADA.'
               MOVE 'S'                  TO WK-FIM-ALUNOID
               GO TO P110-FIM
            END-IF
            ADD 1                        TO WK-QTD-ELEGIVEIS
            MOVE MAT-MATRICULA           TO
                 WK-ELEG-MATRICULA(WK-QTD-ELEGIVEIS)
            MOVE WK-MOTIVO-ATUAL         TO
                 WK-ELEG-MOTIVO(WK-QTD-ELEGIVEIS)
            MOVE WK-DATA-SAIDA           TO
                 WK-ELEG-DATA-SAIDA(WK-QTD-ELEGIVEIS)
            MOVE 'N'                     TO
                 WK-ELEG-ARQUIVADO(WK-QTD-ELEGIVEIS)
            .
       P110-FIM.

       P200-ABRIR-RELATORIO.
            OPEN OUTPUT RELATORIO-ARQUIVO
            MOVE SPACES                  TO ARQALREL-REC
            STRING 'ARQUIVAMENTO DE EX-ALUNOS - CORTE ' WK-DATA-CORTE
                   '  EMITIDO EM ' WK-DATA-HOJE
                   DELIMITED BY SIZE INTO ARQALREL-REC
            END-STRING
            WRITE ARQALREL-REC
            MOVE 'MATRIC NOME                 MOTIVO SAIDA    NOTAS '
                                         TO ARQALREL-REC
            MOVE 'AVAL OCOR'             TO ARQALREL-REC(51:9)
            WRITE ARQALREL-REC
            .

      ******************************************************************
      * P300-ARQUIVAR-MESTRES: para cada elegivel, as notas, as
      * avaliacoes e as ocorrencias vao para o ALUNARCH e saem do
      * mestre vivo. A identidade so e copiada quando algo foi
      * movido - rodar de novo nao duplica quem ja foi arquivado.
      ******************************************************************
       P300-ARQUIVAR-MESTRES.
            OPEN I-O ALUNO-IDENTIDADE
            OPEN I-O ALUNO-MASTER
            IF WK-FS-ALUNO = '00'
               MOVE 'S'                  TO WK-TEM-NOTAS
            END-IF
            OPEN I-O AVALIACAO-MASTER
            IF WK-FS-AVALIACAO = '00'
               MOVE 'S'                  TO WK-TEM-AVALIACOES
            END-IF
            OPEN I-O OCORRENCIA-MASTER
            IF WK-FS-OCORRENCIA = '00'
               MOVE 'S'                  TO WK-TEM-OCORRENCIAS
            END-IF
            OPEN EXTEND ALUNO-ARQUIVO
            IF WK-FS-ALUARQ = '35'
               OPEN OUTPUT ALUNO-ARQUIVO
            END-IF

            PERFORM P310-ARQUIVAR-UM THRU P310-FIM
                    VARYING WK-IDX-ELEG FROM 1 BY 1
                    UNTIL WK-IDX-ELEG > WK-QTD-ELEGIVEIS

            CLOSE ALUNO-IDENTIDADE ALUNO-ARQUIVO
            IF WK-TEM-NOTAS = 'S'
               CLOSE ALUNO-MASTER
            END-IF
            IF WK-TEM-AVALIACOES = 'S'
               CLOSE AVALIACAO-MASTER
            END-IF
            IF WK-TEM-OCORRENCIAS = 'S'
               CLOSE OCORRENCIA-MASTER
            END-IF
            .

       P310-ARQUIVAR-UM.
            MOVE WK-ELEG-MATRICULA(WK-IDX-ELEG) TO WK-MATRICULA-ATUAL
            MOVE WK-ELEG-MOTIVO(WK-IDX-ELEG)    TO WK-MOTIVO-ATUAL
            MOVE ZEROS                   TO WK-QTD-NOTAS-ALUNO
                                             WK-QTD-AVAL-ALUNO
                                             WK-QTD-OCOR-ALUNO
            MOVE 'N'                     TO WK-ID-GRAVADA
            IF WK-TEM-NOTAS = 'S'
               PERFORM P320-ARQUIVAR-NOTAS THRU P320-FIM
            END-IF
            IF WK-TEM-AVALIACOES = 'S'
               PERFORM P340-ARQUIVAR-AVALIACOES THRU P340-FIM
            END-IF
            IF WK-TEM-OCORRENCIAS = 'S'
               PERFORM P360-ARQUIVAR-OCORRENCIAS THRU P360-FIM
            END-IF
            IF WK-QTD-NOTAS-ALUNO = ZEROS AND
               WK-QTD-AVAL-ALUNO = ZEROS AND
               WK-QTD-OCOR-ALUNO = ZEROS
               GO TO P310-FIM
            END-IF

            MOVE 'S'                     TO
                 WK-ELEG-ARQUIVADO(WK-IDX-ELEG)
            ADD 1                        TO WK-QTD-ARQUIVADOS
            MOVE SPACES                  TO ARQALREL-REC
            IF WK-MOTIVO-ATUAL = 'T'
               MOVE 'TRANSF'             TO WK-DESC-MOTIVO
            ELSE
               MOVE 'CONCL '             TO WK-DESC-MOTIVO
            END-IF
            STRING WK-MATRICULA-ATUAL ' ' MAT-NOME ' ' WK-DESC-MOTIVO
                   ' ' WK-ELEG-DATA-SAIDA(WK-IDX-ELEG) ' '
                   WK-QTD-NOTAS-ALUNO '  ' WK-QTD-AVAL-ALUNO ' '
                   WK-QTD-OCOR-ALUNO
                   DELIMITED BY SIZE INTO ARQALREL-REC
            END-STRING
            WRITE ARQALREL-REC
            .
       P310-FIM.

       P320-ARQUIVAR-NOTAS.
            MOVE 'N'                     TO WK-FIM-LEITURA
            MOVE WK-MATRICULA-ATUAL      TO AL-MATRICULA
            MOVE ZEROS                   TO AL-ANO-SEMESTRE
            MOVE LOW-VALUES              TO AL-MATERIA
            START ALUNO-MASTER KEY IS NOT LESS THAN AL-CHAVE
                INVALID KEY
                   GO TO P320-FIM
            END-START
            PERFORM P330-MOVER-NOTA THRU P330-FIM
                    UNTIL WK-FIM-LEITURA = 'S'
            .
       P320-FIM.

       P330-MOVER-NOTA.
            READ ALUNO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-LEITURA
                    GO TO P330-FIM
            END-READ
            IF AL-MATRICULA NOT = WK-MATRICULA-ATUAL
               MOVE 'S'                  TO WK-FIM-LEITURA
               GO TO P330-FIM
            END-IF
            IF WK-ID-GRAVADA = 'N'
               PERFORM P390-GRAVAR-IDENTIDADE
            END-IF
            MOVE 'N'                     TO ALA-TIPO
            MOVE CADASTRO-ALUNO          TO ALA-IMAGEM
            PERFORM P380-GRAVAR-ARQUIVO
            DELETE ALUNO-MASTER
            IF WK-FS-ALUNO = '00'
               PERFORM P950-REMOVER-CAMINHO-TURMA
               ADD 1                     TO WK-QTD-NOTAS-ALUNO
                                             WK-QTD-NOTAS
            END-IF
            .
       P330-FIM.

       P340-ARQUIVAR-AVALIACOES.
            MOVE 'N'                     TO WK-FIM-LEITURA
            MOVE WK-MATRICULA-ATUAL      TO AVA-MATRICULA
            MOVE ZEROS                   TO AVA-ANO-SEMESTRE AVA-SEQ
            MOVE LOW-VALUES              TO AVA-MATERIA
            START AVALIACAO-MASTER KEY IS NOT LESS THAN AVA-CHAVE
                INVALID KEY
                   GO TO P340-FIM
            END-START
            PERFORM P350-MOVER-AVALIACAO THRU P350-FIM
                    UNTIL WK-FIM-LEITURA = 'S'
            .
       P340-FIM.

       P350-MOVER-AVALIACAO.
            READ AVALIACAO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-LEITURA
                    GO TO P350-FIM
            END-READ
            IF AVA-MATRICULA NOT = WK-MATRICULA-ATUAL
               MOVE 'S'                  TO WK-FIM-LEITURA
               GO TO P350-FIM
            END-IF
            IF WK-ID-GRAVADA = 'N'
               PERFORM P390-GRAVAR-IDENTIDADE
            END-IF
            MOVE 'A'                     TO ALA-TIPO
            MOVE REG-AVALIACAO           TO ALA-IMAGEM
            PERFORM P380-GRAVAR-ARQUIVO
            DELETE AVALIACAO-MASTER
            IF WK-FS-AVALIACAO = '00'
               ADD 1                     TO WK-QTD-AVAL-ALUNO
                                             WK-QTD-AVAL
            END-IF
            .
       P350-FIM.

       P360-ARQUIVAR-OCORRENCIAS.
            MOVE 'N'                     TO WK-FIM-LEITURA
            MOVE WK-MATRICULA-ATUAL      TO OCO-MATRICULA
            MOVE ZEROS                   TO OCO-SEQ
            START OCORRENCIA-MASTER KEY IS NOT LESS THAN OCO-CHAVE
                INVALID KEY
                   GO TO P360-FIM
            END-START
            PERFORM P370-MOVER-OCORRENCIA THRU P370-FIM
                    UNTIL WK-FIM-LEITURA = 'S'
            .
       P360-FIM.

       P370-MOVER-OCORRENCIA.
            READ OCORRENCIA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-LEITURA
                    GO TO P370-FIM
            END-READ
            IF OCO-MATRICULA NOT = WK-MATRICULA-ATUAL
               MOVE 'S'                  TO WK-FIM-LEITURA
               GO TO P370-FIM
            END-IF
            IF WK-ID-GRAVADA = 'N'
               PERFORM P390-GRAVAR-IDENTIDADE
            END-IF
            MOVE 'O'                     TO ALA-TIPO
            MOVE REG-OCORRENCIA          TO ALA-IMAGEM
            PERFORM P380-GRAVAR-ARQUIVO
            DELETE OCORRENCIA-MASTER
            IF WK-FS-OCORRENCIA = '00'
               ADD 1                     TO WK-QTD-OCOR-ALUNO
                                             WK-QTD-OCOR
            END-IF
            .
       P370-FIM.

       P380-GRAVAR-ARQUIVO.
            MOVE WK-MATRICULA-ATUAL      TO ALA-MATRICULA
            MOVE WK-DATA-HOJE            TO ALA-DATA-ARQUIVO
            MOVE WK-MOTIVO-ATUAL         TO ALA-MOTIVO
            WRITE REG-ALUNO-ARQ
            .

      ******************************************************************
      * P390-GRAVAR-IDENTIDADE: a copia do ALUNOID abre o bloco do
      * ex-aluno no arquivo, antes do primeiro registro movido - a
      * consulta (EXALUCON) mostra quem e antes das notas.
      ******************************************************************
       P390-GRAVAR-IDENTIDADE.
            MOVE WK-MATRICULA-ATUAL      TO MAT-MATRICULA
            READ ALUNO-IDENTIDADE
                 INVALID KEY
                    MOVE SPACES          TO REG-ALUNO-ID
                    MOVE WK-MATRICULA-ATUAL TO MAT-MATRICULA
            END-READ
            MOVE 'I'                     TO ALA-TIPO
            MOVE REG-ALUNO-ID            TO ALA-IMAGEM
            PERFORM P380-GRAVAR-ARQUIVO
            MOVE 'S'                     TO WK-ID-GRAVADA
            .

      ******************************************************************
      * P500-ARQUIVAR-FREQUENCIA: o FREQLOG e sequencial - as linhas
      * dos arquivados vao para o ALUNARCH, as demais para o FREQTMP,
      * e o FREQTMP volta a ser o FREQLOG vivo (mesma tecnica do
      * corte do AUDITLOG no AUDARCH).
      ******************************************************************
       P500-ARQUIVAR-FREQUENCIA.
            IF WK-QTD-ARQUIVADOS = ZEROS
               GO TO P500-FIM
            END-IF
            OPEN INPUT FREQUENCIA
            IF WK-FS-FREQ NOT = '00'
               GO TO P500-FIM
            END-IF
            OPEN EXTEND ALUNO-ARQUIVO
            OPEN OUTPUT FREQUENCIA-TRABALHO
            PERFORM P510-SEPARAR-LINHA THRU P510-FIM
                    UNTIL WK-FIM-FREQ = 'S'
            CLOSE FREQUENCIA FREQUENCIA-TRABALHO ALUNO-ARQUIVO
            IF WK-QTD-FREQ = ZEROS
               GO TO P500-FIM
            END-IF

            OPEN INPUT FREQUENCIA-TRABALHO
            OPEN OUTPUT FREQUENCIA
            MOVE 'N'                     TO WK-FIM-FREQ
            PERFORM P520-DEVOLVER-LINHA THRU P520-FIM
                    UNTIL WK-FIM-FREQ = 'S'
            CLOSE FREQUENCIA FREQUENCIA-TRABALHO
            .
       P500-FIM.

       P510-SEPARAR-LINHA.
            READ FREQUENCIA
                 AT END
                    MOVE 'S'             TO WK-FIM-FREQ
                    GO TO P510-FIM
            END-READ
            MOVE 'N'                     TO WK-ACHOU
            PERFORM P530-PROCURAR-ARQUIVADO
                    VARYING WK-IDX-ELEG FROM 1 BY 1
                    UNTIL WK-IDX-ELEG > WK-QTD-ELEGIVEIS
                       OR WK-ACHOU = 'S'
            IF WK-ACHOU = 'S'
               MOVE FR-MATRICULA         TO WK-MATRICULA-ATUAL
               MOVE 'F'                  TO ALA-TIPO
               MOVE REG-FREQUENCIA       TO ALA-IMAGEM
               PERFORM P380-GRAVAR-ARQUIVO
               ADD 1                     TO WK-QTD-FREQ
            ELSE
               MOVE REG-FREQUENCIA       TO FREQTMP-REC
               WRITE FREQTMP-REC
               ADD 1                     TO WK-QTD-FREQ-MANTIDAS
            END-IF
            .
       P510-FIM.

       P520-DEVOLVER-LINHA.
            READ FREQUENCIA-TRABALHO
                 AT END
                    MOVE 'S'             TO WK-FIM-FREQ
                    GO TO P520-FIM
            END-READ
            MOVE FREQTMP-REC             TO REG-FREQUENCIA
            WRITE REG-FREQUENCIA
            .
       P520-FIM.

       P530-PROCURAR-ARQUIVADO.
            IF WK-ELEG-MATRICULA(WK-IDX-ELEG) = FR-MATRICULA AND
               WK-ELEG-ARQUIVADO(WK-IDX-ELEG) = 'S'
               MOVE 'S'                  TO WK-ACHOU
               MOVE WK-ELEG-MOTIVO(WK-IDX-ELEG) TO WK-MOTIVO-ATUAL
            END-IF
            .

       P700-TOTAIS.
            MOVE SPACES                  TO ARQALREL-REC
            WRITE ARQALREL-REC
            MOVE SPACES                  TO ARQALREL-REC
            STRING 'EX-ALUNOS ARQUIVADOS: ' WK-QTD-ARQUIVADOS
                   '  NOTAS: ' WK-QTD-NOTAS
                   '  AVALIACOES: ' WK-QTD-AVAL
                   '  OCORRENCIAS: ' WK-QTD-OCOR
                   '  CHAMADAS: ' WK-QTD-FREQ
                   DELIMITED BY SIZE INTO ARQALREL-REC
            END-STRING
            WRITE ARQALREL-REC
            CLOSE RELATORIO-ARQUIVO
            DISPLAY 'EX-ALUNOS ARQUIVADOS EM ALUNARCH: '
                    WK-QTD-ARQUIVADOS
            .

       P900-REGISTRAR-FIM.
            MOVE 'ARQALU'                TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-LIDOS            TO LK-RUN-QTD-LIDOS
            MOVE WK-QTD-ARQUIVADOS       TO LK-RUN-QTD-APLICADOS
            MOVE ZEROS                   TO LK-RUN-QTD-REJEITADOS
            MOVE ZEROS                   TO LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
      ******************************************************************
      * P950-REMOVER-CAMINHO-TURMA: tira do caminho de turma (ALUTIDX
      * via ALTXUTIL) a nota que acabou de sair do mestre, para os
      * batches de turma nao posicionarem num registro que nao existe.
      ******************************************************************
       P950-REMOVER-CAMINHO-TURMA.
            SET LK-ATX-REMOVER           TO TRUE
            MOVE AL-MATRICULA            TO LK-ATX-MATRICULA
            MOVE AL-ANO-SEMESTRE         TO LK-ATX-ANO-SEMESTRE
            MOVE AL-MATERIA              TO LK-ATX-MATERIA
            CALL 'ALTXUTIL' USING PARAMETRES-ATX
            .
       END PROGRAM ARQALU.
