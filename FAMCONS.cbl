      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CONSOLE DA FAMILIA. QUANDO O RESPONSAVEL LIGA, A
      *          SECRETARIA ABRIA MATRALU, FATCNTT, OCORCNTT, EMGCNTT,
      *          O FREQAVLG E O BOLETIM UM A UM; O CONS360 RESOLVE O
      *          LADO DO CONTATO MAS NAO SABE NADA DA ESCOLA. AQUI,
      *          DADO O WK-CODIGO DO RESPONSAVEL (OU O NOME, PELO
      *          INDICE NOMEIDX), SAEM TODOS OS FILHOS LIGADOS A ELE
      *          NO ALUNOID COM SERIE E SITUACAO, E PARA CADA UM AS
      *          NOTAS E A FREQUENCIA DO PERIODO CORRENTE, AS FATURAS
      *          EM ABERTO (VENCIDAS MARCADAS) E O TOTAL DEVIDO, AS
      *          OCORRENCIAS DOS ULTIMOS 12 MESES, OS AVISOS DE FALTA
      *          JA ENVIADOS E A FICHA DE EMERGENCIA/BUSCA. SOMENTE
      *          LEITURA E ABERTO AO PERFIL LEITURA - TELEFONES PELA
      *          MASCARA DO MSKUTIL E ALERTA MEDICO RESERVADO.
      * Modification History:
      *   15/10/2026 CS  Parentes do responsavel (FAMMSTR, mantido no
      *                  PARCNTT) listados logo apos a ficha dele.
      *   15/10/2026 CS  Telefone sem mascara (perfil TOTAL) fica
      *                  registrado no VISLOG via MSKUTIL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMCONS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELCONT'.
           COPY 'SELIDX'.
           COPY 'SELALID'.
           COPY 'SELALUNO'.
           COPY 'SELFREQ'.
           COPY 'SELFAT'.
           COPY 'SELOCO'.
           COPY 'SELAVL'.
           COPY 'SELEMG'.
           COPY 'SELFAM'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDCONT'.
           COPY 'FDIDX'.
           COPY 'FDALID'.
           COPY 'FDALUNO'.
           COPY 'FDFREQ'.
           COPY 'FDFAT'.
           COPY 'FDOCO'.
           COPY 'FDAVL'.
           COPY 'FDEMG'.
           COPY 'FDFAM'.
       WORKING-STORAGE SECTION.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-INDICE                 PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNO                  PIC X(02) VALUE SPACES.
       77  WK-FS-FREQ                   PIC X(02) VALUE SPACES.
       77  WK-FS-FATURA                 PIC X(02) VALUE SPACES.
       77  WK-FS-OCORRENCIA             PIC X(02) VALUE SPACES.
       77  WK-FS-AVISOLOG               PIC X(02) VALUE SPACES.
       77  WK-FS-EMERGENCIA             PIC X(02) VALUE SPACES.
       77  WK-TEM-INDICE                PIC X(01) VALUE 'N'.
       77  WK-TEM-ALUNOMST              PIC X(01) VALUE 'N'.
       77  WK-TEM-FATURA                PIC X(01) VALUE 'N'.
       77  WK-TEM-OCORRENCIA            PIC X(01) VALUE 'N'.
       77  WK-TEM-AVISOLOG              PIC X(01) VALUE 'N'.
       77  WK-TEM-EMERGENCIA            PIC X(01) VALUE 'N'.
       77  WK-FS-FAMILIA                PIC X(02) VALUE SPACES.
       77  WK-TEM-PARENTESCO            PIC X(01) VALUE 'N'.
       77  WK-OPCAO-CONTINUA            PIC X(01) VALUE 'S'.
       77  WK-MODO-BUSCA                PIC X(01) VALUE '1'.
       77  WK-CODIGO-BUSCA              PIC 9(06) VALUE ZEROS.
       77  WK-NOME-BUSCA                PIC X(20) VALUE SPACES.
       77  WK-NOME-BUSCA-NORM           PIC X(20) VALUE SPACES.
       77  WK-ACHOU-CONTATO             PIC X(01) VALUE 'N'.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-ALUNOS                PIC X(01) VALUE 'N'.
       77  WK-QTD-FILHOS                PIC 9(03) VALUE ZEROS.
       77  WK-QTD-SECAO                 PIC 9(04) VALUE ZEROS.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-DATA-RECENTE              PIC 9(08) VALUE ZEROS.
       77  WK-PERIODO-ATUAL             PIC 9(05) VALUE ZEROS.
       77  WK-IDX-TEL                   PIC 9(01) VALUE ZEROS.
       77  WK-IDX-MAT                   PIC 9(02) VALUE ZEROS.
       77  WK-ACHOU-MAT                 PIC X(01) VALUE 'N'.
       77  WK-AULAS                     PIC 9(03) VALUE ZEROS.
       77  WK-PRESENCAS                 PIC 9(03) VALUE ZEROS.
       77  WK-PERCENTUAL                PIC 9(03) VALUE ZEROS.
       77  WK-SALDO-CTVS                PIC S9(09) VALUE ZEROS.
       77  WK-TOTAL-ABERTO-CTVS         PIC 9(09) VALUE ZEROS.
       77  WK-TOTAL-VENCIDO-CTVS        PIC 9(09) VALUE ZEROS.
       77  WK-FAMILIA-ABERTO-CTVS       PIC 9(09) VALUE ZEROS.
       77  WK-FAMILIA-VENCIDO-CTVS      PIC 9(09) VALUE ZEROS.
       77  WK-VALOR-REAIS               PIC 9(07)V99 VALUE ZEROS.
       77  WK-VALOR-ED                  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-MEDIA-ED                  PIC Z9,9 VALUE ZEROS.
       77  WK-PERC-ED                   PIC ZZ9 VALUE ZEROS.
       77  WK-MARCA-VENCIDA             PIC X(08) VALUE SPACES.
       77  WK-TELEFONE-FMT              PIC X(14) VALUE SPACES.
       77  WK-NOME-CONTATO              PIC X(30) VALUE SPACES.
      *****************************************************************
      * WK-TABELA-CHAMADA: aulas e presencas do filho no periodo
      * corrente por materia, somadas do FREQLOG - quando a materia
      * tem chamada linha a linha ela prevalece sobre os totais
      * gravados no ALUNOMST, como no FECHALU.
      *****************************************************************
       01  WK-TABELA-CHAMADA.
           05 WK-QTD-MATERIAS           PIC 9(02) VALUE ZEROS.
           05 WK-CHM OCCURS 30 TIMES.
               10 WK-CHM-MATERIA        PIC X(15).
               10 WK-CHM-AULAS          PIC 9(03).
               10 WK-CHM-PRESENCAS      PIC 9(03).
           COPY 'PARMNORM'.
           COPY 'PARMMSK'.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            COMPUTE WK-DATA-RECENTE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE) - 365)
            PERFORM P100-ABRIR-ARQUIVOS
            IF WK-FS-ALUNOID NOT = '00'
               DISPLAY 'NAO HA CADASTRO DE ALUNOS (ALUNOID).'
               PERFORM P900-FINALIZAR
               GOBACK
            END-IF
            PERFORM P200-PROCESSA THRU P200-FIM UNTIL
                    WK-OPCAO-CONTINUA = 'N' OR WK-OPCAO-CONTINUA = 'n'
            PERFORM P900-FINALIZAR
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT CONTATO-MASTER
            IF WK-FS-CONTATO = '35'
               OPEN OUTPUT CONTATO-MASTER
               CLOSE CONTATO-MASTER
               OPEN INPUT CONTATO-MASTER
            END-IF
            OPEN INPUT ALUNO-IDENTIDADE
            OPEN INPUT NOME-INDICE
            IF WK-FS-INDICE = '00'
               MOVE 'S'                  TO WK-TEM-INDICE
            END-IF
            OPEN INPUT ALUNO-MASTER
            IF WK-FS-ALUNO = '00'
               MOVE 'S'                  TO WK-TEM-ALUNOMST
            END-IF
            OPEN INPUT FATURA-MASTER
            IF WK-FS-FATURA = '00'
               MOVE 'S'                  TO WK-TEM-FATURA
            END-IF
            OPEN INPUT OCORRENCIA-MASTER
            IF WK-FS-OCORRENCIA = '00'
               MOVE 'S'                  TO WK-TEM-OCORRENCIA
            END-IF
            OPEN INPUT REGISTRO-AVISOS
            IF WK-FS-AVISOLOG = '00'
               MOVE 'S'                  TO WK-TEM-AVISOLOG
            END-IF
            OPEN INPUT EMERGENCIA-MASTER
            IF WK-FS-EMERGENCIA = '00'
               MOVE 'S'                  TO WK-TEM-EMERGENCIA
            END-IF
            OPEN INPUT PARENTESCO-MASTER
            IF WK-FS-FAMILIA = '00'
               MOVE 'S'                  TO WK-TEM-PARENTESCO
            END-IF
            .

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** CONSOLE DA FAMILIA ***'
            DISPLAY 'BUSCAR RESPONSAVEL POR: 1-CODIGO  2-NOME: '
            ACCEPT WK-MODO-BUSCA

            MOVE 'N'                     TO WK-ACHOU-CONTATO
            IF WK-MODO-BUSCA = '2'
               PERFORM P210-BUSCAR-POR-NOME THRU P210-FIM
            ELSE
               DISPLAY 'CODIGO DO RESPONSAVEL: '
               ACCEPT WK-CODIGO-BUSCA
            END-IF

            IF WK-MODO-BUSCA = '2' AND WK-CODIGO-BUSCA = ZEROS
               DISPLAY 'NENHUM RESPONSAVEL SELECIONADO.'
            ELSE
               MOVE WK-CODIGO-BUSCA      TO WK-CODIGO
               READ CONTATO-MASTER
                    INVALID KEY
                       DISPLAY 'CONTATO NAO ENCONTRADO.'
                    NOT INVALID KEY
                       MOVE 'S'          TO WK-ACHOU-CONTATO
               END-READ
            END-IF

            IF WK-ACHOU-CONTATO = 'S'
               PERFORM P300-MOSTRAR-RESPONSAVEL
               PERFORM P350-MOSTRAR-PARENTES THRU P350-FIM
               PERFORM P400-LISTAR-FILHOS THRU P400-FIM
            END-IF

            DISPLAY ' '
            DISPLAY 'CONSULTAR OUTRA FAMILIA (S/N)? '
            ACCEPT WK-OPCAO-CONTINUA
            .
       P200-FIM.

      ******************************************************************
      * P210-BUSCAR-POR-NOME: a mesma busca do CONS360 - ultimo nome
      * normalizado como prefixo no NOMEIDX, o operador escolhe o
      * codigo na lista.
      ******************************************************************
       P210-BUSCAR-POR-NOME.
            MOVE ZEROS                   TO WK-CODIGO-BUSCA
            IF WK-TEM-INDICE NOT = 'S'
               DISPLAY 'INDICE DE NOMES (NOMEIDX) INDISPONIVEL.'
               GO TO P210-FIM
            END-IF
            DISPLAY 'ULTIMO NOME: '
            ACCEPT WK-NOME-BUSCA
            MOVE WK-NOME-BUSCA           TO LK-TEXTO-ENTRADA
            CALL 'NORMUTIL' USING PARAMETRES-NORM
            MOVE LK-TEXTO-NORMALIZADO(1:20) TO WK-NOME-BUSCA-NORM

            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-NOME-BUSCA-NORM      TO IX-ULTIMO-NORM
            MOVE SPACES                  TO IX-PRIMEIRO-NORM
            MOVE ZEROS                   TO IX-CODIGO
            START NOME-INDICE KEY IS NOT LESS THAN IX-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P215-LER-INDICE THRU P215-FIM
                    UNTIL WK-FIM-ARQ = 'S'

            DISPLAY 'CODIGO ESCOLHIDO (0 P/ DESISTIR): '
            ACCEPT WK-CODIGO-BUSCA
            .
       P210-FIM.

       P215-LER-INDICE.
            READ NOME-INDICE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P215-FIM
            END-READ
            IF IX-ULTIMO-NORM NOT = WK-NOME-BUSCA-NORM
               MOVE 'S'                  TO WK-FIM-ARQ
            ELSE
               DISPLAY IX-CODIGO ' ' IX-PRIMEIRO-NORM ' '
                       IX-ULTIMO-NORM
            END-IF
            .
       P215-FIM.

       P300-MOSTRAR-RESPONSAVEL.
            DISPLAY '================ RESPONSAVEL ===================='
            DISPLAY 'CODIGO......: ' WK-CODIGO '   STATUS: '
                    WK-STATUS-REG
            DISPLAY 'NOME........: ' WK-PRIMEIRO-NOME ' '
                    WK-ULTIMO-NOME
            PERFORM P310-MOSTRAR-TELEFONE
                    VARYING WK-IDX-TEL FROM 1 BY 1
                    UNTIL WK-IDX-TEL > WK-QTDE-TELEFONES
                       OR WK-IDX-TEL > 3
            DISPLAY 'EMAIL.......: ' WK-EMAIL
            IF WK-REG-ANONIMIZADO
               DISPLAY '*** REGISTRO ANONIMIZADO (LGPD) ***'
            END-IF
            .

      *     Telefone pela mascara de perfil (MSKUTIL), como no
      *     CONS360 - o LEITURA ve o prefixo coberto.
       P310-MOSTRAR-TELEFONE.
            MOVE SPACES                  TO WK-TELEFONE-FMT
            STRING '(' WK-DDD(WK-IDX-TEL) ') '
                   WK-PREFIXO(WK-IDX-TEL) '-'
                   WK-SUFIXO(WK-IDX-TEL)
                   DELIMITED BY SIZE INTO WK-TELEFONE-FMT
            END-STRING
            MOVE WS-PERFIL-LOGADO        TO LK-MSK-PERFIL
            MOVE WS-USUARIO-LOGADO       TO LK-MSK-USUARIO
            MOVE 'FAMCONS'               TO LK-MSK-PROGRAMA
            MOVE WK-CODIGO               TO LK-MSK-CODIGO
            MOVE 'TELEFONE'              TO LK-MSK-CAMPO
            MOVE WK-TELEFONE-FMT         TO LK-MSK-VALOR
            CALL 'MSKUTIL' USING PARAMETRES-MSK
            DISPLAY 'TELEFONE ' WK-IDX-TEL '..: +'
                    WK-PAIS(WK-IDX-TEL) ' ' LK-MSK-SAIDA(1:14)
            .

      ******************************************************************
      * P350-MOSTRAR-PARENTES: os parentes registrados do responsavel
      * (conjuge, pais, irmaos...) - quem mais pode atender pela
      * familia. START no prefixo do codigo no FAMMSTR.
      ******************************************************************
       P350-MOSTRAR-PARENTES.
            IF WK-TEM-PARENTESCO NOT = 'S'
               GO TO P350-FIM
            END-IF
            DISPLAY '================ PARENTES ======================='
            MOVE ZEROS                   TO WK-QTD-SECAO
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-CODIGO-BUSCA         TO FAM-CODIGO
            MOVE ZEROS                   TO FAM-CODIGO-PARENTE
            START PARENTESCO-MASTER KEY IS NOT LESS THAN FAM-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P355-LER-PARENTE THRU P355-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-QTD-SECAO = ZEROS
               DISPLAY 'NENHUM PARENTE REGISTRADO.'
            END-IF
            .
       P350-FIM.

       P355-LER-PARENTE.
            READ PARENTESCO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P355-FIM
            END-READ
            IF FAM-CODIGO NOT = WK-CODIGO-BUSCA
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P355-FIM
            END-IF
            ADD 1                        TO WK-QTD-SECAO
            MOVE SPACES                  TO WK-NOME-CONTATO
            MOVE FAM-CODIGO-PARENTE      TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    MOVE '(CONTATO NAO ENCONTRADO)' TO WK-NOME-CONTATO
                 NOT INVALID KEY
                    STRING WK-PRIMEIRO-NOME DELIMITED BY SPACE
                           ' ' WK-ULTIMO-NOME DELIMITED BY SIZE
                           INTO WK-NOME-CONTATO
                    END-STRING
            END-READ
            DISPLAY FAM-CODIGO-PARENTE ' ' WK-NOME-CONTATO ' '
                    FAM-DESCRICAO
            .
       P355-FIM.

      ******************************************************************
      * P400-LISTAR-FILHOS: o ALUNOID nao tem chave pelo responsavel -
      * varre o cadastro e mostra cada aluno com MAT-GUARDIAO igual ao
      * codigo consultado. As faturas somam no total da familia.
      ******************************************************************
       P400-LISTAR-FILHOS.
            MOVE ZEROS                   TO WK-QTD-FILHOS
                                            WK-FAMILIA-ABERTO-CTVS
                                            WK-FAMILIA-VENCIDO-CTVS
            MOVE 'N'                     TO WK-FIM-ALUNOS
            MOVE ZEROS                   TO MAT-MATRICULA
            START ALUNO-IDENTIDADE KEY IS NOT LESS THAN MAT-MATRICULA
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ALUNOS
            END-START
            PERFORM P410-LER-ALUNO THRU P410-FIM
                    UNTIL WK-FIM-ALUNOS = 'S'

            DISPLAY ' '
            IF WK-QTD-FILHOS = ZEROS
               DISPLAY 'NENHUM ALUNO LIGADO A ESTE RESPONSAVEL.'
               GO TO P400-FIM
            END-IF
            DISPLAY '================ TOTAL DA FAMILIA ==============='
            DISPLAY 'ALUNOS LIGADOS: ' WK-QTD-FILHOS
            COMPUTE WK-VALOR-REAIS = WK-FAMILIA-ABERTO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-ED
            DISPLAY 'TOTAL EM ABERTO..: R$ ' WK-VALOR-ED
            COMPUTE WK-VALOR-REAIS = WK-FAMILIA-VENCIDO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-ED
            DISPLAY 'DO QUAL VENCIDO..: R$ ' WK-VALOR-ED
            .
       P400-FIM.

       P410-LER-ALUNO.
            READ ALUNO-IDENTIDADE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ALUNOS
                    GO TO P410-FIM
            END-READ
            IF MAT-GUARDIAO NOT = WK-CODIGO-BUSCA
               GO TO P410-FIM
            END-IF
            ADD 1                        TO WK-QTD-FILHOS
            DISPLAY ' '
            DISPLAY '================ ALUNO =========================='
            DISPLAY 'MATRICULA...: ' MAT-MATRICULA '  ' MAT-NOME
            EVALUATE TRUE
               WHEN MAT-ATIVO
                  DISPLAY 'SITUACAO....: ATIVO - SERIE ' MAT-SERIE
               WHEN MAT-TRANSFERIDO
                  DISPLAY 'SITUACAO....: TRANSFERIDO EM '
                          MAT-DATA-TRANSF ' PARA ' MAT-ESCOLA-DESTINO
               WHEN OTHER
                  DISPLAY 'SITUACAO....: INATIVO - ULTIMA SERIE '
                          MAT-SERIE
            END-EVALUATE
            EVALUATE TRUE
               WHEN MAT-PROMOVIDO
                  DISPLAY 'ULTIMO ANO..: PROMOVIDO'
               WHEN MAT-PROMOVIDO-DEP
                  DISPLAY 'ULTIMO ANO..: PROMOVIDO COM DEPENDENCIA'
               WHEN MAT-RETIDO
                  DISPLAY 'ULTIMO ANO..: RETIDO'
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            IF WK-TEM-ALUNOMST = 'S'
               PERFORM P500-NOTAS-PERIODO THRU P500-FIM
            END-IF
            IF WK-TEM-FATURA = 'S'
               PERFORM P600-FATURAS THRU P600-FIM
            END-IF
            IF WK-TEM-OCORRENCIA = 'S'
               PERFORM P650-OCORRENCIAS THRU P650-FIM
            END-IF
            IF WK-TEM-AVISOLOG = 'S'
               PERFORM P700-AVISOS-FALTA THRU P700-FIM
            END-IF
            IF WK-TEM-EMERGENCIA = 'S'
               PERFORM P750-EMERGENCIA THRU P750-FIM
            END-IF
            .
       P410-FIM.

      ******************************************************************
      * P500-NOTAS-PERIODO: o periodo corrente do filho e o mais
      * recente dele no ALUNOMST (como no DECLARA). Primeiro acha o
      * periodo, depois soma a chamada do FREQLOG e lista as materias.
      ******************************************************************
       P500-NOTAS-PERIODO.
            DISPLAY '---------------- NOTAS E FREQUENCIA ------------'
            MOVE ZEROS                   TO WK-PERIODO-ATUAL
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE MAT-MATRICULA           TO AL-MATRICULA
            MOVE ZEROS                   TO AL-ANO-SEMESTRE
            MOVE LOW-VALUES              TO AL-MATERIA
            START ALUNO-MASTER KEY IS NOT LESS THAN AL-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P510-ACHAR-PERIODO THRU P510-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-PERIODO-ATUAL = ZEROS
               DISPLAY '(SEM NOTAS LANCADAS)'
               GO TO P500-FIM
            END-IF

            PERFORM P520-SOMAR-CHAMADA THRU P520-FIM
            DISPLAY 'PERIODO ' WK-PERIODO-ATUAL
            DISPLAY 'MATERIA         N1   N2   N3   N4 MEDIA STATUS'
                    '     FREQ'
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE MAT-MATRICULA           TO AL-MATRICULA
            MOVE WK-PERIODO-ATUAL        TO AL-ANO-SEMESTRE
            MOVE LOW-VALUES              TO AL-MATERIA
            START ALUNO-MASTER KEY IS NOT LESS THAN AL-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P540-MOSTRAR-MATERIA THRU P540-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P500-FIM.

       P510-ACHAR-PERIODO.
            READ ALUNO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P510-FIM
            END-READ
            IF AL-MATRICULA NOT = MAT-MATRICULA
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P510-FIM
            END-IF
            MOVE AL-ANO-SEMESTRE         TO WK-PERIODO-ATUAL
            .
       P510-FIM.

       P520-SOMAR-CHAMADA.
            MOVE ZEROS                   TO WK-QTD-MATERIAS
            OPEN INPUT FREQUENCIA
            IF WK-FS-FREQ NOT = '00'
               GO TO P520-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P525-LER-CHAMADA THRU P525-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE FREQUENCIA
            .
       P520-FIM.

       P525-LER-CHAMADA.
            READ FREQUENCIA
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P525-FIM
            END-READ
            IF FR-MATRICULA NOT = MAT-MATRICULA
               OR FR-ANO-SEMESTRE NOT = WK-PERIODO-ATUAL
               GO TO P525-FIM
            END-IF
            MOVE 'N'                     TO WK-ACHOU-MAT
            PERFORM P530-PROCURAR-MATERIA
                    VARYING WK-IDX-MAT FROM 1 BY 1
                    UNTIL WK-IDX-MAT > WK-QTD-MATERIAS
                       OR WK-ACHOU-MAT = 'S'
            IF WK-ACHOU-MAT = 'S'
               SUBTRACT 1                FROM WK-IDX-MAT
            ELSE
               IF WK-QTD-MATERIAS >= 30
                  GO TO P525-FIM
               END-IF
               ADD 1                     TO WK-QTD-MATERIAS
               MOVE WK-QTD-MATERIAS      TO WK-IDX-MAT
               MOVE FR-MATERIA           TO WK-CHM-MATERIA(WK-IDX-MAT)
               MOVE ZEROS                TO WK-CHM-AULAS(WK-IDX-MAT)
                                            WK-CHM-PRESENCAS(WK-IDX-MAT)
            END-IF
            ADD 1                        TO WK-CHM-AULAS(WK-IDX-MAT)
            IF FR-PRESENTE
               ADD 1                     TO WK-CHM-PRESENCAS(WK-IDX-MAT)
            END-IF
            .
       P525-FIM.

       P530-PROCURAR-MATERIA.
            IF WK-CHM-MATERIA(WK-IDX-MAT) = FR-MATERIA
               MOVE 'S'                  TO WK-ACHOU-MAT
            END-IF
            .

       P535-CONFERIR-MATERIA.
            IF WK-CHM-MATERIA(WK-IDX-MAT) = AL-MATERIA
               MOVE 'S'                  TO WK-ACHOU-MAT
            END-IF
            .

       P540-MOSTRAR-MATERIA.
            READ ALUNO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P540-FIM
            END-READ
            IF AL-MATRICULA NOT = MAT-MATRICULA
               OR AL-ANO-SEMESTRE NOT = WK-PERIODO-ATUAL
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P540-FIM
            END-IF
            MOVE AL-QTDE-AULAS           TO WK-AULAS
            MOVE AL-QTDE-PRESENCAS       TO WK-PRESENCAS
            MOVE 'N'                     TO WK-ACHOU-MAT
            PERFORM P535-CONFERIR-MATERIA
                    VARYING WK-IDX-MAT FROM 1 BY 1
                    UNTIL WK-IDX-MAT > WK-QTD-MATERIAS
                       OR WK-ACHOU-MAT = 'S'
            IF WK-ACHOU-MAT = 'S'
               SUBTRACT 1                FROM WK-IDX-MAT
               MOVE WK-CHM-AULAS(WK-IDX-MAT)     TO WK-AULAS
               MOVE WK-CHM-PRESENCAS(WK-IDX-MAT) TO WK-PRESENCAS
            END-IF
            MOVE AL-MEDIA                TO WK-MEDIA-ED
            IF WK-AULAS = ZEROS
               DISPLAY AL-MATERIA ' ' AL-NOTA-1 ' ' AL-NOTA-2 ' '
                       AL-NOTA-3 ' ' AL-NOTA-4 ' ' WK-MEDIA-ED ' '
                       AL-STATUS '  S/CHAMADA'
            ELSE
               COMPUTE WK-PERCENTUAL ROUNDED =
                       WK-PRESENCAS * 100 / WK-AULAS
               MOVE WK-PERCENTUAL        TO WK-PERC-ED
               DISPLAY AL-MATERIA ' ' AL-NOTA-1 ' ' AL-NOTA-2 ' '
                       AL-NOTA-3 ' ' AL-NOTA-4 ' ' WK-MEDIA-ED ' '
                       AL-STATUS ' ' WK-PERC-ED '% (' WK-PRESENCAS
                       '/' WK-AULAS ')'
            END-IF
            .
       P540-FIM.

      ******************************************************************
      * P600-FATURAS: faturas em aberto do filho, saldo como no
      * FATCNTT (valor + multa + juros - pago); vencida e a aberta com
      * vencimento anterior a hoje.
      ******************************************************************
       P600-FATURAS.
            DISPLAY '---------------- FATURAS EM ABERTO -------------'
            MOVE ZEROS                   TO WK-QTD-SECAO
                                            WK-TOTAL-ABERTO-CTVS
                                            WK-TOTAL-VENCIDO-CTVS
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE MAT-MATRICULA           TO FAT-MATRICULA
            MOVE ZEROS                   TO FAT-COMPETENCIA
            START FATURA-MASTER KEY IS NOT LESS THAN FAT-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P610-LER-FATURA THRU P610-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-QTD-SECAO = ZEROS
               DISPLAY '(NENHUMA FATURA EM ABERTO)'
               GO TO P600-FIM
            END-IF
            COMPUTE WK-VALOR-REAIS = WK-TOTAL-ABERTO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-ED
            DISPLAY 'TOTAL DEVIDO.....: R$ ' WK-VALOR-ED
            COMPUTE WK-VALOR-REAIS = WK-TOTAL-VENCIDO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-ED
            DISPLAY 'DO QUAL VENCIDO..: R$ ' WK-VALOR-ED
            ADD WK-TOTAL-ABERTO-CTVS     TO WK-FAMILIA-ABERTO-CTVS
            ADD WK-TOTAL-VENCIDO-CTVS    TO WK-FAMILIA-VENCIDO-CTVS
            .
       P600-FIM.

       P610-LER-FATURA.
            READ FATURA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P610-FIM
            END-READ
            IF FAT-MATRICULA NOT = MAT-MATRICULA
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P610-FIM
            END-IF
            IF NOT FAT-ABERTA
               GO TO P610-FIM
            END-IF
            COMPUTE WK-SALDO-CTVS = FAT-VALOR-CTVS + FAT-MULTA-CTVS
                                  + FAT-JUROS-CTVS
                                  - FAT-VALOR-PAGO-CTVS
            IF WK-SALDO-CTVS NOT > ZEROS
               GO TO P610-FIM
            END-IF
            ADD 1                        TO WK-QTD-SECAO
            ADD WK-SALDO-CTVS            TO WK-TOTAL-ABERTO-CTVS
            MOVE SPACES                  TO WK-MARCA-VENCIDA
            IF FAT-VENCIMENTO < WK-DATA-HOJE
               MOVE 'VENCIDA'            TO WK-MARCA-VENCIDA
               ADD WK-SALDO-CTVS         TO WK-TOTAL-VENCIDO-CTVS
            END-IF
            COMPUTE WK-VALOR-REAIS = WK-SALDO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-ED
            DISPLAY 'COMPETENCIA ' FAT-COMPETENCIA ' VENC '
                    FAT-VENCIMENTO ' SALDO R$ ' WK-VALOR-ED ' '
                    WK-MARCA-VENCIDA
            .
       P610-FIM.

       P650-OCORRENCIAS.
            DISPLAY '---------------- OCORRENCIAS (12 MESES) --------'
            MOVE ZEROS                   TO WK-QTD-SECAO
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE MAT-MATRICULA           TO OCO-MATRICULA
            MOVE ZEROS                   TO OCO-SEQ
            START OCORRENCIA-MASTER KEY IS NOT LESS THAN OCO-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P660-LER-OCORRENCIA THRU P660-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            DISPLAY '(' WK-QTD-SECAO ' OCORRENCIA(S))'
            .
       P650-FIM.

       P660-LER-OCORRENCIA.
            READ OCORRENCIA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P660-FIM
            END-READ
            IF OCO-MATRICULA NOT = MAT-MATRICULA
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P660-FIM
            END-IF
            IF OCO-DATA < WK-DATA-RECENTE
               GO TO P660-FIM
            END-IF
            ADD 1                        TO WK-QTD-SECAO
            DISPLAY OCO-DATA ' SEV ' OCO-SEVERIDADE ' '
                    OCO-CATEGORIA ' ' OCO-DESCRICAO
            .
       P660-FIM.

       P700-AVISOS-FALTA.
            DISPLAY '---------------- AVISOS DE FALTA ENVIADOS ------'
            MOVE ZEROS                   TO WK-QTD-SECAO
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE MAT-MATRICULA           TO AVL-MATRICULA
            MOVE ZEROS                   TO AVL-ANO-SEMESTRE
            MOVE LOW-VALUES              TO AVL-MATERIA
            START REGISTRO-AVISOS KEY IS NOT LESS THAN AVL-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P710-LER-AVISO THRU P710-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            DISPLAY '(' WK-QTD-SECAO ' MATERIA(S) COM AVISO)'
            .
       P700-FIM.

       P710-LER-AVISO.
            READ REGISTRO-AVISOS NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P710-FIM
            END-READ
            IF AVL-MATRICULA NOT = MAT-MATRICULA
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P710-FIM
            END-IF
            ADD 1                        TO WK-QTD-SECAO
            DISPLAY AVL-ANO-SEMESTRE ' ' AVL-MATERIA ' '
                    AVL-QTD-AVISOS ' CARTA(S), ULTIMA EM '
                    AVL-DATA-ULTIMO
            .
       P710-FIM.

      ******************************************************************
      * P750-EMERGENCIA: a ficha do EMGCNTT - contato, parentesco,
      * telefone do cadastro (mascarado por perfil) e busca
      * autorizada. O alerta medico so aparece ao perfil TOTAL.
      ******************************************************************
       P750-EMERGENCIA.
            DISPLAY '---------------- EMERGENCIA E BUSCA ------------'
            MOVE ZEROS                   TO WK-QTD-SECAO
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE MAT-MATRICULA           TO EMG-MATRICULA
            MOVE ZEROS                   TO EMG-ORDEM
            START EMERGENCIA-MASTER KEY IS NOT LESS THAN EMG-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P760-LER-EMERGENCIA THRU P760-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-QTD-SECAO = ZEROS
               DISPLAY '(SEM CONTATOS DE EMERGENCIA)'
            END-IF
            .
       P750-FIM.

       P760-LER-EMERGENCIA.
            READ EMERGENCIA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P760-FIM
            END-READ
            IF EMG-MATRICULA NOT = MAT-MATRICULA
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P760-FIM
            END-IF
            ADD 1                        TO WK-QTD-SECAO
            MOVE SPACES                  TO WK-NOME-CONTATO
            MOVE SPACES                  TO LK-MSK-SAIDA
            MOVE EMG-CODIGO-CONTATO      TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    MOVE '(CONTATO NAO ENCONTRADO)' TO WK-NOME-CONTATO
                 NOT INVALID KEY
                    STRING WK-PRIMEIRO-NOME DELIMITED BY SPACE
                           ' ' WK-ULTIMO-NOME DELIMITED BY SIZE
                           INTO WK-NOME-CONTATO
                    END-STRING
                    MOVE 1               TO WK-IDX-TEL
                    MOVE SPACES          TO WK-TELEFONE-FMT
                    STRING '(' WK-DDD(1) ') ' WK-PREFIXO(1) '-'
                           WK-SUFIXO(1)
                           DELIMITED BY SIZE INTO WK-TELEFONE-FMT
                    END-STRING
                    MOVE WS-PERFIL-LOGADO TO LK-MSK-PERFIL
                    MOVE WS-USUARIO-LOGADO TO LK-MSK-USUARIO
                    MOVE 'FAMCONS'       TO LK-MSK-PROGRAMA
                    MOVE WK-CODIGO       TO LK-MSK-CODIGO
                    MOVE 'TELEFONE'      TO LK-MSK-CAMPO
                    MOVE WK-TELEFONE-FMT TO LK-MSK-VALOR
                    CALL 'MSKUTIL' USING PARAMETRES-MSK
            END-READ
            IF EMG-AUTORIZADO
               DISPLAY EMG-ORDEM ' ' WK-NOME-CONTATO ' '
                       EMG-PARENTESCO ' ' LK-MSK-SAIDA(1:14)
                       ' PODE BUSCAR'
            ELSE
               DISPLAY EMG-ORDEM ' ' WK-NOME-CONTATO ' '
                       EMG-PARENTESCO ' ' LK-MSK-SAIDA(1:14)
                       ' NAO BUSCA'
            END-IF
            IF EMG-ORDEM = 1 AND EMG-ALERTA-MEDICO NOT = SPACES
               IF WS-PERFIL-LEITURA
                  DISPLAY 'ALERTA MEDICO: (RESERVADO - PERFIL TOTAL)'
               ELSE
                  DISPLAY 'ALERTA MEDICO: ' EMG-ALERTA-MEDICO
               END-IF
            END-IF
            .
       P760-FIM.

       P900-FINALIZAR.
            CLOSE CONTATO-MASTER
            IF WK-FS-ALUNOID = '00'
               CLOSE ALUNO-IDENTIDADE
            END-IF
            IF WK-TEM-INDICE = 'S'
               CLOSE NOME-INDICE
            END-IF
            IF WK-TEM-ALUNOMST = 'S'
               CLOSE ALUNO-MASTER
            END-IF
            IF WK-TEM-FATURA = 'S'
               CLOSE FATURA-MASTER
            END-IF
            IF WK-TEM-OCORRENCIA = 'S'
               CLOSE OCORRENCIA-MASTER
            END-IF
            IF WK-TEM-AVISOLOG = 'S'
               CLOSE REGISTRO-AVISOS
            END-IF
            IF WK-TEM-EMERGENCIA = 'S'
               CLOSE EMERGENCIA-MASTER
            END-IF
            IF WK-TEM-PARENTESCO = 'S'
               CLOSE PARENTESCO-MASTER
            END-IF
            MOVE ' *** CONSOLE DA FAMILIA CONCLUIDO ***   ' TO
                                         WS-MENSSAGEM
            .
       END PROGRAM FAMCONS.
