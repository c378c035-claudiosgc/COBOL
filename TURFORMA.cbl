      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: FORMACAO DE TURMAS DO ANO LETIVO. A GRADE (HORMSTR)
      *          JA FALA EM TURMA, MAS NENHUM ARQUIVO DIZIA QUEM ESTA
      *          EM QUAL TURMA - DIARIO, RANKING E FICHA DE
      *          EMERGENCIA SO SAIAM POR MATERIA OU POR SERIE. ESTE
      *          LOTE PEGA, PARA O ANO INFORMADO, OS ALUNOS ATIVOS
      *          CONFIRMADOS (SEM CICLO DE REMATRICULA NO ANO, OU COM
      *          A REMATRICULA CONFIRMADA NO REMMSTR) E DIVIDE CADA
      *          SERIE EM TURMAS DE ATE TURMA-CAPACIDADE ALUNOS
      *          (CFGMSTR, PADRAO 40), SEMPRE NA TURMA MENOS CHEIA
      *          PARA EQUILIBRAR A QUANTIDADE. IRMAOS (MESMO
      *          RESPONSAVEL) FICAM JUNTOS OU SEPARADOS QUANDO A
      *          FAMILIA PEDIU (IRMPREF). QUEM JA TEM TURMA NO ANO
      *          (FORMACAO ANTERIOR OU TROCA MANUAL NO TURMANT) FICA
      *          ONDE ESTA E CONTA NA LOTACAO - RODAR DE NOVO SO
      *          ENCAIXA OS QUE CHEGARAM DEPOIS. RELATORIO EM
      *          TURFOREL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURFORMA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELALID'.
           COPY 'SELREM'.
           COPY 'SELTUR'.
           COPY 'SELIRM'.
           SELECT RELATORIO-FORMACAO
               ASSIGN TO "TURFOREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDALID'.
           COPY 'FDREM'.
           COPY 'FDTUR'.
           COPY 'FDIRM'.
       FD  RELATORIO-FORMACAO
           LABEL RECORD IS STANDARD.
       01  FORM-REC                     PIC X(100).
       WORKING-STORAGE SECTION.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-REMATRICULA            PIC X(02) VALUE SPACES.
       77  WK-FS-TURMA                  PIC X(02) VALUE SPACES.
       77  WK-FS-IRMAOS                 PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-TEM-REMATRICULA           PIC X(01) VALUE 'N'.
       77  WK-TEM-IRMAOS                PIC X(01) VALUE 'N'.
       77  WK-FIM-ALUNOS                PIC X(01) VALUE 'N'.
       77  WK-FIM-TURMAS                PIC X(01) VALUE 'N'.
       77  WK-ANO-INF                   PIC 9(04) VALUE ZEROS.
       77  WK-CAPACIDADE                PIC 9(03) VALUE 40.
       77  WK-SERIE-ATUAL               PIC 9(02) VALUE ZEROS.
       77  WK-QTD-SERIE                 PIC 9(04) VALUE ZEROS.
       77  WK-QTD-NECESSARIAS           PIC 9(02) VALUE ZEROS.
       77  WK-LETRA                     PIC 9(02) VALUE ZEROS.
       77  WK-NOME-TURMA                PIC X(10) VALUE SPACES.
       77  WK-TURMA-ALVO                PIC 9(02) VALUE ZEROS.
       77  WK-MENOR-QTD                 PIC 9(04) VALUE ZEROS.
       77  WK-TEM-IRMAO-NA-TURMA        PIC X(01) VALUE 'N'.
       77  WK-IDX-ALU                   PIC 9(04) VALUE ZEROS.
       77  WK-IDX-VARRE                 PIC 9(04) VALUE ZEROS.
       77  WK-IDX-TUR                   PIC 9(02) VALUE ZEROS.
       77  WK-QTD-CONFIRMADOS           PIC 9(05) VALUE ZEROS.
       77  WK-QTD-JA-TINHAM             PIC 9(05) VALUE ZEROS.
       77  WK-QTD-ALOCADOS              PIC 9(05) VALUE ZEROS.
       77  WK-QTD-EXCEDENTES            PIC 9(05) VALUE ZEROS.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       01  WK-LETRAS                    PIC X(26)
                              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *****************************************************************
      * WK-TABELA-ALUNOS: os confirmados do ano, em ordem de
      * matricula (leitura sequencial do ALUNOID). WK-AL-TURMA em
      * branco = ainda sem turma; WK-AL-NOVO = alocado nesta rodada.
      *****************************************************************
       01  WK-TABELA-ALUNOS.
           05 WK-QTD-ALUNOS             PIC 9(04) VALUE ZEROS.
           05 WK-AL                     OCCURS 1 TO 3000 TIMES
                                        DEPENDING ON WK-QTD-ALUNOS
                                        ASCENDING KEY WK-AL-MATRICULA
                                        INDEXED BY WK-IX-AL.
               10 WK-AL-MATRICULA       PIC 9(06).
               10 WK-AL-NOME            PIC X(20).
               10 WK-AL-SERIE           PIC 9(02).
               10 WK-AL-GUARDIAO        PIC 9(06).
               10 WK-AL-PREFERENCIA     PIC X(01).
               10 WK-AL-TURMA           PIC X(10).
               10 WK-AL-NOVO            PIC X(01).
      *****************************************************************
      * WK-TABELA-TURMAS: as turmas da serie em processamento, com a
      * lotacao corrente.
      *****************************************************************
       01  WK-TABELA-TURMAS.
           05 WK-QTD-TURMAS             PIC 9(02) VALUE ZEROS.
           05 WK-TU                     OCCURS 26 TIMES.
               10 WK-TU-NOME            PIC X(10).
               10 WK-TU-QTD             PIC 9(04).
           COPY 'PARMCFG'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'TURFORMA'              TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY '*** FORMACAO DE TURMAS ***'
            DISPLAY 'ANO LETIVO (AAAA): '
            ACCEPT WK-ANO-INF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE

            MOVE 'TURMA-CAPACIDADE'      TO LK-CFG-CHAVE
            MOVE 40                      TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-CAPACIDADE
            IF WK-CAPACIDADE = ZEROS
               MOVE 40                   TO WK-CAPACIDADE
            END-IF
            DISPLAY 'CAPACIDADE POR TURMA: ' WK-CAPACIDADE

            PERFORM P100-ABRIR-ARQUIVOS THRU P100-FIM
            PERFORM P200-CARREGAR-ALUNO THRU P200-FIM
                    UNTIL WK-FIM-ALUNOS = 'S'
            PERFORM P300-CARREGAR-TURMAS THRU P300-FIM

            MOVE SPACES                  TO FORM-REC
            STRING 'FORMACAO DE TURMAS - ANO ' WK-ANO-INF
                   ' - CAPACIDADE ' WK-CAPACIDADE
                   DELIMITED BY SIZE INTO FORM-REC
            END-STRING
            WRITE FORM-REC

            PERFORM P400-FORMAR-SERIE THRU P400-FIM
                    VARYING WK-SERIE-ATUAL FROM 1 BY 1
                    UNTIL WK-SERIE-ATUAL > 12

            PERFORM P900-FINALIZAR
            STOP RUN
            .

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT ALUNO-IDENTIDADE
            IF WK-FS-ALUNOID = '35'
               DISPLAY 'NAO HA CADASTRO DE ALUNOS (ALUNOID).'
               STOP RUN
            END-IF
            OPEN INPUT REMATRICULA-MASTER
            IF WK-FS-REMATRICULA = '00'
               MOVE 'S'                  TO WK-TEM-REMATRICULA
            END-IF
            OPEN INPUT IRMAOS-PREFERENCIA
            IF WK-FS-IRMAOS = '00'
               MOVE 'S'                  TO WK-TEM-IRMAOS
            END-IF
            OPEN I-O TURMA-MASTER
            IF WK-FS-TURMA = '35'
               OPEN OUTPUT TURMA-MASTER
               CLOSE TURMA-MASTER
               OPEN I-O TURMA-MASTER
            END-IF
            OPEN OUTPUT RELATORIO-FORMACAO
            .
       P100-FIM.

      ******************************************************************
      * P200-CARREGAR-ALUNO: ativo e, havendo ciclo de rematricula
      * do ano para o aluno, com a rematricula confirmada - a mesma
      * regra do FATGERA e do INSCALU.
      ******************************************************************
       P200-CARREGAR-ALUNO.
            READ ALUNO-IDENTIDADE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ALUNOS
                    GO TO P200-FIM
            END-READ
            IF NOT MAT-ATIVO
               OR MAT-SERIE < 1 OR MAT-SERIE > 12
               GO TO P200-FIM
            END-IF
            IF WK-TEM-REMATRICULA = 'S'
               MOVE WK-ANO-INF           TO REM-ANO
               MOVE MAT-MATRICULA        TO REM-MATRICULA
               READ REMATRICULA-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF NOT REM-CONFIRMADA
                          GO TO P200-FIM
                       END-IF
               END-READ
            END-IF
            IF WK-QTD-ALUNOS NOT < 3000
               ADD 1                     TO WK-QTD-EXCEDENTES
               GO TO P200-FIM
            END-IF
            ADD 1                        TO WK-QTD-ALUNOS
            ADD 1                        TO WK-QTD-CONFIRMADOS
            MOVE MAT-MATRICULA       TO WK-AL-MATRICULA(WK-QTD-ALUNOS)
            MOVE MAT-NOME            TO WK-AL-NOME(WK-QTD-ALUNOS)
            MOVE MAT-SERIE           TO WK-AL-SERIE(WK-QTD-ALUNOS)
            MOVE MAT-GUARDIAO        TO WK-AL-GUARDIAO(WK-QTD-ALUNOS)
            MOVE SPACE           TO WK-AL-PREFERENCIA(WK-QTD-ALUNOS)
            MOVE SPACES              TO WK-AL-TURMA(WK-QTD-ALUNOS)
            MOVE 'N'                 TO WK-AL-NOVO(WK-QTD-ALUNOS)
            IF WK-TEM-IRMAOS = 'S' AND MAT-GUARDIAO NOT = ZEROS
               MOVE MAT-GUARDIAO         TO IRM-GUARDIAO
               READ IRMAOS-PREFERENCIA
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE IRM-PREFERENCIA TO
                            WK-AL-PREFERENCIA(WK-QTD-ALUNOS)
               END-READ
            END-IF
            .
       P200-FIM.

      ******************************************************************
      * P300-CARREGAR-TURMAS: quem ja tem turma no ano fica nela.
      ******************************************************************
       P300-CARREGAR-TURMAS.
            MOVE 'N'                     TO WK-FIM-TURMAS
            MOVE WK-ANO-INF              TO TUR-ANO
            MOVE LOW-VALUES              TO TUR-TURMA
            MOVE ZEROS                   TO TUR-MATRICULA
            START TURMA-MASTER KEY IS NOT LESS THAN TUR-CHAVE
                INVALID KEY
                   GO TO P300-FIM
            END-START
            PERFORM P310-LER-TURMA THRU P310-FIM
                    UNTIL WK-FIM-TURMAS = 'S'
            .
       P300-FIM.

       P310-LER-TURMA.
            READ TURMA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-TURMAS
                    GO TO P310-FIM
            END-READ
            IF TUR-ANO NOT = WK-ANO-INF
               MOVE 'S'                  TO WK-FIM-TURMAS
               GO TO P310-FIM
            END-IF
            IF WK-QTD-ALUNOS = ZEROS
               GO TO P310-FIM
            END-IF
            SEARCH ALL WK-AL
                AT END
                   CONTINUE
                WHEN WK-AL-MATRICULA(WK-IX-AL) = TUR-MATRICULA
                   MOVE TUR-TURMA        TO WK-AL-TURMA(WK-IX-AL)
                   ADD 1                 TO WK-QTD-JA-TINHAM
            END-SEARCH
            .
       P310-FIM.

      ******************************************************************
      * P400-FORMAR-SERIE: monta a lista de turmas da serie (as que ja
      * existem + SERIE+LETRA ate cobrir a capacidade), encaixa
      * primeiro os irmaos que pediram ficar juntos e depois os
      * demais, sempre na turma menos cheia.
      ******************************************************************
       P400-FORMAR-SERIE.
            MOVE ZEROS                   TO WK-QTD-SERIE
                                            WK-QTD-TURMAS
            PERFORM P410-CONTAR-SERIE
                    VARYING WK-IDX-ALU FROM 1 BY 1
                    UNTIL WK-IDX-ALU > WK-QTD-ALUNOS
            IF WK-QTD-SERIE = ZEROS
               GO TO P400-FIM
            END-IF
            COMPUTE WK-QTD-NECESSARIAS =
                    (WK-QTD-SERIE + WK-CAPACIDADE - 1) / WK-CAPACIDADE
            MOVE ZEROS                   TO WK-LETRA
            PERFORM P420-CRIAR-TURMA THRU P420-FIM
                    UNTIL WK-QTD-TURMAS NOT < WK-QTD-NECESSARIAS
                       OR WK-QTD-TURMAS NOT < 26
                       OR WK-LETRA NOT < 26

            PERFORM P440-ALOCAR-JUNTOS THRU P440-FIM
                    VARYING WK-IDX-ALU FROM 1 BY 1
                    UNTIL WK-IDX-ALU > WK-QTD-ALUNOS
            PERFORM P450-ALOCAR-DEMAIS THRU P450-FIM
                    VARYING WK-IDX-ALU FROM 1 BY 1
                    UNTIL WK-IDX-ALU > WK-QTD-ALUNOS

            MOVE SPACES                  TO FORM-REC
            WRITE FORM-REC
            MOVE SPACES                  TO FORM-REC
            STRING '== SERIE ' WK-SERIE-ATUAL ' - ' WK-QTD-SERIE
                   ' ALUNO(S) EM ' WK-QTD-TURMAS ' TURMA(S)'
                   DELIMITED BY SIZE INTO FORM-REC
            END-STRING
            WRITE FORM-REC
            PERFORM P480-LISTAR-TURMA
                    VARYING WK-IDX-TUR FROM 1 BY 1
                    UNTIL WK-IDX-TUR > WK-QTD-TURMAS
            PERFORM P490-LISTAR-NOVO
                    VARYING WK-IDX-ALU FROM 1 BY 1
                    UNTIL WK-IDX-ALU > WK-QTD-ALUNOS
            .
       P400-FIM.

       P410-CONTAR-SERIE.
            IF WK-AL-SERIE(WK-IDX-ALU) = WK-SERIE-ATUAL
               ADD 1                     TO WK-QTD-SERIE
               IF WK-AL-TURMA(WK-IDX-ALU) NOT = SPACES
                  MOVE WK-AL-TURMA(WK-IDX-ALU) TO WK-NOME-TURMA
                  PERFORM P430-ACHAR-TURMA
                  IF WK-TURMA-ALVO = ZEROS AND WK-QTD-TURMAS < 26
                     ADD 1               TO WK-QTD-TURMAS
                     MOVE WK-NOME-TURMA  TO WK-TU-NOME(WK-QTD-TURMAS)
                     MOVE ZEROS          TO WK-TU-QTD(WK-QTD-TURMAS)
                     MOVE WK-QTD-TURMAS  TO WK-TURMA-ALVO
                  END-IF
                  IF WK-TURMA-ALVO > ZEROS
                     ADD 1               TO WK-TU-QTD(WK-TURMA-ALVO)
                  END-IF
               END-IF
            END-IF
            .

       P420-CRIAR-TURMA.
            ADD 1                        TO WK-LETRA
            MOVE SPACES                  TO WK-NOME-TURMA
            STRING WK-SERIE-ATUAL WK-LETRAS(WK-LETRA:1)
                   DELIMITED BY SIZE INTO WK-NOME-TURMA
            END-STRING
            PERFORM P430-ACHAR-TURMA
            IF WK-TURMA-ALVO > ZEROS
               GO TO P420-FIM
            END-IF
            ADD 1                        TO WK-QTD-TURMAS
            MOVE WK-NOME-TURMA           TO WK-TU-NOME(WK-QTD-TURMAS)
            MOVE ZEROS                   TO WK-TU-QTD(WK-QTD-TURMAS)
            .
       P420-FIM.

       P430-ACHAR-TURMA.
            MOVE ZEROS                   TO WK-TURMA-ALVO
            PERFORM P435-COMPARAR-TURMA
                    VARYING WK-IDX-TUR FROM 1 BY 1
                    UNTIL WK-IDX-TUR > WK-QTD-TURMAS
                       OR WK-TURMA-ALVO > ZEROS
            .

       P435-COMPARAR-TURMA.
            IF WK-TU-NOME(WK-IDX-TUR) = WK-NOME-TURMA
               MOVE WK-IDX-TUR           TO WK-TURMA-ALVO
            END-IF
            .

      ******************************************************************
      * P440-ALOCAR-JUNTOS: irmao de familia 'J' vai para a turma de
      * um irmao da serie ja alocado; o primeiro da familia vai para
      * a turma menos cheia.
      ******************************************************************
       P440-ALOCAR-JUNTOS.
            IF WK-AL-SERIE(WK-IDX-ALU) NOT = WK-SERIE-ATUAL
               OR WK-AL-TURMA(WK-IDX-ALU) NOT = SPACES
               OR WK-AL-PREFERENCIA(WK-IDX-ALU) NOT = 'J'
               GO TO P440-FIM
            END-IF
            MOVE ZEROS                   TO WK-TURMA-ALVO
            PERFORM P445-ACHAR-IRMAO
                    VARYING WK-IDX-VARRE FROM 1 BY 1
                    UNTIL WK-IDX-VARRE > WK-QTD-ALUNOS
                       OR WK-TURMA-ALVO > ZEROS
            IF WK-TURMA-ALVO = ZEROS
               PERFORM P460-MENOS-CHEIA
            END-IF
            PERFORM P470-ALOCAR
            .
       P440-FIM.

       P445-ACHAR-IRMAO.
            IF WK-IDX-VARRE NOT = WK-IDX-ALU
               AND WK-AL-SERIE(WK-IDX-VARRE) = WK-SERIE-ATUAL
               AND WK-AL-GUARDIAO(WK-IDX-VARRE) =
                   WK-AL-GUARDIAO(WK-IDX-ALU)
               AND WK-AL-TURMA(WK-IDX-VARRE) NOT = SPACES
               MOVE WK-AL-TURMA(WK-IDX-VARRE) TO WK-NOME-TURMA
               PERFORM P430-ACHAR-TURMA
            END-IF
            .

      ******************************************************************
      * P450-ALOCAR-DEMAIS: turma menos cheia; familia 'S' pula as
      * turmas onde ja ha irmao (se todas tiverem, fica na menos
      * cheia mesmo).
      ******************************************************************
       P450-ALOCAR-DEMAIS.
            IF WK-AL-SERIE(WK-IDX-ALU) NOT = WK-SERIE-ATUAL
               OR WK-AL-TURMA(WK-IDX-ALU) NOT = SPACES
               GO TO P450-FIM
            END-IF
            MOVE ZEROS                   TO WK-TURMA-ALVO
            IF WK-AL-PREFERENCIA(WK-IDX-ALU) = 'S'
               PERFORM P465-MENOS-CHEIA-SEM-IRMAO
            END-IF
            IF WK-TURMA-ALVO = ZEROS
               PERFORM P460-MENOS-CHEIA
            END-IF
            PERFORM P470-ALOCAR
            .
       P450-FIM.

       P460-MENOS-CHEIA.
            MOVE 1                       TO WK-TURMA-ALVO
            MOVE WK-TU-QTD(1)            TO WK-MENOR-QTD
            PERFORM P462-COMPARAR-LOTACAO
                    VARYING WK-IDX-TUR FROM 2 BY 1
                    UNTIL WK-IDX-TUR > WK-QTD-TURMAS
            .

       P462-COMPARAR-LOTACAO.
            IF WK-TU-QTD(WK-IDX-TUR) < WK-MENOR-QTD
               MOVE WK-IDX-TUR           TO WK-TURMA-ALVO
               MOVE WK-TU-QTD(WK-IDX-TUR) TO WK-MENOR-QTD
            END-IF
            .

       P465-MENOS-CHEIA-SEM-IRMAO.
            MOVE 9999                    TO WK-MENOR-QTD
            PERFORM P466-AVALIAR-TURMA THRU P466-FIM
                    VARYING WK-IDX-TUR FROM 1 BY 1
                    UNTIL WK-IDX-TUR > WK-QTD-TURMAS
            .

       P466-AVALIAR-TURMA.
            IF WK-TU-QTD(WK-IDX-TUR) NOT < WK-MENOR-QTD
               GO TO P466-FIM
            END-IF
            MOVE 'N'                     TO WK-TEM-IRMAO-NA-TURMA
            PERFORM P467-IRMAO-NA-TURMA
                    VARYING WK-IDX-VARRE FROM 1 BY 1
                    UNTIL WK-IDX-VARRE > WK-QTD-ALUNOS
                       OR WK-TEM-IRMAO-NA-TURMA = 'S'
            IF WK-TEM-IRMAO-NA-TURMA = 'N'
               MOVE WK-IDX-TUR           TO WK-TURMA-ALVO
               MOVE WK-TU-QTD(WK-IDX-TUR) TO WK-MENOR-QTD
            END-IF
            .
       P466-FIM.

       P467-IRMAO-NA-TURMA.
            IF WK-IDX-VARRE NOT = WK-IDX-ALU
               AND WK-AL-GUARDIAO(WK-IDX-VARRE) =
                   WK-AL-GUARDIAO(WK-IDX-ALU)
               AND WK-AL-TURMA(WK-IDX-VARRE) = WK-TU-NOME(WK-IDX-TUR)
               MOVE 'S'                  TO WK-TEM-IRMAO-NA-TURMA
            END-IF
            .

       P470-ALOCAR.
            MOVE WK-TU-NOME(WK-TURMA-ALVO) TO WK-AL-TURMA(WK-IDX-ALU)
            MOVE 'S'                     TO WK-AL-NOVO(WK-IDX-ALU)
            ADD 1                        TO WK-TU-QTD(WK-TURMA-ALVO)
            MOVE WK-ANO-INF              TO TUR-ANO
            MOVE WK-AL-TURMA(WK-IDX-ALU) TO TUR-TURMA
            MOVE WK-AL-MATRICULA(WK-IDX-ALU) TO TUR-MATRICULA
            MOVE WK-SERIE-ATUAL          TO TUR-SERIE
            SET TUR-FORMACAO             TO TRUE
            MOVE 'TURFORMA'              TO TUR-USUARIO
            MOVE WK-DATA-HOJE            TO TUR-DATA
            WRITE REG-TURMA
            IF WK-FS-TURMA = '00'
               ADD 1                     TO WK-QTD-ALOCADOS
            ELSE
               DISPLAY 'ERRO AO GRAVAR TURMA ' TUR-TURMA ' MATRICULA '
                       TUR-MATRICULA ' - FS: ' WK-FS-TURMA
            END-IF
            .

       P480-LISTAR-TURMA.
            MOVE SPACES                  TO FORM-REC
            STRING '   TURMA ' WK-TU-NOME(WK-IDX-TUR) ' - '
                   WK-TU-QTD(WK-IDX-TUR) ' ALUNO(S)'
                   DELIMITED BY SIZE INTO FORM-REC
            END-STRING
            IF WK-TU-QTD(WK-IDX-TUR) > WK-CAPACIDADE
               MOVE '*ACIMA DA CAPACIDADE*' TO FORM-REC(50:21)
            END-IF
            WRITE FORM-REC
            .

       P490-LISTAR-NOVO.
            IF WK-AL-SERIE(WK-IDX-ALU) = WK-SERIE-ATUAL
               AND WK-AL-NOVO(WK-IDX-ALU) = 'S'
               MOVE SPACES               TO FORM-REC
               STRING '      ' WK-AL-MATRICULA(WK-IDX-ALU) ' '
                      WK-AL-NOME(WK-IDX-ALU) ' -> '
                      WK-AL-TURMA(WK-IDX-ALU) ' '
                      WK-AL-PREFERENCIA(WK-IDX-ALU)
                      DELIMITED BY SIZE INTO FORM-REC
               END-STRING
               WRITE FORM-REC
            END-IF
            .

       P900-FINALIZAR.
            MOVE SPACES                  TO FORM-REC
            WRITE FORM-REC
            MOVE SPACES                  TO FORM-REC
            STRING 'CONFIRMADOS: ' WK-QTD-CONFIRMADOS
                   '  JA TINHAM TURMA: ' WK-QTD-JA-TINHAM
                   '  ALOCADOS AGORA: ' WK-QTD-ALOCADOS
                   DELIMITED BY SIZE INTO FORM-REC
            END-STRING
            WRITE FORM-REC
            IF WK-QTD-EXCEDENTES > ZEROS
               MOVE SPACES               TO FORM-REC
               STRING 'ALUNOS ACIMA DO LIMITE DA TABELA (NAO '
                      'ALOCADOS): ' WK-QTD-EXCEDENTES
                      DELIMITED BY SIZE INTO FORM-REC
               END-STRING
               WRITE FORM-REC
            END-IF
            CLOSE ALUNO-IDENTIDADE TURMA-MASTER RELATORIO-FORMACAO
            IF WK-TEM-REMATRICULA = 'S'
               CLOSE REMATRICULA-MASTER
            END-IF
            IF WK-TEM-IRMAOS = 'S'
               CLOSE IRMAOS-PREFERENCIA
            END-IF
            DISPLAY 'CONFIRMADOS......: ' WK-QTD-CONFIRMADOS
            DISPLAY 'JA TINHAM TURMA..: ' WK-QTD-JA-TINHAM
            DISPLAY 'ALOCADOS AGORA...: ' WK-QTD-ALOCADOS
            DISPLAY 'RELATORIO EM TURFOREL.'

            MOVE 'TURFORMA'              TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-CONFIRMADOS      TO LK-RUN-QTD-LIDOS
            MOVE WK-QTD-ALOCADOS         TO LK-RUN-QTD-APLICADOS
            MOVE WK-QTD-EXCEDENTES       TO LK-RUN-QTD-REJEITADOS
            MOVE ZEROS                   TO LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM TURFORMA.
