      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: BALCAO DE DECLARACOES DA SECRETARIA. TODO DIA UM
      *          RESPONSAVEL PEDE DECLARACAO DE MATRICULA, DE
      *          FREQUENCIA (PROGRAMA DE BOLSA) OU DA SERIE CORRENTE,
      *          E A SECRETARIA DIGITAVA CADA UMA NUM EDITOR DE TEXTO,
      *          SEM NUMERO DE CONTROLE. AQUI O OPERADOR ESCOLHE O
      *          TIPO E A MATRICULA; O TEXTO SAI DO TEMPLATE DECLTPL
      *          VIA MERGELIN (BLOCOS @SE TIPO=M/F/S@) COM OS DADOS
      *          DO ALUNOID, DO ALUNOMST E DO FREQLOG, E VAI PARA
      *          DECLIMPR. CADA EMISSAO GANHA NUMERO SEQUENCIAL E
      *          CODIGO DE VERIFICACAO (HASHUTIL) E FICA NO DCLMSTR
      *          COM OPERADOR E DATA. A CONFERENCIA DIZ SE UM NUMERO
      *          E CODIGO APRESENTADOS SAO AUTENTICOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELDCL'.
           COPY 'SELALID'.
           COPY 'SELALUNO'.
           COPY 'SELFREQ'.
           COPY 'SELAUDIT'.
           SELECT DECLARACAO-TEMPLATE
               ASSIGN TO "DECLTPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-TEMPLATE.
           SELECT DECLARACOES-IMPRESSAS
               ASSIGN TO "DECLIMPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-IMPRESSAS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDDCL'.
           COPY 'FDALID'.
           COPY 'FDALUNO'.
           COPY 'FDFREQ'.
           COPY 'FDAUDIT'.
       FD  DECLARACAO-TEMPLATE
           LABEL RECORD IS STANDARD.
       01  DTPL-LINHA                   PIC X(80).
       FD  DECLARACOES-IMPRESSAS
           LABEL RECORD IS STANDARD.
       01  DECLARACAO-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       77  WK-FS-DECLARACAO             PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNO                  PIC X(02) VALUE SPACES.
       77  WK-FS-FREQ                   PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-TEMPLATE               PIC X(02) VALUE SPACES.
       77  WK-FS-IMPRESSAS              PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
           COPY 'PARMHASH'.
           COPY 'PARMERGE'.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-TEMPLATE              PIC X(01) VALUE 'N'.
       77  WK-PULANDO-BLOCO             PIC X(01) VALUE 'N'.
       77  WK-TIPO-INF                  PIC X(01) VALUE SPACES.
           88 WK-TIPO-MATRICULA         VALUE 'M' 'm'.
           88 WK-TIPO-FREQUENCIA        VALUE 'F' 'f'.
           88 WK-TIPO-SERIE             VALUE 'S' 's'.
       77  WK-MATRICULA-INF             PIC 9(06) VALUE ZEROS.
       77  WK-ANO-INF                   PIC 9(05) VALUE ZEROS.
       77  WK-NUMERO-INF                PIC 9(07) VALUE ZEROS.
       77  WK-CODIGO-INF                PIC X(08) VALUE SPACES.
       77  WK-PROX-NUMERO               PIC 9(07) VALUE ZEROS.
       77  WK-IDX-LINHA                 PIC 9(02) VALUE ZEROS.
       77  WK-QTD-MATERIAS              PIC 9(03) VALUE ZEROS.
       77  WK-QTD-AULAS                 PIC 9(05) VALUE ZEROS.
       77  WK-QTD-PRESENCAS             PIC 9(05) VALUE ZEROS.
       77  WK-PERCENTUAL                PIC 9(03)V9 VALUE ZEROS.
       77  WK-PERCENTUAL-ED             PIC ZZ9,9 VALUE ZEROS.
       77  WK-QTD-ED                    PIC ZZZZ9 VALUE ZEROS.
       77  WK-RESULTADO                 PIC X(30) VALUE SPACES.
       77  WK-RESUMO                    PIC X(30) VALUE SPACES.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-HORA-AGORA                PIC 9(06) VALUE ZEROS.
       77  WK-OPERACAO-AUDIT            PIC X(10) VALUE SPACES.
       77  WK-MENSAGEM-AUDIT            PIC X(40) VALUE SPACES.
       01  WK-TEXTO-VERIF.
           05 WK-VERIF-NUMERO           PIC 9(07).
           05 WK-VERIF-MATRICULA        PIC 9(06).
           05 WK-VERIF-TIPO             PIC X(01).
           05 WK-VERIF-HORA             PIC 9(06).
       01  WK-TABELA-TEMPLATE.
           05 WK-QTDE-LINHAS-TPL        PIC 9(02) VALUE ZEROS.
           05 WK-TEMPLATE-LINHAS        PIC X(80) VALUE SPACES
                                         OCCURS 40 TIMES.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            PERFORM P100-ABRIR-ARQUIVOS THRU P100-FIM
            PERFORM P200-PROCESSA THRU P200-FIM
                    UNTIL WK-SUBOPCAO = 'S' OR WK-SUBOPCAO = 's'
            CLOSE DECLARACAO-LOG ALUNO-IDENTIDADE ALUNO-MASTER
            MOVE ' *** DECLARACOES ***                    ' TO
                                         WS-MENSSAGEM
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
            OPEN I-O DECLARACAO-LOG
            IF WK-FS-DECLARACAO = '35'
               OPEN OUTPUT DECLARACAO-LOG
               CLOSE DECLARACAO-LOG
               OPEN I-O DECLARACAO-LOG
            END-IF
            OPEN INPUT ALUNO-IDENTIDADE
            IF WK-FS-ALUNOID = '35'
               OPEN OUTPUT ALUNO-IDENTIDADE
               CLOSE ALUNO-IDENTIDADE
               OPEN INPUT ALUNO-IDENTIDADE
            END-IF
            OPEN INPUT ALUNO-MASTER
            IF WK-FS-ALUNO = '35'
               OPEN OUTPUT ALUNO-MASTER
               CLOSE ALUNO-MASTER
               OPEN INPUT ALUNO-MASTER
            END-IF

            MOVE ZEROS                   TO WK-QTDE-LINHAS-TPL
            OPEN INPUT DECLARACAO-TEMPLATE
            IF WK-FS-TEMPLATE NOT = '00'
               DISPLAY 'TEMPLATE DECLTPL NAO ENCONTRADO - SO A '
                       'CONFERENCIA FICA DISPONIVEL.'
               GO TO P100-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-TEMPLATE
            PERFORM P150-CARREGAR-TEMPLATE THRU P150-FIM
                    UNTIL WK-FIM-TEMPLATE = 'S'
            CLOSE DECLARACAO-TEMPLATE
            .
       P100-FIM.

       P150-CARREGAR-TEMPLATE.
            READ DECLARACAO-TEMPLATE
                 AT END
                    MOVE 'S'             TO WK-FIM-TEMPLATE
                    GO TO P150-FIM
            END-READ
            IF WK-QTDE-LINHAS-TPL < 40
               ADD 1                     TO WK-QTDE-LINHAS-TPL
               MOVE DTPL-LINHA           TO
                    WK-TEMPLATE-LINHAS(WK-QTDE-LINHAS-TPL)
            END-IF
            .
       P150-FIM.

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** BALCAO DE DECLARACOES ***'
            DISPLAY '1 - EMITIR DECLARACAO'
            DISPLAY '2 - CONFERIR DECLARACAO APRESENTADA'
            DISPLAY '3 - LISTAR EMISSOES DE UMA MATRICULA'
            DISPLAY 'S - SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WK-SUBOPCAO

            EVALUATE WK-SUBOPCAO
               WHEN '1'
                  PERFORM P300-EMITIR THRU P300-FIM
               WHEN '2'
                  PERFORM P600-CONFERIR THRU P600-FIM
               WHEN '3'
                  PERFORM P700-LISTAR THRU P700-FIM
               WHEN 'S'
               WHEN 's'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P200-FIM.

      ******************************************************************
      * P300-EMITIR: o tipo decide de onde vem o conteudo - matricula
      * e serie so para aluno ativo; frequencia pede o periodo e nao
      * sai sem aula registrada (declaracao de bolsa com 0 de 0 nao
      * serve a ninguem).
      ******************************************************************
       P300-EMITIR.
            IF WK-QTDE-LINHAS-TPL = ZEROS
               DISPLAY 'SEM TEMPLATE DECLTPL - EMISSAO INDISPONIVEL.'
               GO TO P300-FIM
            END-IF
            DISPLAY 'TIPO (M=MATRICULA F=FREQUENCIA S=SERIE): '
            ACCEPT WK-TIPO-INF
            IF NOT WK-TIPO-MATRICULA AND NOT WK-TIPO-FREQUENCIA
               AND NOT WK-TIPO-SERIE
               DISPLAY 'TIPO INVALIDO.'
               GO TO P300-FIM
            END-IF
            DISPLAY 'MATRICULA: '
            ACCEPT WK-MATRICULA-INF
            MOVE WK-MATRICULA-INF        TO MAT-MATRICULA
            READ ALUNO-IDENTIDADE
                 INVALID KEY
                    DISPLAY 'MATRICULA NAO CADASTRADA.'
                    GO TO P300-FIM
            END-READ
            IF NOT MAT-ATIVO AND NOT WK-TIPO-FREQUENCIA
               DISPLAY 'ALUNO NAO ESTA ATIVO (SITUACAO '
                       MAT-STATUS ') - DECLARACAO RECUSADA.'
               GO TO P300-FIM
            END-IF

            MOVE SPACES                  TO WK-RESUMO
                                            WK-RESULTADO
            MOVE ZEROS                   TO WK-ANO-INF
                                            WK-QTD-AULAS
                                            WK-QTD-PRESENCAS
                                            WK-PERCENTUAL-ED
            EVALUATE TRUE
               WHEN WK-TIPO-MATRICULA
                  PERFORM P310-PERIODO-CORRENTE THRU P310-FIM
                  IF WK-ANO-INF = ZEROS
                     DISPLAY 'ALUNO SEM MATERIA NO ALUNOMST.'
                     GO TO P300-FIM
                  END-IF
                  MOVE WK-QTD-MATERIAS   TO WK-QTD-ED
                  STRING 'MATRICULADO ' WK-ANO-INF ' '
                         WK-QTD-ED ' MATERIA(S)'
                         DELIMITED BY SIZE INTO WK-RESUMO
                  END-STRING
               WHEN WK-TIPO-FREQUENCIA
                  DISPLAY 'PERIODO (AAAAS): '
                  ACCEPT WK-ANO-INF
                  PERFORM P320-APURAR-FREQUENCIA THRU P320-FIM
                  IF WK-QTD-AULAS = ZEROS
                     DISPLAY 'SEM AULA REGISTRADA NO PERIODO.'
                     GO TO P300-FIM
                  END-IF
                  COMPUTE WK-PERCENTUAL ROUNDED =
                          WK-QTD-PRESENCAS * 100 / WK-QTD-AULAS
                  MOVE WK-PERCENTUAL     TO WK-PERCENTUAL-ED
                  STRING 'FREQUENCIA ' WK-ANO-INF ' '
                         WK-PERCENTUAL-ED '%'
                         DELIMITED BY SIZE INTO WK-RESUMO
                  END-STRING
               WHEN WK-TIPO-SERIE
                  PERFORM P310-PERIODO-CORRENTE THRU P310-FIM
                  EVALUATE TRUE
                     WHEN MAT-PROMOVIDO
                        MOVE 'PROMOVIDO'  TO WK-RESULTADO
                     WHEN MAT-RETIDO
                        MOVE 'RETIDO'     TO WK-RESULTADO
                     WHEN MAT-PROMOVIDO-DEP
                        MOVE 'PROMOVIDO COM DEPENDENCIA'
                                          TO WK-RESULTADO
                     WHEN OTHER
                        MOVE SPACES       TO WK-RESULTADO
                  END-EVALUATE
                  STRING 'CURSANDO A SERIE ' MAT-SERIE
                         DELIMITED BY SIZE INTO WK-RESUMO
                  END-STRING
            END-EVALUATE

            PERFORM P400-NUMERAR THRU P400-FIM
            IF WK-FS-DECLARACAO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR DECLARACAO - FS: '
                       WK-FS-DECLARACAO
               GO TO P300-FIM
            END-IF
            PERFORM P500-IMPRIMIR

            DISPLAY 'DECLARACAO ' DCL-NUMERO ' EMITIDA - CODIGO DE '
                    'VERIFICACAO ' DCL-CODIGO-VERIF
            DISPLAY 'IMPRESSA EM DECLIMPR.'
            MOVE 'DECLAR-EMI'            TO WK-OPERACAO-AUDIT
            MOVE SPACES                  TO WK-MENSAGEM-AUDIT
            STRING 'NR ' DCL-NUMERO ' TIPO ' DCL-TIPO ' MAT '
                   DCL-MATRICULA
                   DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
            END-STRING
            PERFORM P900-GRAVA-AUDITORIA
            .
       P300-FIM.

      ******************************************************************
      * P310-PERIODO-CORRENTE: o periodo mais recente do aluno no
      * ALUNOMST (a chave comeca pela matricula) e quantas materias
      * ele tem nesse periodo.
      ******************************************************************
       P310-PERIODO-CORRENTE.
            MOVE ZEROS                   TO WK-ANO-INF
                                            WK-QTD-MATERIAS
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-MATRICULA-INF        TO AL-MATRICULA
            MOVE ZEROS                   TO AL-ANO-SEMESTRE
            MOVE LOW-VALUES              TO AL-MATERIA
            START ALUNO-MASTER KEY IS NOT LESS THAN AL-CHAVE
                INVALID KEY
                   GO TO P310-FIM
            END-START
            PERFORM P315-LER-MATERIA THRU P315-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P310-FIM.

       P315-LER-MATERIA.
            READ ALUNO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P315-FIM
            END-READ
            IF AL-MATRICULA NOT = WK-MATRICULA-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P315-FIM
            END-IF
            IF AL-ANO-SEMESTRE > WK-ANO-INF
               MOVE AL-ANO-SEMESTRE      TO WK-ANO-INF
               MOVE ZEROS                TO WK-QTD-MATERIAS
            END-IF
            ADD 1                        TO WK-QTD-MATERIAS
            .
       P315-FIM.

      ******************************************************************
      * P320-APURAR-FREQUENCIA: a chamada linha a linha do FREQLOG e a
      * fonte preferida; turma lancada em lote so tem os totais do
      * ALUNOMST (AL-QTDE-AULAS/PRESENCAS), como no FECHALU.
      ******************************************************************
       P320-APURAR-FREQUENCIA.
            MOVE ZEROS                   TO WK-QTD-AULAS
                                            WK-QTD-PRESENCAS
            OPEN INPUT FREQUENCIA
            IF WK-FS-FREQ = '00'
               MOVE 'N'                  TO WK-FIM-ARQ
               PERFORM P325-LER-CHAMADA THRU P325-FIM
                       UNTIL WK-FIM-ARQ = 'S'
               CLOSE FREQUENCIA
            END-IF
            IF WK-QTD-AULAS > ZEROS
               GO TO P320-FIM
            END-IF

            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-MATRICULA-INF        TO AL-MATRICULA
            MOVE WK-ANO-INF              TO AL-ANO-SEMESTRE
            MOVE LOW-VALUES              TO AL-MATERIA
            START ALUNO-MASTER KEY IS NOT LESS THAN AL-CHAVE
                INVALID KEY
                   GO TO P320-FIM
            END-START
            PERFORM P330-LER-TOTAIS THRU P330-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P320-FIM.

       P325-LER-CHAMADA.
            READ FREQUENCIA
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P325-FIM
            END-READ
            IF FR-MATRICULA = WK-MATRICULA-INF
               AND FR-ANO-SEMESTRE = WK-ANO-INF
               ADD 1                     TO WK-QTD-AULAS
               IF FR-PRESENTE
                  ADD 1                  TO WK-QTD-PRESENCAS
               END-IF
            END-IF
            .
       P325-FIM.

       P330-LER-TOTAIS.
            READ ALUNO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P330-FIM
            END-READ
            IF AL-MATRICULA NOT = WK-MATRICULA-INF
               OR AL-ANO-SEMESTRE NOT = WK-ANO-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P330-FIM
            END-IF
            ADD AL-QTDE-AULAS            TO WK-QTD-AULAS
            ADD AL-QTDE-PRESENCAS        TO WK-QTD-PRESENCAS
            .
       P330-FIM.

      ******************************************************************
      * P400-NUMERAR: proximo numero = ultimo do DCLMSTR + 1 (como o
      * numero de acordo do FATACORD); o codigo de verificacao e o
      * resumo HASHUTIL de numero + matricula + tipo + hora - quem
      * so tem o numero nao adivinha o codigo.
      ******************************************************************
       P400-NUMERAR.
            MOVE ZEROS                   TO WK-PROX-NUMERO
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE ZEROS                   TO DCL-NUMERO
            START DECLARACAO-LOG KEY IS NOT LESS THAN DCL-NUMERO
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P410-LER-NUMERO THRU P410-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            ADD 1                        TO WK-PROX-NUMERO

            MOVE FUNCTION CURRENT-DATE(9:6) TO WK-HORA-AGORA
            MOVE WK-PROX-NUMERO          TO WK-VERIF-NUMERO
            MOVE WK-MATRICULA-INF        TO WK-VERIF-MATRICULA
            MOVE FUNCTION UPPER-CASE(WK-TIPO-INF) TO WK-VERIF-TIPO
            MOVE WK-HORA-AGORA           TO WK-VERIF-HORA
            MOVE WK-TEXTO-VERIF          TO LK-HASH-TEXTO
            CALL 'HASHUTIL' USING PARAMETRES-HASH

            MOVE WK-PROX-NUMERO          TO DCL-NUMERO
            MOVE LK-HASH-VALOR(5:8)      TO DCL-CODIGO-VERIF
            MOVE WK-VERIF-TIPO           TO DCL-TIPO
            MOVE WK-MATRICULA-INF        TO DCL-MATRICULA
            MOVE MAT-NOME                TO DCL-NOME
            MOVE WK-ANO-INF              TO DCL-ANO-SEMESTRE
            MOVE WK-RESUMO               TO DCL-RESUMO
            MOVE WS-USUARIO-LOGADO       TO DCL-USUARIO
            MOVE WK-DATA-HOJE            TO DCL-DATA-EMISSAO
            MOVE WK-HORA-AGORA           TO DCL-HORA-EMISSAO
            WRITE REG-DECLARACAO
            .
       P400-FIM.

       P410-LER-NUMERO.
            READ DECLARACAO-LOG NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    MOVE DCL-NUMERO      TO WK-PROX-NUMERO
            END-READ
            .
       P410-FIM.

      *    Os numeros impressos saem do REG-DECLARACAO recem-gravado -
      *    o papel mostra exatamente o que a conferencia vai achar.
       P500-IMPRIMIR.
            MOVE 12                      TO LK-QTDE-CAMPOS
            MOVE 'TIPO'                  TO LK-NOME-CAMPO(1)
            MOVE DCL-TIPO                TO LK-VALOR-CAMPO(1)
            MOVE 'NUMERO'                TO LK-NOME-CAMPO(2)
            MOVE DCL-NUMERO              TO LK-VALOR-CAMPO(2)
            MOVE 'CODIGO'                TO LK-NOME-CAMPO(3)
            MOVE DCL-CODIGO-VERIF        TO LK-VALOR-CAMPO(3)
            MOVE 'NOME'                  TO LK-NOME-CAMPO(4)
            MOVE DCL-NOME                TO LK-VALOR-CAMPO(4)
            MOVE 'MATRICULA'             TO LK-NOME-CAMPO(5)
            MOVE DCL-MATRICULA           TO LK-VALOR-CAMPO(5)
            MOVE 'SERIE'                 TO LK-NOME-CAMPO(6)
            MOVE MAT-SERIE               TO LK-VALOR-CAMPO(6)
            MOVE 'PERIODO'               TO LK-NOME-CAMPO(7)
            MOVE DCL-ANO-SEMESTRE        TO LK-VALOR-CAMPO(7)
            MOVE 'AULAS'                 TO LK-NOME-CAMPO(8)
            MOVE WK-QTD-AULAS            TO WK-QTD-ED
            MOVE WK-QTD-ED               TO LK-VALOR-CAMPO(8)
            MOVE 'PRESENCAS'             TO LK-NOME-CAMPO(9)
            MOVE WK-QTD-PRESENCAS        TO WK-QTD-ED
            MOVE WK-QTD-ED               TO LK-VALOR-CAMPO(9)
            MOVE 'PERCENTUAL'            TO LK-NOME-CAMPO(10)
            MOVE WK-PERCENTUAL-ED        TO LK-VALOR-CAMPO(10)
            MOVE 'RESULTADO'             TO LK-NOME-CAMPO(11)
            MOVE WK-RESULTADO            TO LK-VALOR-CAMPO(11)
            MOVE 'DATA'                  TO LK-NOME-CAMPO(12)
            MOVE DCL-DATA-EMISSAO        TO LK-VALOR-CAMPO(12)

            OPEN EXTEND DECLARACOES-IMPRESSAS
            IF WK-FS-IMPRESSAS = '35'
               OPEN OUTPUT DECLARACOES-IMPRESSAS
            END-IF
            MOVE 'N'                     TO WK-PULANDO-BLOCO
            PERFORM P510-MESCLAR-LINHA THRU P510-FIM
                    VARYING WK-IDX-LINHA FROM 1 BY 1
                    UNTIL WK-IDX-LINHA > WK-QTDE-LINHAS-TPL
            MOVE SPACES                  TO DECLARACAO-REC
            WRITE DECLARACAO-REC AFTER ADVANCING PAGE
            CLOSE DECLARACOES-IMPRESSAS
            .

       P510-MESCLAR-LINHA.
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
                     MOVE LK-LINHA-MESCLADA TO DECLARACAO-REC
                     WRITE DECLARACAO-REC
                  END-IF
            END-EVALUATE
            .
       P510-FIM.

      ******************************************************************
      * P600-CONFERIR: numero e codigo tem de bater com o DCLMSTR. Toda
      * conferencia vai para a trilha - tentativa com codigo errado e
      * exatamente o que se quer poder rastrear depois.
      ******************************************************************
       P600-CONFERIR.
            DISPLAY 'NUMERO DA DECLARACAO: '
            ACCEPT WK-NUMERO-INF
            DISPLAY 'CODIGO DE VERIFICACAO: '
            ACCEPT WK-CODIGO-INF
            MOVE WK-NUMERO-INF           TO DCL-NUMERO
            MOVE SPACES                  TO WK-MENSAGEM-AUDIT
            READ DECLARACAO-LOG
                 INVALID KEY
                    DISPLAY '*** NUMERO INEXISTENTE - DOCUMENTO NAO '
                            'FOI EMITIDO PELA ESCOLA ***'
                    STRING 'NR ' WK-NUMERO-INF ' INEXISTENTE'
                           DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
                    END-STRING
                    GO TO P600-SAIDA
            END-READ
            IF DCL-CODIGO-VERIF NOT = WK-CODIGO-INF
               DISPLAY '*** CODIGO NAO CONFERE - DOCUMENTO NAO E '
                       'AUTENTICO ***'
               STRING 'NR ' WK-NUMERO-INF ' CODIGO NAO CONFERE'
                      DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
               END-STRING
               GO TO P600-SAIDA
            END-IF
            DISPLAY '*** DECLARACAO AUTENTICA ***'
            DISPLAY 'EMITIDA EM ' DCL-DATA-EMISSAO ' POR ' DCL-USUARIO
            DISPLAY 'ALUNO: ' DCL-MATRICULA ' ' DCL-NOME
            DISPLAY 'TIPO ' DCL-TIPO ' - ' DCL-RESUMO
            STRING 'NR ' WK-NUMERO-INF ' AUTENTICA'
                   DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
            END-STRING
            .
       P600-SAIDA.
            MOVE 'DECLAR-VER'            TO WK-OPERACAO-AUDIT
            PERFORM P900-GRAVA-AUDITORIA
            .
       P600-FIM.

       P700-LISTAR.
            DISPLAY 'MATRICULA: '
            ACCEPT WK-MATRICULA-INF
            MOVE ZEROS                   TO DCL-NUMERO
            MOVE 'N'                     TO WK-FIM-ARQ
            START DECLARACAO-LOG KEY IS NOT LESS THAN DCL-NUMERO
                INVALID KEY
                   DISPLAY 'NENHUMA DECLARACAO EMITIDA.'
                   GO TO P700-FIM
            END-START
            DISPLAY 'NUMERO  T EMISSAO  OPERADOR DECLARADO'
            PERFORM P710-LISTAR-UMA THRU P710-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P700-FIM.

       P710-LISTAR-UMA.
            READ DECLARACAO-LOG NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P710-FIM
            END-READ
            IF DCL-MATRICULA = WK-MATRICULA-INF
               DISPLAY DCL-NUMERO ' ' DCL-TIPO ' ' DCL-DATA-EMISSAO
                       ' ' DCL-USUARIO ' ' DCL-RESUMO
            END-IF
            .
       P710-FIM.

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
       END PROGRAM DECLARA.
