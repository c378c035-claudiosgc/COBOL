      *          O HISTORICO COMPLETO POR MATERIA DO ALUNOMST EM
      *          TODOS OS PERIODOS, TOTAIS DE FREQUENCIA E AS NOTAS
      *          DE RECUPERACAO. A EMISSAO E AUDITADA.
      * Modification History:
      *   15/10/2026 CS  Documento lista as dependencias em aberto
      *                  (DEPMSTR) do aluno.
      *   15/10/2026 CS  Segunda via do documento para aluno ja
      *                  transferido; se o ARQALU ja levou as notas
      *                  para o arquivo de ex-alunos (ALUNARCH), o
      *                  historico sai de la. Emissao auditada como
      *                  TRANSF-2VI.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY 'SELALUNO'.
           COPY 'SELCONT'.
           COPY 'SELAUDIT'.
           COPY 'SELDEP'.
           COPY 'SELALA'.
           SELECT DOCUMENTO-TRANSF
               ASSIGN TO "TRANSDOC"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY 'FDALUNO'.
           COPY 'FDCONT'.
           COPY 'FDAUDIT'.
           COPY 'FDDEP'.
           COPY 'FDALA'.
       FD  DOCUMENTO-TRANSF
           LABEL RECORD IS STANDARD.
       01  DOC-REC                      PIC X(100).
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
       77  WK-FS-DOCUMENTO              PIC X(02) VALUE SPACES.
       77  WK-FS-DEPENDENCIA            PIC X(02) VALUE SPACES.
       77  WK-FIM-DEP                   PIC X(01) VALUE 'N'.
       77  WK-FS-ALUARQ                 PIC X(02) VALUE SPACES.
       77  WK-FIM-ARQUIVO               PIC X(01) VALUE 'N'.
       77  WK-SEGUNDA-VIA               PIC X(01) VALUE 'N'.
       77  WK-QTD-DEP-ABERTAS           PIC 9(02) VALUE ZEROS.
       77  WK-MATRICULA-INF             PIC 9(06) VALUE ZEROS.
       77  WK-CONFIRMA                  PIC X(01) VALUE 'N'.
       77  WK-FIM-NOTAS                 PIC X(01) VALUE 'N'.
               DISPLAY 'ALUNO JA FOI TRANSFERIDO EM '
                       MAT-DATA-TRANSF ' PARA '
                       MAT-ESCOLA-DESTINO '.'
               DISPLAY 'EMITIR SEGUNDA VIA DO DOCUMENTO (S/N)? '
               ACCEPT WK-CONFIRMA
               IF WK-CONFIRMA = 'S' OR WK-CONFIRMA = 's'
                  MOVE 'S'               TO WK-SEGUNDA-VIA
                  PERFORM P300-EMITIR-DOCUMENTO THRU P300-FIM
                  PERFORM P800-AUDITAR-EMISSAO
                  DISPLAY 'SEGUNDA VIA EM TRANSDOC.'
                  MOVE ' *** SEGUNDA VIA DE TRANSFERENCIA ***   ' TO
                                         WS-MENSSAGEM
               END-IF
               CLOSE ALUNO-IDENTIDADE
               GOBACK
            END-IF
            MOVE '*** DOCUMENTO OFICIAL DE TRANSFERENCIA ***'
                                         TO DOC-REC
            WRITE DOC-REC
            IF WK-SEGUNDA-VIA = 'S'
               MOVE SPACES               TO DOC-REC
               STRING '*** SEGUNDA VIA - EMITIDA EM '
                      FUNCTION CURRENT-DATE(1:8) ' ***'
                      DELIMITED BY SIZE INTO DOC-REC
               END-STRING
               WRITE DOC-REC
            END-IF
            MOVE SPACES                  TO DOC-REC
            STRING 'ALUNO: ' MAT-NOME '  MATRICULA: '
                   MAT-MATRICULA '  SERIE: ' MAT-SERIE
            END-START
            PERFORM P310-LER-MATERIA THRU P310-FIM
                    UNTIL WK-FIM-NOTAS = 'S'
            IF WK-QTD-MATERIAS = ZEROS
               PERFORM P320-LER-ARQUIVO THRU P320-FIM
            END-IF
            CLOSE ALUNO-MASTER
            .
       P300-ENCERRA.
                   DELIMITED BY SIZE INTO DOC-REC
            END-STRING
            WRITE DOC-REC
            PERFORM P400-LISTAR-DEPENDENCIAS THRU P400-FIM
            MOVE 'EMITIDO PELA SECRETARIA - ASSINATURA: __________'
                                         TO DOC-REC
            WRITE DOC-REC
                    IF AL-MATRICULA NOT = WK-MATRICULA-INF
                       MOVE 'S'          TO WK-FIM-NOTAS
                    ELSE
                       PERFORM P340-IMPRIMIR-MATERIA
                    END-IF
            END-READ
            .
       P310-FIM.

      ******************************************************************
      * P320-LER-ARQUIVO: ex-aluno cujas notas o ARQALU ja tirou do
      * ALUNOMST - o historico sai das imagens de nota ('N') do
      * ALUNARCH, no mesmo formato.
      ******************************************************************
       P320-LER-ARQUIVO.
            OPEN INPUT ALUNO-ARQUIVO
            IF WK-FS-ALUARQ NOT = '00'
               GO TO P320-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQUIVO
            PERFORM P330-LER-IMAGEM THRU P330-FIM
                    UNTIL WK-FIM-ARQUIVO = 'S'
            CLOSE ALUNO-ARQUIVO
            IF WK-QTD-MATERIAS > ZEROS
               MOVE '(NOTAS DO ARQUIVO DE EX-ALUNOS - ALUNARCH)'
                                         TO DOC-REC
               WRITE DOC-REC
            END-IF
            .
       P320-FIM.

       P330-LER-IMAGEM.
            READ ALUNO-ARQUIVO
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQUIVO
                    GO TO P330-FIM
            END-READ
            IF ALA-NOTA AND ALA-MATRICULA = WK-MATRICULA-INF
               MOVE ALA-IMAGEM           TO CADASTRO-ALUNO
               PERFORM P340-IMPRIMIR-MATERIA
            END-IF
            .
       P330-FIM.

       P340-IMPRIMIR-MATERIA.
            ADD 1                        TO WK-QTD-MATERIAS
            IF AL-QTDE-AULAS = ZEROS
               MOVE 100                  TO WK-PERCENTUAL
            ELSE
               COMPUTE WK-PERCENTUAL ROUNDED =
                       (AL-QTDE-PRESENCAS / AL-QTDE-AULAS) * 100
            END-IF
            MOVE SPACES                  TO DOC-REC
            STRING AL-ANO-SEMESTRE '   ' AL-MATERIA ' '
                   AL-MEDIA '  ' AL-NOTA-RECUP '  '
                   WK-PERCENTUAL '% ' AL-STATUS
                   DELIMITED BY SIZE INTO DOC-REC
            END-STRING
            WRITE DOC-REC
            .

      ******************************************************************
      * P400-LISTAR-DEPENDENCIAS: a escola receptora precisa saber
      * que materia de serie anterior o aluno ainda deve.
      ******************************************************************
       P400-LISTAR-DEPENDENCIAS.
            OPEN INPUT DEPENDENCIA-MASTER
            IF WK-FS-DEPENDENCIA NOT = '00'
               GO TO P400-FIM
            END-IF
            MOVE ZEROS                   TO WK-QTD-DEP-ABERTAS
            MOVE 'N'                     TO WK-FIM-DEP
            MOVE WK-MATRICULA-INF        TO DEP-MATRICULA
            MOVE LOW-VALUES              TO DEP-MATERIA
            MOVE ZEROS                   TO DEP-PERIODO-ORIGEM
            START DEPENDENCIA-MASTER KEY IS NOT LESS THAN DEP-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-DEP
            END-START
            PERFORM P410-LER-DEPENDENCIA THRU P410-FIM
                    UNTIL WK-FIM-DEP = 'S'
            CLOSE DEPENDENCIA-MASTER
            IF WK-QTD-DEP-ABERTAS = ZEROS
               MOVE 'DEPENDENCIAS EM ABERTO: NENHUMA' TO DOC-REC
               WRITE DOC-REC
            END-IF
            .
       P400-FIM.

       P410-LER-DEPENDENCIA.
            READ DEPENDENCIA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-DEP
                    GO TO P410-FIM
            END-READ
            IF DEP-MATRICULA NOT = WK-MATRICULA-INF
               MOVE 'S'                  TO WK-FIM-DEP
               GO TO P410-FIM
            END-IF
            IF DEP-ABERTA
               ADD 1                     TO WK-QTD-DEP-ABERTAS
               MOVE SPACES               TO DOC-REC
               STRING 'DEPENDENCIA EM ABERTO: ' DEP-MATERIA
                      '  ORIGEM ' DEP-PERIODO-ORIGEM
                      '  SERIE ' DEP-SERIE-ORIGEM
                      DELIMITED BY SIZE INTO DOC-REC
               END-STRING
               WRITE DOC-REC
            END-IF
            .
       P410-FIM.

       P800-AUDITAR-EMISSAO.
            OPEN EXTEND AUDITORIA
            IF WK-FS-AUDITORIA = '35'
            END-IF

            MOVE FUNCTION CURRENT-DATE   TO AUD-DATA-HORA
            MOVE ZEROS                   TO AUD-CODIGO
            MOVE WS-USUARIO-LOGADO       TO AUD-USUARIO
            MOVE SPACES                  TO AUD-MENSAGEM
            IF WK-SEGUNDA-VIA = 'S'
               MOVE 'TRANSF-2VI'         TO AUD-OPERACAO
               STRING 'MATRICULA ' WK-MATRICULA-INF
                      ' - SEGUNDA VIA DO DOC EMITIDA'
                      DELIMITED BY SIZE INTO AUD-MENSAGEM
               END-STRING
            ELSE
               MOVE 'TRANSF-ALU'         TO AUD-OPERACAO
               STRING 'MATRICULA ' WK-MATRICULA-INF
                      ' TRANSFERIDA - DOC EMITIDO'
                      DELIMITED BY SIZE INTO AUD-MENSAGEM
               END-STRING
            END-IF

            MOVE ZEROS                  TO AUD-ELO
            MOVE AUDIT-REC(1:90)        TO LK-SELO-CONTEUDO
