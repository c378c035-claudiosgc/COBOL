      *          PROMOVE SOZINHO O PRIMEIRO DA ESPERA. O PROCTURM
      *          PASSOU A RECUSAR LINHA DE QUEM NAO ESTA MATRICULADO
      *          NA OFERTA.
      * Modification History:
      *   15/10/2026 CS  Aluno no ciclo de rematricula do ano
      *                  (REMMSTR) so se inscreve com a rematricula
      *                  CONFIRMADA.
      *   15/10/2026 CS  Avisa quando a materia esta fora da matriz
      *                  curricular da serie do aluno (CURMSTR).
      *   15/10/2026 CS  Oferta de dependencia (OFE-DEPENDENCIA-DE):
      *                  so aceita aluno com a dependencia aberta, e
      *                  aluno com dependencia aberta (DEPMSTR) so se
      *                  inscreve nas regulares do ano depois de
      *                  inscrito na oferta de dependencia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY 'SELOFE'.
           COPY 'SELINS'.
           COPY 'SELALID'.
           COPY 'SELREM'.
           COPY 'SELCUR'.
           COPY 'SELDEP'.
           SELECT ARQ-INSCRICOES
               ASSIGN TO "INSCLOTE"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY 'FDOFE'.
           COPY 'FDINS'.
           COPY 'FDALID'.
           COPY 'FDREM'.
           COPY 'FDCUR'.
           COPY 'FDDEP'.
       FD  ARQ-INSCRICOES
           LABEL RECORD IS STANDARD.
       01  INSCLOTE-REC                 PIC X(40).
       77  WK-FS-INSCR                  PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-LOTE                   PIC X(02) VALUE SPACES.
       77  WK-FS-REMATRICULA            PIC X(02) VALUE SPACES.
       77  WK-FS-CURRICULO              PIC X(02) VALUE SPACES.
       77  WK-FS-DEPENDENCIA            PIC X(02) VALUE SPACES.
       77  WK-DEP-OK                    PIC X(01) VALUE 'S'.
       77  WK-FIM-DEP                   PIC X(01) VALUE 'N'.
       77  WK-FIM-OFERTAS               PIC X(01) VALUE 'N'.
       77  WK-ACHOU-INSC-DEP            PIC X(01) VALUE 'N'.
       77  WK-DEP-PENDENTE              PIC X(15) VALUE SPACES.
       77  WK-ANO-BASE                  PIC 9(04) VALUE ZEROS.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-ANO-INF                   PIC 9(05) VALUE ZEROS.
            PERFORM P200-PROCESSA THRU P200-FIM
                    UNTIL WK-SUBOPCAO = 'S' OR WK-SUBOPCAO = 's'
            CLOSE OFERTA-MASTER INSCRICAO-MASTER ALUNO-IDENTIDADE
            CLOSE REMATRICULA-MASTER CURRICULO-MASTER
            CLOSE DEPENDENCIA-MASTER
            MOVE ' *** OFERTAS E INSCRICOES ***           ' TO
                                         WS-MENSSAGEM
            GOBACK
               CLOSE ALUNO-IDENTIDADE
               OPEN INPUT ALUNO-IDENTIDADE
            END-IF
            OPEN INPUT REMATRICULA-MASTER
            IF WK-FS-REMATRICULA = '35'
               OPEN OUTPUT REMATRICULA-MASTER
               CLOSE REMATRICULA-MASTER
               OPEN INPUT REMATRICULA-MASTER
            END-IF
            OPEN INPUT CURRICULO-MASTER
            IF WK-FS-CURRICULO = '35'
               OPEN OUTPUT CURRICULO-MASTER
               CLOSE CURRICULO-MASTER
               OPEN INPUT CURRICULO-MASTER
            END-IF
            OPEN INPUT DEPENDENCIA-MASTER
            IF WK-FS-DEPENDENCIA = '35'
               OPEN OUTPUT DEPENDENCIA-MASTER
               CLOSE DEPENDENCIA-MASTER
               OPEN INPUT DEPENDENCIA-MASTER
            END-IF
            .

       P200-PROCESSA.
                    DISPLAY 'CAPACIDADE DE VAGAS: '
                    ACCEPT OFE-CAPACIDADE
                    MOVE ZEROS           TO OFE-QTD-INSCRITOS
                    DISPLAY 'DEPENDENCIA DE (MATERIA DE ORIGEM, '
                            'BRANCO = OFERTA REGULAR): '
                    MOVE SPACES          TO OFE-DEPENDENCIA-DE
                    ACCEPT OFE-DEPENDENCIA-DE
                    WRITE REG-OFERTA
                    DISPLAY 'OFERTA CADASTRADA.'
                 NOT INVALID KEY
                    DISPLAY 'CAPACIDADE ATUAL: ' OFE-CAPACIDADE
                            ' MATRICULADOS: ' OFE-QTD-INSCRITOS
                    IF OFE-DEPENDENCIA-DE NOT = SPACES
                       DISPLAY 'OFERTA DE DEPENDENCIA DE '
                               OFE-DEPENDENCIA-DE
                    END-IF
                    DISPLAY 'NOVA CAPACIDADE (0 P/ MANTER): '
                    ACCEPT WK-CAPACIDADE-INF
                    IF WK-CAPACIDADE-INF NOT = ZEROS
                       '(' MAT-STATUS ').'
               GO TO P400-FIM
            END-IF
      *     No ciclo de rematricula do ano, so o confirmado se inscreve.
            MOVE WK-ANO-INF(1:4)         TO REM-ANO
            MOVE WK-MATRICULA-INF        TO REM-MATRICULA
            READ REMATRICULA-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF NOT REM-CONFIRMADA
                       DISPLAY 'ALUNO ' WK-MATRICULA-INF ' SEM '
                               'REMATRICULA CONFIRMADA PARA '
                               REM-ANO ' (' REM-RESPOSTA ').'
                       GO TO P400-FIM
                    END-IF
            END-READ

            MOVE WK-ANO-INF              TO OFE-ANO-SEMESTRE
            MOVE WK-MATERIA-INF          TO OFE-MATERIA
                            ' NAO CADASTRADA.'
                    GO TO P400-FIM
            END-READ
            IF OFE-DEPENDENCIA-DE NOT = SPACES
               PERFORM P430-CONFERIR-DEPENDENCIA THRU P430-FIM
               IF WK-DEP-OK = 'N'
                  GO TO P400-FIM
               END-IF
            ELSE
               PERFORM P420-VERIFICAR-MATRIZ THRU P420-FIM
               PERFORM P460-EXIGIR-DEPENDENCIAS THRU P460-FIM
               IF WK-DEP-OK = 'N'
                  GO TO P400-FIM
               END-IF
      *        A varredura das ofertas do ano moveu o registro lido.
               MOVE WK-ANO-INF           TO OFE-ANO-SEMESTRE
               MOVE WK-MATERIA-INF       TO OFE-MATERIA
               READ OFERTA-MASTER
                    INVALID KEY
                       GO TO P400-FIM
               END-READ
            END-IF

            MOVE WK-ANO-INF              TO INS-ANO-SEMESTRE
            MOVE WK-MATERIA-INF          TO INS-MATERIA
            .
       P400-FIM.

      ******************************************************************
      * P420-VERIFICAR-MATRIZ: materia fora da matriz da serie do
      * aluno no ano so gera aviso - nao impede a inscricao. Serie
      * sem matriz cadastrada no ano nao e verificada.
      ******************************************************************
       P420-VERIFICAR-MATRIZ.
            MOVE WK-ANO-INF(1:4)         TO CUR-ANO
            MOVE MAT-SERIE               TO CUR-SERIE
            MOVE WK-MATERIA-INF          TO CUR-MATERIA
            READ CURRICULO-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    GO TO P420-FIM
            END-READ
            MOVE LOW-VALUES              TO CUR-MATERIA
            START CURRICULO-MASTER KEY IS NOT LESS THAN CUR-CHAVE
                INVALID KEY
                   GO TO P420-FIM
            END-START
            READ CURRICULO-MASTER NEXT RECORD
                 AT END
                    GO TO P420-FIM
            END-READ
            IF CUR-ANO = WK-ANO-INF(1:4) AND CUR-SERIE = MAT-SERIE
               DISPLAY 'AVISO: ' WK-MATERIA-INF ' FORA DA MATRIZ DA '
                       'SERIE ' MAT-SERIE ' EM ' CUR-ANO '.'
            END-IF
            .
       P420-FIM.

      ******************************************************************
      * P430-CONFERIR-DEPENDENCIA: a oferta de dependencia so recebe
      * aluno que deve aquela materia (dependencia aberta no DEPMSTR).
      ******************************************************************
       P430-CONFERIR-DEPENDENCIA.
            MOVE 'N'                     TO WK-DEP-OK
            MOVE 'N'                     TO WK-FIM-DEP
            MOVE WK-MATRICULA-INF        TO DEP-MATRICULA
            MOVE OFE-DEPENDENCIA-DE      TO DEP-MATERIA
            MOVE ZEROS                   TO DEP-PERIODO-ORIGEM
            START DEPENDENCIA-MASTER KEY IS NOT LESS THAN DEP-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-DEP
            END-START
            PERFORM P435-LER-DEPENDENCIA THRU P435-FIM
                    UNTIL WK-FIM-DEP = 'S'
            IF WK-DEP-OK = 'N'
               DISPLAY 'ALUNO ' WK-MATRICULA-INF ' NAO TEM DEPENDENCIA '
                       'ABERTA EM ' OFE-DEPENDENCIA-DE '.'
            END-IF
            .
       P430-FIM.

       P435-LER-DEPENDENCIA.
            READ DEPENDENCIA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-DEP
                    GO TO P435-FIM
            END-READ
            IF DEP-MATRICULA NOT = WK-MATRICULA-INF
               OR DEP-MATERIA NOT = OFE-DEPENDENCIA-DE
               MOVE 'S'                  TO WK-FIM-DEP
               GO TO P435-FIM
            END-IF
            IF DEP-ABERTA
               MOVE 'S'                  TO WK-DEP-OK
               MOVE 'S'                  TO WK-FIM-DEP
            END-IF
            .
       P435-FIM.

      ******************************************************************
      * P460-EXIGIR-DEPENDENCIAS: aluno com dependencia aberta precisa
      * estar inscrito (vaga ou espera) numa oferta de dependencia da
      * materia, em qualquer semestre do ano, antes de se inscrever
      * nas ofertas regulares.
      ******************************************************************
       P460-EXIGIR-DEPENDENCIAS.
            MOVE 'S'                     TO WK-DEP-OK
            MOVE 'N'                     TO WK-FIM-DEP
            MOVE WK-MATRICULA-INF        TO DEP-MATRICULA
            MOVE LOW-VALUES              TO DEP-MATERIA
            MOVE ZEROS                   TO DEP-PERIODO-ORIGEM
            START DEPENDENCIA-MASTER KEY IS NOT LESS THAN DEP-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-DEP
            END-START
            PERFORM P465-CONFERIR-UMA THRU P465-FIM
                    UNTIL WK-FIM-DEP = 'S' OR WK-DEP-OK = 'N'
            .
       P460-FIM.

       P465-CONFERIR-UMA.
            READ DEPENDENCIA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-DEP
                    GO TO P465-FIM
            END-READ
            IF DEP-MATRICULA NOT = WK-MATRICULA-INF
               MOVE 'S'                  TO WK-FIM-DEP
               GO TO P465-FIM
            END-IF
            IF NOT DEP-ABERTA
               GO TO P465-FIM
            END-IF
            MOVE DEP-MATERIA             TO WK-DEP-PENDENTE
            MOVE 'N'                     TO WK-ACHOU-INSC-DEP
            MOVE 'N'                     TO WK-FIM-OFERTAS
            MOVE WK-ANO-INF(1:4)         TO WK-ANO-BASE
            COMPUTE OFE-ANO-SEMESTRE = WK-ANO-BASE * 10
            MOVE LOW-VALUES              TO OFE-MATERIA
            START OFERTA-MASTER KEY IS NOT LESS THAN OFE-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-OFERTAS
            END-START
            PERFORM P470-PROCURAR-OFERTA-DEP THRU P470-FIM
                    UNTIL WK-FIM-OFERTAS = 'S'
            IF WK-ACHOU-INSC-DEP = 'N'
               MOVE 'N'                  TO WK-DEP-OK
               DISPLAY 'ALUNO COM DEPENDENCIA EM ' WK-DEP-PENDENTE
                       ' (ORIGEM ' DEP-PERIODO-ORIGEM ').'
               DISPLAY 'INSCREVA PRIMEIRO NA OFERTA DE DEPENDENCIA '
                       'DO ANO.'
            END-IF
            .
       P465-FIM.

       P470-PROCURAR-OFERTA-DEP.
            READ OFERTA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-OFERTAS
                    GO TO P470-FIM
            END-READ
            IF OFE-ANO-SEMESTRE(1:4) NOT = WK-ANO-INF(1:4)
               MOVE 'S'                  TO WK-FIM-OFERTAS
               GO TO P470-FIM
            END-IF
            IF OFE-DEPENDENCIA-DE NOT = WK-DEP-PENDENTE
               GO TO P470-FIM
            END-IF
            MOVE OFE-ANO-SEMESTRE        TO INS-ANO-SEMESTRE
            MOVE OFE-MATERIA             TO INS-MATERIA
            MOVE WK-MATRICULA-INF        TO INS-MATRICULA
            READ INSCRICAO-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF NOT INS-CANCELADO
                       MOVE 'S'          TO WK-ACHOU-INSC-DEP
                       MOVE 'S'          TO WK-FIM-OFERTAS
                    END-IF
            END-READ
            .
       P470-FIM.

       P450-PROXIMA-ORDEM.
            MOVE ZEROS                   TO WK-PROX-ORDEM
            MOVE 'N'                     TO WK-FIM-ARQ
