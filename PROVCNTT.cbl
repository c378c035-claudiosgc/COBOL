      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CALENDARIO DAS SEMANAS DE PROVA (PROVMSTR). A SEMANA
      *          DE PROVAS BIMESTRAL ERA PLANEJADA NO PAPEL E TODA VEZ
      *          DUAS PROVAS CAIAM NA MESMA TURMA NA MESMA HORA, OU
      *          UMA SALA SAIA DOBRADA. AQUI SE AGENDA A PROVA
      *          (PERIODO + DATA + HORARIO + MATERIA + TURMA + SALA +
      *          FISCAL) E A ENTRADA RECUSA, COMO O HORCNTT, SALA,
      *          FISCAL OU TURMA JA OCUPADOS NO HORARIO - E TAMBEM
      *          ALUNO INSCRITO (INSCMSTR) EM OUTRA MATERIA COM PROVA
      *          NO MESMO HORARIO. IMPRIME-SE O CALENDARIO POR TURMA
      *          OU POR SALA (PROVREL), E A PROVA MARCADA REALIZADA
      *          PASSA A DATA E O TIPO PARA O LANCAMENTO DO AVALCNTT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVCNTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELPRV'.
           COPY 'SELINS'.
           SELECT CALENDARIO-PROVAS
               ASSIGN TO "PROVREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDPRV'.
           COPY 'FDINS'.
       FD  CALENDARIO-PROVAS
           LABEL RECORD IS STANDARD.
       01  PROVREL-REC                  PIC X(100).
       WORKING-STORAGE SECTION.
       77  WK-FS-PROVA                  PIC X(02) VALUE SPACES.
       77  WK-FS-INSCR                  PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-INSCR-OK                  PIC X(01) VALUE 'N'.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-INS                   PIC X(01) VALUE 'N'.
       77  WK-ANO-INF                   PIC 9(05) VALUE ZEROS.
       77  WK-DATA-INF                  PIC 9(08) VALUE ZEROS.
       77  WK-HORARIO-INF               PIC 9(01) VALUE ZEROS.
       77  WK-MATERIA-INF               PIC X(15) VALUE SPACES.
       77  WK-TURMA-INF                 PIC X(10) VALUE SPACES.
       77  WK-SALA-INF                  PIC X(06) VALUE SPACES.
       77  WK-FISCAL-INF                PIC X(08) VALUE SPACES.
       77  WK-TEM-CONFLITO              PIC X(01) VALUE 'N'.
       77  WK-CONFIRMA                  PIC X(01) VALUE 'N'.
       77  WK-FILTRO-TIPO               PIC X(01) VALUE SPACES.
       77  WK-FILTRO-VALOR              PIC X(10) VALUE SPACES.
       77  WK-QTD-LISTADAS              PIC 9(04) VALUE ZEROS.
       77  WK-QTD-CHOQUES               PIC 9(04) VALUE ZEROS.
       77  WK-MATERIA-OUTRA             PIC X(15) VALUE SPACES.
       77  WK-IDX-MAT                   PIC 9(02) VALUE ZEROS.
       77  WK-QTD-MAT-VISTAS            PIC 9(02) VALUE ZEROS.
       77  WK-JA-VISTA                  PIC X(01) VALUE 'N'.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
           COPY 'PARMDATE'.
      *****************************************************************
      * WK-TABELA-INSCRITOS: os MATRICULADOS da materia da prova nova,
      * na ordem do INSCMSTR (matricula crescente) - o SEARCH ALL
      * acha o aluno em comum com a outra prova do horario.
      *****************************************************************
       01  WK-TABELA-INSCRITOS.
           05 WK-QTD-INSCRITOS          PIC 9(04) COMP VALUE ZEROS.
           05 WK-INS                    OCCURS 1 TO 1000 TIMES
                                        DEPENDING ON WK-QTD-INSCRITOS
                                        ASCENDING KEY WK-INS-MATRICULA
                                        INDEXED BY WK-IX-INS.
               10 WK-INS-MATRICULA      PIC 9(06).
       01  WK-TABELA-MAT-VISTAS.
           05 WK-MAT-VISTA              PIC X(15) OCCURS 20 TIMES.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            IF NOT WS-PERFIL-TOTAL
               DISPLAY 'CALENDARIO DE PROVAS EXIGE PERFIL TOTAL.'
               MOVE ' *** ACESSO NEGADO (PERFIL) ***         ' TO
                                         WS-MENSSAGEM
               GOBACK
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE

            OPEN I-O PROVA-MASTER
            IF WK-FS-PROVA = '35'
               OPEN OUTPUT PROVA-MASTER
               CLOSE PROVA-MASTER
               OPEN I-O PROVA-MASTER
            END-IF
      *     Sem o registro de inscricoes nao ha como cruzar alunos -
      *     a agenda segue so com as regras de sala/fiscal/turma.
            OPEN INPUT INSCRICAO-MASTER
            IF WK-FS-INSCR = '00'
               MOVE 'S'                  TO WK-INSCR-OK
            ELSE
               MOVE 'N'                  TO WK-INSCR-OK
            END-IF

            PERFORM P200-PROCESSA THRU P200-FIM
                    UNTIL WK-SUBOPCAO = 'S' OR WK-SUBOPCAO = 's'
            CLOSE PROVA-MASTER
            IF WK-INSCR-OK = 'S'
               CLOSE INSCRICAO-MASTER
            END-IF
            MOVE ' *** CALENDARIO DE PROVAS ***           ' TO
                                         WS-MENSSAGEM
            GOBACK
            .

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** CALENDARIO DE PROVAS ***'
            DISPLAY '1 - AGENDAR PROVA'
            DISPLAY '2 - EXCLUIR PROVA'
            DISPLAY '3 - MARCAR PROVA COMO REALIZADA'
            DISPLAY '4 - IMPRIMIR CALENDARIO (TURMA/SALA)'
            DISPLAY 'S - SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WK-SUBOPCAO

            EVALUATE WK-SUBOPCAO
               WHEN '1'
                  PERFORM P300-AGENDAR THRU P300-FIM
               WHEN '2'
                  PERFORM P400-EXCLUIR THRU P400-FIM
               WHEN '3'
                  PERFORM P450-REALIZADA THRU P450-FIM
               WHEN '4'
                  PERFORM P500-IMPRIMIR THRU P500-FIM
               WHEN 'S'
               WHEN 's'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P200-FIM.

       P300-AGENDAR.
            DISPLAY 'ANO-SEMESTRE (AAAAS): '
            ACCEPT WK-ANO-INF
            DISPLAY 'DATA DA PROVA (AAAAMMDD): '
            ACCEPT WK-DATA-INF
            MOVE WK-DATA-INF             TO LK-DATA-ENTRADA
            SET LK-SAIDA-AAAAMMDD        TO TRUE
            MOVE 'V'                     TO LK-FUNCAO
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            IF NOT LK-STATUS-OK
               DISPLAY 'DATA INVALIDA.'
               GO TO P300-FIM
            END-IF
            DISPLAY 'HORARIO (1..8): '
            ACCEPT WK-HORARIO-INF
            IF WK-HORARIO-INF < 1 OR WK-HORARIO-INF > 8
               DISPLAY 'HORARIO INVALIDO.'
               GO TO P300-FIM
            END-IF
            DISPLAY 'MATERIA: '
            ACCEPT WK-MATERIA-INF
            DISPLAY 'TURMA: '
            ACCEPT WK-TURMA-INF
            DISPLAY 'SALA: '
            ACCEPT WK-SALA-INF
            DISPLAY 'FISCAL (USR-ID): '
            ACCEPT WK-FISCAL-INF

            PERFORM P350-CHECAR-CONFLITOS THRU P350-FIM
            IF WK-TEM-CONFLITO = 'N' AND WK-INSCR-OK = 'S'
               PERFORM P360-CHECAR-ALUNOS THRU P360-FIM
            END-IF
            IF WK-TEM-CONFLITO = 'S'
               DISPLAY 'PROVA NAO AGENDADA - RESOLVA O CONFLITO.'
               GO TO P300-FIM
            END-IF

            MOVE WK-ANO-INF              TO PRV-ANO-SEMESTRE
            MOVE WK-DATA-INF             TO PRV-DATA
            MOVE WK-HORARIO-INF          TO PRV-HORARIO
            MOVE WK-MATERIA-INF          TO PRV-MATERIA
            MOVE WK-TURMA-INF            TO PRV-TURMA
            MOVE WK-SALA-INF             TO PRV-SALA
            MOVE WK-FISCAL-INF           TO PRV-FISCAL
            SET PRV-AGENDADA             TO TRUE
            MOVE WS-USUARIO-LOGADO       TO PRV-USUARIO
            MOVE WK-DATA-HOJE            TO PRV-DATA-REGISTRO
            WRITE REG-PROVA
            EVALUATE WK-FS-PROVA
               WHEN '00'
                  DISPLAY 'PROVA AGENDADA.'
               WHEN '22'
                  DISPLAY 'ESTA PROVA JA ESTA NESTE HORARIO.'
               WHEN OTHER
                  DISPLAY 'ERRO AO GRAVAR - FS: ' WK-FS-PROVA
            END-EVALUATE
            .
       P300-FIM.

      ******************************************************************
      * P350-CHECAR-CONFLITOS: varre as provas do MESMO periodo +
      * data + horario - sala, fiscal ou turma ja ocupados derrubam o
      * agendamento, dizendo com qual prova bateu.
      ******************************************************************
       P350-CHECAR-CONFLITOS.
            MOVE 'N'                     TO WK-TEM-CONFLITO
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P370-POSICIONAR-HORARIO
            PERFORM P355-TESTAR-UMA THRU P355-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P350-FIM.

       P355-TESTAR-UMA.
            READ PROVA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P355-FIM
            END-READ
            IF PRV-ANO-SEMESTRE NOT = WK-ANO-INF
               OR PRV-DATA NOT = WK-DATA-INF
               OR PRV-HORARIO NOT = WK-HORARIO-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P355-FIM
            END-IF
            IF PRV-SALA = WK-SALA-INF
               DISPLAY 'CONFLITO - SALA OCUPADA POR ' PRV-MATERIA
                       ' ' PRV-TURMA
               MOVE 'S'                  TO WK-TEM-CONFLITO
            END-IF
            IF PRV-FISCAL = WK-FISCAL-INF
               DISPLAY 'CONFLITO - FISCAL JA ESTA EM ' PRV-MATERIA
                       ' ' PRV-TURMA
               MOVE 'S'                  TO WK-TEM-CONFLITO
            END-IF
            IF PRV-TURMA = WK-TURMA-INF
               DISPLAY 'CONFLITO - TURMA JA TEM PROVA DE '
                       PRV-MATERIA
               MOVE 'S'                  TO WK-TEM-CONFLITO
            END-IF
            .
       P355-FIM.

      ******************************************************************
      * P360-CHECAR-ALUNOS: carrega os matriculados da materia nova e,
      * para cada OUTRA materia com prova no mesmo horario, procura
      * aluno inscrito nas duas. A mesma materia em outra turma nao e
      * choque - e a mesma prova.
      ******************************************************************
       P360-CHECAR-ALUNOS.
            MOVE ZEROS                   TO WK-QTD-INSCRITOS
                                            WK-QTD-MAT-VISTAS
                                            WK-QTD-CHOQUES
            MOVE 'N'                     TO WK-FIM-INS
            MOVE WK-ANO-INF              TO INS-ANO-SEMESTRE
            MOVE WK-MATERIA-INF          TO INS-MATERIA
            MOVE ZEROS                   TO INS-MATRICULA
            START INSCRICAO-MASTER KEY IS NOT LESS THAN INS-CHAVE
                INVALID KEY
                   GO TO P360-FIM
            END-START
            PERFORM P362-CARREGAR-UM THRU P362-FIM
                    UNTIL WK-FIM-INS = 'S'
            IF WK-QTD-INSCRITOS = ZEROS
               GO TO P360-FIM
            END-IF

            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P370-POSICIONAR-HORARIO
            PERFORM P364-OUTRA-PROVA THRU P364-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-QTD-CHOQUES > ZEROS
               DISPLAY 'CONFLITO - ' WK-QTD-CHOQUES
                       ' ALUNO(S) COM DUAS PROVAS NO HORARIO.'
               MOVE 'S'                  TO WK-TEM-CONFLITO
            END-IF
            .
       P360-FIM.

       P362-CARREGAR-UM.
            READ INSCRICAO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-INS
                    GO TO P362-FIM
            END-READ
            IF INS-ANO-SEMESTRE NOT = WK-ANO-INF
               OR INS-MATERIA NOT = WK-MATERIA-INF
               MOVE 'S'                  TO WK-FIM-INS
               GO TO P362-FIM
            END-IF
            IF INS-MATRICULADO AND WK-QTD-INSCRITOS < 1000
               ADD 1                     TO WK-QTD-INSCRITOS
               MOVE INS-MATRICULA        TO
                    WK-INS-MATRICULA(WK-QTD-INSCRITOS)
            END-IF
            .
       P362-FIM.

       P364-OUTRA-PROVA.
            READ PROVA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P364-FIM
            END-READ
            IF PRV-ANO-SEMESTRE NOT = WK-ANO-INF
               OR PRV-DATA NOT = WK-DATA-INF
               OR PRV-HORARIO NOT = WK-HORARIO-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P364-FIM
            END-IF
            IF PRV-MATERIA = WK-MATERIA-INF
               GO TO P364-FIM
            END-IF
            MOVE 'N'                     TO WK-JA-VISTA
            PERFORM P365-VER-MATERIA
                    VARYING WK-IDX-MAT FROM 1 BY 1
                    UNTIL WK-IDX-MAT > WK-QTD-MAT-VISTAS
            IF WK-JA-VISTA = 'S'
               GO TO P364-FIM
            END-IF
            IF WK-QTD-MAT-VISTAS < 20
               ADD 1                     TO WK-QTD-MAT-VISTAS
               MOVE PRV-MATERIA          TO
                    WK-MAT-VISTA(WK-QTD-MAT-VISTAS)
            END-IF

            MOVE PRV-MATERIA             TO WK-MATERIA-OUTRA
            MOVE 'N'                     TO WK-FIM-INS
            MOVE WK-ANO-INF              TO INS-ANO-SEMESTRE
            MOVE WK-MATERIA-OUTRA        TO INS-MATERIA
            MOVE ZEROS                   TO INS-MATRICULA
            START INSCRICAO-MASTER KEY IS NOT LESS THAN INS-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-INS
            END-START
            PERFORM P366-CRUZAR-UM THRU P366-FIM
                    UNTIL WK-FIM-INS = 'S'
            .
       P364-FIM.

       P365-VER-MATERIA.
            IF WK-MAT-VISTA(WK-IDX-MAT) = PRV-MATERIA
               MOVE 'S'                  TO WK-JA-VISTA
            END-IF
            .

       P366-CRUZAR-UM.
            READ INSCRICAO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-INS
                    GO TO P366-FIM
            END-READ
            IF INS-ANO-SEMESTRE NOT = WK-ANO-INF
               OR INS-MATERIA NOT = WK-MATERIA-OUTRA
               MOVE 'S'                  TO WK-FIM-INS
               GO TO P366-FIM
            END-IF
            IF NOT INS-MATRICULADO
               GO TO P366-FIM
            END-IF
            SEARCH ALL WK-INS
                AT END
                   CONTINUE
                WHEN WK-INS-MATRICULA(WK-IX-INS) = INS-MATRICULA
                   ADD 1                 TO WK-QTD-CHOQUES
                   IF WK-QTD-CHOQUES NOT > 5
                      DISPLAY '  ALUNO ' INS-MATRICULA
                              ' TAMBEM FAZ ' WK-MATERIA-OUTRA
                   END-IF
            END-SEARCH
            .
       P366-FIM.

       P370-POSICIONAR-HORARIO.
            MOVE WK-ANO-INF              TO PRV-ANO-SEMESTRE
            MOVE WK-DATA-INF             TO PRV-DATA
            MOVE WK-HORARIO-INF          TO PRV-HORARIO
            MOVE LOW-VALUES              TO PRV-MATERIA
                                            PRV-TURMA
            START PROVA-MASTER KEY IS NOT LESS THAN PRV-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            .

       P400-EXCLUIR.
            PERFORM P410-LER-PROVA THRU P410-FIM
            IF WK-FS-PROVA NOT = '00'
               GO TO P400-FIM
            END-IF
            DISPLAY 'EXCLUIR ' PRV-MATERIA ' ' PRV-TURMA ' EM '
                    PRV-DATA ' HORARIO ' PRV-HORARIO ' (S/N)? '
            ACCEPT WK-CONFIRMA
            IF WK-CONFIRMA = 'S' OR WK-CONFIRMA = 's'
               DELETE PROVA-MASTER
               DISPLAY 'PROVA EXCLUIDA DO CALENDARIO.'
            END-IF
            .
       P400-FIM.

       P410-LER-PROVA.
            DISPLAY 'ANO-SEMESTRE (AAAAS): '
            ACCEPT WK-ANO-INF
            DISPLAY 'DATA DA PROVA (AAAAMMDD): '
            ACCEPT WK-DATA-INF
            DISPLAY 'HORARIO (1..8): '
            ACCEPT WK-HORARIO-INF
            DISPLAY 'MATERIA: '
            ACCEPT WK-MATERIA-INF
            DISPLAY 'TURMA: '
            ACCEPT WK-TURMA-INF
            MOVE WK-ANO-INF              TO PRV-ANO-SEMESTRE
            MOVE WK-DATA-INF             TO PRV-DATA
            MOVE WK-HORARIO-INF          TO PRV-HORARIO
            MOVE WK-MATERIA-INF          TO PRV-MATERIA
            MOVE WK-TURMA-INF            TO PRV-TURMA
            READ PROVA-MASTER
                 INVALID KEY
                    DISPLAY 'PROVA NAO ESTA NO CALENDARIO.'
            END-READ
            .
       P410-FIM.

       P450-REALIZADA.
            PERFORM P410-LER-PROVA THRU P410-FIM
            IF WK-FS-PROVA NOT = '00'
               GO TO P450-FIM
            END-IF
            IF PRV-DATA > WK-DATA-HOJE
               DISPLAY 'PROVA AINDA NAO ACONTECEU.'
               GO TO P450-FIM
            END-IF
            SET PRV-REALIZADA            TO TRUE
            MOVE WS-USUARIO-LOGADO       TO PRV-USUARIO
            MOVE WK-DATA-HOJE            TO PRV-DATA-REGISTRO
            REWRITE REG-PROVA
            IF WK-FS-PROVA = '00'
               DISPLAY 'PROVA MARCADA COMO REALIZADA.'
            ELSE
               DISPLAY 'ERRO AO GRAVAR - FS: ' WK-FS-PROVA
            END-IF
            .
       P450-FIM.

      ******************************************************************
      * P500-IMPRIMIR: o calendario do periodo filtrado por turma ou
      * por sala (valor em branco = todas), na ordem data/horario, em
      * PROVREL.
      ******************************************************************
       P500-IMPRIMIR.
            DISPLAY 'ANO-SEMESTRE (AAAAS): '
            ACCEPT WK-ANO-INF
            DISPLAY 'FILTRO: T-TURMA  S-SALA: '
            ACCEPT WK-FILTRO-TIPO
            IF WK-FILTRO-TIPO NOT = 'T' AND WK-FILTRO-TIPO NOT = 'S'
               DISPLAY 'FILTRO INVALIDO.'
               GO TO P500-FIM
            END-IF
            DISPLAY 'VALOR DO FILTRO (BRANCO = TODOS): '
            MOVE SPACES                  TO WK-FILTRO-VALOR
            ACCEPT WK-FILTRO-VALOR
            MOVE ZEROS                   TO WK-QTD-LISTADAS

            OPEN OUTPUT CALENDARIO-PROVAS
            MOVE SPACES                  TO PROVREL-REC
            STRING 'CALENDARIO DE PROVAS ' WK-ANO-INF ' - FILTRO '
                   WK-FILTRO-TIPO '=' WK-FILTRO-VALOR
                   DELIMITED BY SIZE INTO PROVREL-REC
            END-STRING
            WRITE PROVREL-REC
            MOVE 'DATA     H MATERIA         TURMA      SALA   FISCAL'
                                         TO PROVREL-REC
            MOVE 'SIT'                   TO PROVREL-REC(57:3)
            WRITE PROVREL-REC

            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-ANO-INF              TO PRV-ANO-SEMESTRE
            MOVE ZEROS                   TO PRV-DATA
                                            PRV-HORARIO
            MOVE LOW-VALUES              TO PRV-MATERIA
                                            PRV-TURMA
            START PROVA-MASTER KEY IS NOT LESS THAN PRV-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P510-LER-PROVA THRU P510-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE CALENDARIO-PROVAS
            DISPLAY WK-QTD-LISTADAS ' PROVA(S) EM PROVREL.'
            .
       P500-FIM.

       P510-LER-PROVA.
            READ PROVA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P510-FIM
            END-READ
            IF PRV-ANO-SEMESTRE NOT = WK-ANO-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P510-FIM
            END-IF
            IF WK-FILTRO-VALOR NOT = SPACES
               IF (WK-FILTRO-TIPO = 'T' AND
                   PRV-TURMA NOT = WK-FILTRO-VALOR) OR
                  (WK-FILTRO-TIPO = 'S' AND
                   PRV-SALA NOT = WK-FILTRO-VALOR(1:6))
                  GO TO P510-FIM
               END-IF
            END-IF
            ADD 1                        TO WK-QTD-LISTADAS
            MOVE SPACES                  TO PROVREL-REC
            STRING PRV-DATA ' ' PRV-HORARIO ' ' PRV-MATERIA ' '
                   PRV-TURMA ' ' PRV-SALA ' ' PRV-FISCAL ' '
                   PRV-SITUACAO
                   DELIMITED BY SIZE INTO PROVREL-REC
            END-STRING
            WRITE PROVREL-REC
            .
       P510-FIM.
       END PROGRAM PROVCNTT.
