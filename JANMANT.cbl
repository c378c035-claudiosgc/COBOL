      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CALENDARIO DE LANCAMENTO DE NOTAS (JANMSTR). O
      *          DIRETOR (PERFIL TOTAL) DEFINE, POR PERIODO AAAAS, A
      *          DATA EM QUE O LANCAMENTO ABRE E A DATA EM QUE FECHA,
      *          E PODE FECHAR O PERIODO DE VEZ (O FECHALU JA FECHA
      *          SOZINHO O PERIODO CUJA JANELA PASSOU). O COORDENADOR
      *          DO PERIODO (PRF-PAPEL 'C' NO PROFMSTR) REABRE UMA
      *          MATERIA POR ALGUNS DIAS - NO MAXIMO JANELA-REABRE-
      *          DIAS DO CFGMSTR - COM MOTIVO; A REABERTURA VAI PARA
      *          A TRILHA DE AUDITORIA E SAI NA LISTAGEM DO DIRETOR
      *          (JANREL). O M2AULA42, O PROCTURM, O AVALCNTT E O
      *          AVALMED CONSULTAM A JANELA VIA JANUTIL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JANMANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELJAN'.
           COPY 'SELPRF'.
           COPY 'SELAUDIT'.
           SELECT RELATORIO-REABERTURAS
               ASSIGN TO "JANREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDJAN'.
           COPY 'FDPRF'.
           COPY 'FDAUDIT'.
       FD  RELATORIO-REABERTURAS
           LABEL RECORD IS STANDARD.
       01  JANREL-REC                   PIC X(100).
       WORKING-STORAGE SECTION.
       77  WK-FS-JANELA                 PIC X(02) VALUE SPACES.
       77  WK-FS-PROFESSOR              PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
           COPY 'PARMCFG'.
           COPY 'PARMDATE'.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-ANO-INF                   PIC 9(05) VALUE ZEROS.
       77  WK-MATERIA-INF               PIC X(15) VALUE SPACES.
       77  WK-DATA-ABRE-INF             PIC 9(08) VALUE ZEROS.
       77  WK-DATA-FECHA-INF            PIC 9(08) VALUE ZEROS.
       77  WK-DIAS-INF                  PIC 9(03) VALUE ZEROS.
       77  WK-DIAS-MAX                  PIC 9(03) VALUE 5.
       77  WK-MOTIVO-INF                PIC X(30) VALUE SPACES.
       77  WK-CONFIRMA                  PIC X(01) VALUE 'N'.
       77  WK-COORDENADOR               PIC X(01) VALUE 'N'.
       77  WK-QTD-LISTADOS              PIC 9(04) VALUE ZEROS.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-OPERACAO-AUDIT            PIC X(10) VALUE SPACES.
       77  WK-MENSAGEM-AUDIT            PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            MOVE 'JANELA-REABRE-DIAS'    TO LK-CFG-CHAVE
            MOVE 5                       TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-DIAS-MAX

            PERFORM P100-ABRIR-ARQUIVO
            PERFORM P200-PROCESSA THRU P200-FIM
                    UNTIL WK-SUBOPCAO = 'S' OR WK-SUBOPCAO = 's'
            CLOSE JANELA-MASTER
            MOVE ' *** JANELA DE NOTAS ***                ' TO
                                         WS-MENSSAGEM
            GOBACK
            .

       P100-ABRIR-ARQUIVO.
            OPEN I-O JANELA-MASTER
            IF WK-FS-JANELA = '35'
               OPEN OUTPUT JANELA-MASTER
               CLOSE JANELA-MASTER
               OPEN I-O JANELA-MASTER
            END-IF
            .

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** JANELA DE LANCAMENTO DE NOTAS ***'
            DISPLAY '1 - LISTAR CALENDARIO DOS PERIODOS'
            DISPLAY '2 - DEFINIR JANELA DE UM PERIODO'
            DISPLAY '3 - FECHAR PERIODO'
            DISPLAY '4 - REABRIR MATERIA (COORDENADOR)'
            DISPLAY '5 - LISTAR REABERTURAS (JANREL)'
            DISPLAY 'S - SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WK-SUBOPCAO

            EVALUATE WK-SUBOPCAO
               WHEN '1'
                  PERFORM P300-LISTAR THRU P300-FIM
               WHEN '2'
                  IF WS-PERFIL-TOTAL
                     PERFORM P400-DEFINIR THRU P400-FIM
                  ELSE
                     DISPLAY 'DEFINIR JANELA EXIGE PERFIL TOTAL.'
                  END-IF
               WHEN '3'
                  IF WS-PERFIL-TOTAL
                     PERFORM P500-FECHAR THRU P500-FIM
                  ELSE
                     DISPLAY 'FECHAR PERIODO EXIGE PERFIL TOTAL.'
                  END-IF
               WHEN '4'
                  PERFORM P600-REABRIR THRU P600-FIM
               WHEN '5'
                  PERFORM P700-LISTAR-REABERTURAS THRU P700-FIM
               WHEN 'S'
               WHEN 's'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P200-FIM.

       P300-LISTAR.
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE LOW-VALUES              TO JAN-CHAVE
            START JANELA-MASTER KEY IS NOT LESS THAN JAN-CHAVE
                INVALID KEY
                   DISPLAY 'CALENDARIO VAZIO.'
                   GO TO P300-FIM
            END-START
            DISPLAY 'PERIODO ABRE     FECHA    SIT USUARIO'
            PERFORM P310-LISTAR-UM THRU P310-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P300-FIM.

       P310-LISTAR-UM.
            READ JANELA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P310-FIM
            END-READ
            IF JAN-MATERIA = SPACES
               DISPLAY JAN-ANO-SEMESTRE '   ' JAN-DATA-ABRE ' '
                       JAN-DATA-FECHA ' ' JAN-SITUACAO '   '
                       JAN-USUARIO
            END-IF
            .
       P310-FIM.

       P400-DEFINIR.
            DISPLAY 'PERIODO (AAAAS): '
            ACCEPT WK-ANO-INF
            MOVE WK-ANO-INF              TO JAN-ANO-SEMESTRE
            MOVE SPACES                  TO JAN-MATERIA
            READ JANELA-MASTER
                 INVALID KEY
                    MOVE ZEROS           TO JAN-DATA-ABRE
                                            JAN-DATA-FECHA
                    SET JAN-ABERTA       TO TRUE
                 NOT INVALID KEY
                    DISPLAY 'JANELA ATUAL: ' JAN-DATA-ABRE ' A '
                            JAN-DATA-FECHA ' (' JAN-SITUACAO ')'
            END-READ
            IF JAN-FECHADA
               DISPLAY 'PERIODO FECHADO - USE A REABERTURA POR '
                       'MATERIA.'
               GO TO P400-FIM
            END-IF
            DISPLAY 'LANCAMENTO ABRE EM (AAAAMMDD): '
            ACCEPT WK-DATA-ABRE-INF
            MOVE WK-DATA-ABRE-INF        TO LK-DATA-ENTRADA
            PERFORM P450-VALIDAR-DATA
            IF NOT LK-STATUS-OK
               DISPLAY 'DATA INVALIDA.'
               GO TO P400-FIM
            END-IF
            DISPLAY 'LANCAMENTO FECHA EM (AAAAMMDD): '
            ACCEPT WK-DATA-FECHA-INF
            MOVE WK-DATA-FECHA-INF       TO LK-DATA-ENTRADA
            PERFORM P450-VALIDAR-DATA
            IF NOT LK-STATUS-OK
               DISPLAY 'DATA INVALIDA.'
               GO TO P400-FIM
            END-IF
            IF WK-DATA-FECHA-INF < WK-DATA-ABRE-INF
               DISPLAY 'FECHAMENTO ANTES DA ABERTURA.'
               GO TO P400-FIM
            END-IF

            MOVE WK-ANO-INF              TO JAN-ANO-SEMESTRE
            MOVE SPACES                  TO JAN-MATERIA
            MOVE WK-DATA-ABRE-INF        TO JAN-DATA-ABRE
            MOVE WK-DATA-FECHA-INF       TO JAN-DATA-FECHA
            SET JAN-ABERTA               TO TRUE
            MOVE WS-USUARIO-LOGADO       TO JAN-USUARIO
            MOVE WK-DATA-HOJE            TO JAN-DATA-REGISTRO
            MOVE SPACES                  TO JAN-MOTIVO
            WRITE REG-JANELA
            IF WK-FS-JANELA = '22'
               REWRITE REG-JANELA
            END-IF
            IF WK-FS-JANELA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR JANELA - FS: ' WK-FS-JANELA
               GO TO P400-FIM
            END-IF
            DISPLAY 'JANELA DO PERIODO GRAVADA.'
            MOVE 'JANELA-DEF'            TO WK-OPERACAO-AUDIT
            MOVE SPACES                  TO WK-MENSAGEM-AUDIT
            STRING WK-ANO-INF ' DE ' WK-DATA-ABRE-INF ' A '
                   WK-DATA-FECHA-INF
                   DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
            END-STRING
            PERFORM P900-GRAVA-AUDITORIA
            .
       P400-FIM.

       P450-VALIDAR-DATA.
            SET LK-SAIDA-AAAAMMDD        TO TRUE
            MOVE 'V'                     TO LK-FUNCAO
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            .

       P500-FECHAR.
            DISPLAY 'PERIODO (AAAAS): '
            ACCEPT WK-ANO-INF
            MOVE WK-ANO-INF              TO JAN-ANO-SEMESTRE
            MOVE SPACES                  TO JAN-MATERIA
            READ JANELA-MASTER
                 INVALID KEY
                    DISPLAY 'PERIODO SEM JANELA DEFINIDA.'
                    GO TO P500-FIM
            END-READ
            IF JAN-FECHADA
               DISPLAY 'PERIODO JA ESTA FECHADO.'
               GO TO P500-FIM
            END-IF
            DISPLAY 'FECHAR O LANCAMENTO DE ' WK-ANO-INF ' (S/N)? '
            ACCEPT WK-CONFIRMA
            IF WK-CONFIRMA NOT = 'S' AND WK-CONFIRMA NOT = 's'
               GO TO P500-FIM
            END-IF
            SET JAN-FECHADA              TO TRUE
            MOVE WS-USUARIO-LOGADO       TO JAN-USUARIO
            MOVE WK-DATA-HOJE            TO JAN-DATA-REGISTRO
            REWRITE REG-JANELA
            IF WK-FS-JANELA NOT = '00'
               DISPLAY 'ERRO AO FECHAR - FS: ' WK-FS-JANELA
               GO TO P500-FIM
            END-IF
            DISPLAY 'PERIODO FECHADO.'
            MOVE 'JANELA-FEC'            TO WK-OPERACAO-AUDIT
            MOVE SPACES                  TO WK-MENSAGEM-AUDIT
            STRING WK-ANO-INF ' FECHADO PELO DIRETOR'
                   DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
            END-STRING
            PERFORM P900-GRAVA-AUDITORIA
            .
       P500-FIM.

      ******************************************************************
      * P600-REABRIR: so o coordenador do periodo (registro de
      * materia em branco e papel 'C' no PROFMSTR) reabre; sem o
      * PROFMSTR, como no PRFUTIL, a cerca fica no perfil TOTAL. A
      * reabertura vale de hoje ate hoje + dias - 1, nunca mais que
      * JANELA-REABRE-DIAS.
      ******************************************************************
       P600-REABRIR.
            DISPLAY 'PERIODO (AAAAS): '
            ACCEPT WK-ANO-INF
            PERFORM P650-CONFERIR-COORDENADOR
            IF WK-COORDENADOR NOT = 'S'
               DISPLAY 'REABERTURA EXIGE COORDENADOR DO PERIODO.'
               GO TO P600-FIM
            END-IF
            MOVE WK-ANO-INF              TO JAN-ANO-SEMESTRE
            MOVE SPACES                  TO JAN-MATERIA
            READ JANELA-MASTER
                 INVALID KEY
                    DISPLAY 'PERIODO SEM JANELA DEFINIDA - NADA A '
                            'REABRIR.'
                    GO TO P600-FIM
            END-READ
            DISPLAY 'MATERIA: '
            ACCEPT WK-MATERIA-INF
            IF WK-MATERIA-INF = SPACES
               DISPLAY 'MATERIA OBRIGATORIA.'
               GO TO P600-FIM
            END-IF
            DISPLAY 'DIAS DE REABERTURA (MAXIMO ' WK-DIAS-MAX '): '
            ACCEPT WK-DIAS-INF
            IF WK-DIAS-INF = ZEROS OR WK-DIAS-INF > WK-DIAS-MAX
               DISPLAY 'QUANTIDADE DE DIAS INVALIDA.'
               GO TO P600-FIM
            END-IF
            DISPLAY 'MOTIVO: '
            ACCEPT WK-MOTIVO-INF
            IF WK-MOTIVO-INF = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO.'
               GO TO P600-FIM
            END-IF

            MOVE WK-ANO-INF              TO JAN-ANO-SEMESTRE
            MOVE WK-MATERIA-INF          TO JAN-MATERIA
            MOVE WK-DATA-HOJE            TO JAN-DATA-ABRE
            COMPUTE JAN-DATA-FECHA = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE)
                    + WK-DIAS-INF - 1)
            SET JAN-ABERTA               TO TRUE
            MOVE WS-USUARIO-LOGADO       TO JAN-USUARIO
            MOVE WK-DATA-HOJE            TO JAN-DATA-REGISTRO
            MOVE WK-MOTIVO-INF           TO JAN-MOTIVO
            WRITE REG-JANELA
            IF WK-FS-JANELA = '22'
               REWRITE REG-JANELA
            END-IF
            IF WK-FS-JANELA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR REABERTURA - FS: '
                       WK-FS-JANELA
               GO TO P600-FIM
            END-IF
            DISPLAY WK-MATERIA-INF ' REABERTA ATE ' JAN-DATA-FECHA '.'
            MOVE 'JANELA-REA'            TO WK-OPERACAO-AUDIT
            MOVE SPACES                  TO WK-MENSAGEM-AUDIT
            STRING WK-ANO-INF ' ' WK-MATERIA-INF ' ATE '
                   JAN-DATA-FECHA
                   DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
            END-STRING
            PERFORM P900-GRAVA-AUDITORIA
            .
       P600-FIM.

       P650-CONFERIR-COORDENADOR.
            MOVE 'N'                     TO WK-COORDENADOR
            OPEN INPUT PROFESSOR-MASTER
            IF WK-FS-PROFESSOR NOT = '00'
               IF WS-PERFIL-TOTAL
                  MOVE 'S'               TO WK-COORDENADOR
               END-IF
            ELSE
               MOVE WS-USUARIO-LOGADO    TO PRF-USUARIO
               MOVE WK-ANO-INF           TO PRF-ANO-SEMESTRE
               MOVE SPACES               TO PRF-MATERIA
               READ PROFESSOR-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF PRF-COORDENADOR
                          MOVE 'S'       TO WK-COORDENADOR
                       END-IF
               END-READ
               CLOSE PROFESSOR-MASTER
            END-IF
            .

       P700-LISTAR-REABERTURAS.
            DISPLAY 'PERIODO (AAAAS, ZERO = TODOS): '
            ACCEPT WK-ANO-INF
            MOVE ZEROS                   TO WK-QTD-LISTADOS
            OPEN OUTPUT RELATORIO-REABERTURAS
            MOVE SPACES                  TO JANREL-REC
            STRING 'REABERTURAS DE LANCAMENTO DE NOTAS - EMITIDO EM '
                   WK-DATA-HOJE
                   DELIMITED BY SIZE INTO JANREL-REC
            END-STRING
            WRITE JANREL-REC
            MOVE 'PERIODO MATERIA         DE       ATE      COORD    '
                                         TO JANREL-REC
            MOVE 'MOTIVO'                TO JANREL-REC(52:6)
            WRITE JANREL-REC

            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-ANO-INF              TO JAN-ANO-SEMESTRE
            MOVE SPACES                  TO JAN-MATERIA
            START JANELA-MASTER KEY IS NOT LESS THAN JAN-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P710-LISTAR-UMA THRU P710-FIM
                    UNTIL WK-FIM-ARQ = 'S'

            MOVE SPACES                  TO JANREL-REC
            STRING 'TOTAL DE REABERTURAS: ' WK-QTD-LISTADOS
                   DELIMITED BY SIZE INTO JANREL-REC
            END-STRING
            WRITE JANREL-REC
            CLOSE RELATORIO-REABERTURAS
            DISPLAY WK-QTD-LISTADOS ' REABERTURA(S) EM JANREL.'
            .
       P700-FIM.

       P710-LISTAR-UMA.
            READ JANELA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P710-FIM
            END-READ
            IF WK-ANO-INF NOT = ZEROS
               AND JAN-ANO-SEMESTRE NOT = WK-ANO-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P710-FIM
            END-IF
            IF JAN-MATERIA = SPACES
               GO TO P710-FIM
            END-IF
            ADD 1                        TO WK-QTD-LISTADOS
            MOVE SPACES                  TO JANREL-REC
            STRING JAN-ANO-SEMESTRE '   ' JAN-MATERIA ' '
                   JAN-DATA-ABRE ' ' JAN-DATA-FECHA ' '
                   JAN-USUARIO ' ' JAN-MOTIVO
                   DELIMITED BY SIZE INTO JANREL-REC
            END-STRING
            WRITE JANREL-REC
            DISPLAY JANREL-REC(1:79)
            .
       P710-FIM.

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
       END PROGRAM JANMANT.
