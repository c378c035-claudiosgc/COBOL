      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: AGING DIARIO DOS CASOS DE SAC. LE O SACMSTR (MANTIDO
      *          PELO SACCNTT) E IMPRIME EM SACAGREL, POR FILIAL E POR
      *          OPERADOR, TODO CASO AINDA NAO FECHADO QUE JA PASSOU
      *          DO PRAZO DE SLA (VENCIDO, COM OS DIAS CORRIDOS DE
      *          ATRASO) OU QUE VENCE DENTRO DA JANELA DE ALERTA - HOJE
      *          + N DIAS UTEIS (CHAVE SAC-ALERTA-DIAS-UTEIS DO
      *          CFGMSTR, PADRAO 1), CONTADOS NO CALMSTR VIA DATEUTIL
      *          'U' COMO O PROPRIO PRAZO. SUBTOTAL POR OPERADOR E POR
      *          FILIAL, E O FECHO TRAZ O TOTAL GERAL DE PENDENTES,
      *          VENCIDOS E A VENCER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SACAGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELSAC'.
           SELECT RELATORIO-AGING
               ASSIGN TO "SACAGREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-ORDENACAO
               ASSIGN TO "SACWORK".
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDSAC'.
       FD  RELATORIO-AGING
           LABEL RECORD IS STANDARD.
       01  SACREL-REC                   PIC X(132).
       SD  ARQ-ORDENACAO.
       01  SORT-REC.
           03 SR-FILIAL                 PIC X(03).
           03 SR-OPERADOR               PIC X(08).
           03 SR-PRAZO-SLA              PIC 9(08).
           03 SR-PROTOCOLO              PIC 9(10).
           03 SR-STATUS                 PIC X(01).
           03 SR-TIPO-CONTATO           PIC X(01).
           03 SR-CODIGO                 PIC 9(06).
           03 SR-CATEGORIA              PIC X(20).
           03 SR-DATA-ABERTURA          PIC 9(08).
       WORKING-STORAGE SECTION.
       77  WK-FS-SAC                    PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
           COPY 'PARMRUN'.
           COPY 'PARMCFG'.
           COPY 'PARMDATE'.
       77  WK-FIM-SAC                   PIC X(01) VALUE 'N'.
       77  WK-FIM-ORDENACAO             PIC X(01) VALUE 'N'.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-DATA-LIMITE               PIC 9(08) VALUE ZEROS.
       77  WK-DIA-INTEIRO               PIC 9(07) VALUE ZEROS.
       77  WK-ALERTA-DIAS               PIC 9(03) VALUE ZEROS.
       77  WK-DIAS-UTEIS-CONTADOS       PIC 9(03) VALUE ZEROS.
       77  WK-DIAS-ATRASO               PIC 9(05) VALUE ZEROS.
       77  WK-FILIAL-ANTERIOR           PIC X(03) VALUE SPACES.
       77  WK-OPERADOR-ANTERIOR         PIC X(08) VALUE SPACES.
       77  WK-PRIMEIRO                  PIC X(01) VALUE 'S'.
       77  WK-QTD-LIDOS                 PIC 9(06) VALUE ZEROS.
       77  WK-QTD-PENDENTES             PIC 9(06) VALUE ZEROS.
       77  WK-QTD-LISTADOS              PIC 9(06) VALUE ZEROS.
      *****************************************************************
      * Acumuladores: operador, filial e geral (vencidos e a vencer).
      *****************************************************************
       01  WK-ACUM-OPERADOR.
           05 WK-AO-VENCIDOS            PIC 9(06).
           05 WK-AO-A-VENCER            PIC 9(06).
       01  WK-ACUM-FILIAL.
           05 WK-AF-VENCIDOS            PIC 9(06).
           05 WK-AF-A-VENCER            PIC 9(06).
       01  WK-ACUM-GERAL.
           05 WK-AG-VENCIDOS            PIC 9(06).
           05 WK-AG-A-VENCER            PIC 9(06).
       01  WK-LINHA-DETALHE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WK-LD-PROTOCOLO           PIC 9(10).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WK-LD-STATUS              PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WK-LD-TIPO                PIC X(01).
           05 WK-LD-CODIGO              PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WK-LD-CATEGORIA           PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WK-LD-ABERTURA            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WK-LD-PRAZO               PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WK-LD-SITUACAO            PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WK-LD-ATRASO              PIC ZZZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'SACAGING'              TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            MOVE 'SAC-ALERTA-DIAS-UTEIS' TO LK-CFG-CHAVE
            MOVE 1                       TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-ALERTA-DIAS
            PERFORM P100-CALCULAR-LIMITE

            MOVE ZEROS                   TO WK-ACUM-OPERADOR
                                            WK-ACUM-FILIAL
                                            WK-ACUM-GERAL

            SORT ARQ-ORDENACAO
                 ON ASCENDING KEY SR-FILIAL
                 ON ASCENDING KEY SR-OPERADOR
                 ON ASCENDING KEY SR-PRAZO-SLA
                 ON ASCENDING KEY SR-PROTOCOLO
                 INPUT PROCEDURE P200-COLHER-CASOS THRU P200-FIM
                 OUTPUT PROCEDURE P400-IMPRIMIR THRU P400-FIM

            DISPLAY 'CASOS LIDOS...........: ' WK-QTD-LIDOS
            DISPLAY 'CASOS PENDENTES.......: ' WK-QTD-PENDENTES
            DISPLAY 'VENCIDOS OU A VENCER..: ' WK-QTD-LISTADOS
            DISPLAY 'RELATORIO EM SACAGREL.'

            MOVE 'SACAGING'              TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-LIDOS            TO LK-RUN-QTD-LIDOS
            MOVE WK-QTD-LISTADOS         TO LK-RUN-QTD-APLICADOS
            MOVE ZEROS                   TO LK-RUN-QTD-REJEITADOS
            MOVE ZEROS                   TO LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            STOP RUN
            .

      ******************************************************************
      * P100-CALCULAR-LIMITE: fim da janela de alerta = hoje + N dias
      * uteis, contados um a um no CALMSTR (DATEUTIL 'U').
      ******************************************************************
       P100-CALCULAR-LIMITE.
            MOVE ZEROS                   TO WK-DIAS-UTEIS-CONTADOS
            MOVE WK-DATA-HOJE            TO WK-DATA-LIMITE
            COMPUTE WK-DIA-INTEIRO =
                    FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE)
            PERFORM P110-AVANCAR-DIA
                    UNTIL WK-DIAS-UTEIS-CONTADOS >= WK-ALERTA-DIAS
            .

       P110-AVANCAR-DIA.
            ADD 1                        TO WK-DIA-INTEIRO
            COMPUTE WK-DATA-LIMITE =
                    FUNCTION DATE-OF-INTEGER(WK-DIA-INTEIRO)
            MOVE WK-DATA-LIMITE          TO LK-DATA-ENTRADA
            MOVE 'U'                     TO LK-FUNCAO
            SET LK-SAIDA-AAAAMMDD        TO TRUE
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            MOVE 'V'                     TO LK-FUNCAO
            IF LK-STATUS-OK AND LK-E-DIA-UTIL
               ADD 1                     TO WK-DIAS-UTEIS-CONTADOS
            END-IF
            .

       P200-COLHER-CASOS.
            OPEN INPUT CASO-SAC
            IF WK-FS-SAC NOT = '00'
               DISPLAY 'NAO HA CASOS DE SAC CADASTRADOS (SACMSTR).'
               MOVE 'S'                  TO WK-FIM-SAC
            END-IF
            PERFORM P210-LER-UM THRU P210-FIM
                    UNTIL WK-FIM-SAC = 'S'
            IF WK-FS-SAC NOT = '35'
               CLOSE CASO-SAC
            END-IF
            .
       P200-FIM.

      ******************************************************************
      * P210-LER-UM: so caso pendente (nao fechado) com prazo ate o
      * fim da janela de alerta vai para a ordenacao.
      ******************************************************************
       P210-LER-UM.
            READ CASO-SAC NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-SAC
                    GO TO P210-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDOS
            IF NOT SAC-PENDENTE
               GO TO P210-FIM
            END-IF
            ADD 1                        TO WK-QTD-PENDENTES
            IF SAC-PRAZO-SLA > WK-DATA-LIMITE
               GO TO P210-FIM
            END-IF

            ADD 1                        TO WK-QTD-LISTADOS
            MOVE SAC-FILIAL              TO SR-FILIAL
            MOVE SAC-OPERADOR            TO SR-OPERADOR
            MOVE SAC-PRAZO-SLA           TO SR-PRAZO-SLA
            MOVE SAC-PROTOCOLO           TO SR-PROTOCOLO
            MOVE SAC-STATUS              TO SR-STATUS
            MOVE SAC-TIPO-CONTATO        TO SR-TIPO-CONTATO
            MOVE SAC-CODIGO              TO SR-CODIGO
            MOVE SAC-CATEGORIA           TO SR-CATEGORIA
            MOVE SAC-DATA-ABERTURA       TO SR-DATA-ABERTURA
            RELEASE SORT-REC
            .
       P210-FIM.

       P400-IMPRIMIR.
            OPEN OUTPUT RELATORIO-AGING
            MOVE SPACES                  TO SACREL-REC
            STRING 'AGING DE CASOS DE SAC - '
                   WK-DATA-HOJE(7:2) '/' WK-DATA-HOJE(5:2) '/'
                   WK-DATA-HOJE(1:4)
                   '   JANELA DE ALERTA ATE '
                   WK-DATA-LIMITE(7:2) '/' WK-DATA-LIMITE(5:2) '/'
                   WK-DATA-LIMITE(1:4)
                   ' (' WK-ALERTA-DIAS ' DIA(S) UTIL(EIS))'
                   DELIMITED BY SIZE INTO SACREL-REC
            END-STRING
            WRITE SACREL-REC
            MOVE SPACES                  TO SACREL-REC
            STRING '    PROTOCOLO  S CONTATO CATEGORIA            '
                   'ABERTURA   PRAZO SLA  SITUACAO ATRASO'
                   DELIMITED BY SIZE INTO SACREL-REC
            END-STRING
            WRITE SACREL-REC

            MOVE 'N'                     TO WK-FIM-ORDENACAO
            MOVE 'S'                     TO WK-PRIMEIRO
            PERFORM P410-LER-PROXIMO THRU P410-FIM
                    UNTIL WK-FIM-ORDENACAO = 'S'
            IF WK-PRIMEIRO = 'N'
               PERFORM P440-FECHAR-OPERADOR
               PERFORM P450-FECHAR-FILIAL
            END-IF
            PERFORM P460-FECHO-GERAL
            CLOSE RELATORIO-AGING
            .
       P400-FIM.

       P410-LER-PROXIMO.
            RETURN ARQ-ORDENACAO
                AT END MOVE 'S'          TO WK-FIM-ORDENACAO
            END-RETURN
            IF WK-FIM-ORDENACAO = 'S'
               GO TO P410-FIM
            END-IF

            IF WK-PRIMEIRO = 'N' AND
               (SR-FILIAL NOT = WK-FILIAL-ANTERIOR OR
                SR-OPERADOR NOT = WK-OPERADOR-ANTERIOR)
               PERFORM P440-FECHAR-OPERADOR
            END-IF
            IF WK-PRIMEIRO = 'N' AND
               SR-FILIAL NOT = WK-FILIAL-ANTERIOR
               PERFORM P450-FECHAR-FILIAL
            END-IF

            IF WK-PRIMEIRO = 'S' OR SR-FILIAL NOT = WK-FILIAL-ANTERIOR
               MOVE SR-FILIAL            TO WK-FILIAL-ANTERIOR
               MOVE SPACES               TO SACREL-REC
               WRITE SACREL-REC
               MOVE SPACES               TO SACREL-REC
               IF SR-FILIAL = SPACES
                  MOVE 'FILIAL: (MATRIZ)' TO SACREL-REC
               ELSE
                  STRING 'FILIAL: ' SR-FILIAL
                         DELIMITED BY SIZE INTO SACREL-REC
                  END-STRING
               END-IF
               WRITE SACREL-REC
               MOVE SPACES               TO WK-OPERADOR-ANTERIOR
            END-IF
            IF WK-PRIMEIRO = 'S' OR
               SR-OPERADOR NOT = WK-OPERADOR-ANTERIOR
               MOVE SR-OPERADOR          TO WK-OPERADOR-ANTERIOR
               MOVE SPACES               TO SACREL-REC
               STRING '  OPERADOR: ' SR-OPERADOR
                      DELIMITED BY SIZE INTO SACREL-REC
               END-STRING
               WRITE SACREL-REC
            END-IF
            MOVE 'N'                     TO WK-PRIMEIRO

            PERFORM P420-IMPRIMIR-LINHA
            .
       P410-FIM.

       P420-IMPRIMIR-LINHA.
            MOVE SR-PROTOCOLO            TO WK-LD-PROTOCOLO
            MOVE SR-STATUS               TO WK-LD-STATUS
            MOVE SR-TIPO-CONTATO         TO WK-LD-TIPO
            MOVE SR-CODIGO               TO WK-LD-CODIGO
            MOVE SR-CATEGORIA            TO WK-LD-CATEGORIA
            MOVE SPACES                  TO WK-LD-ABERTURA
            STRING SR-DATA-ABERTURA(7:2) '/' SR-DATA-ABERTURA(5:2) '/'
                   SR-DATA-ABERTURA(1:4)
                   DELIMITED BY SIZE INTO WK-LD-ABERTURA
            END-STRING
            MOVE SPACES                  TO WK-LD-PRAZO
            STRING SR-PRAZO-SLA(7:2) '/' SR-PRAZO-SLA(5:2) '/'
                   SR-PRAZO-SLA(1:4)
                   DELIMITED BY SIZE INTO WK-LD-PRAZO
            END-STRING
            IF SR-PRAZO-SLA < WK-DATA-HOJE
               MOVE 'VENCIDO'            TO WK-LD-SITUACAO
               COMPUTE WK-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE) -
                       FUNCTION INTEGER-OF-DATE(SR-PRAZO-SLA)
               MOVE WK-DIAS-ATRASO       TO WK-LD-ATRASO
               ADD 1                     TO WK-AO-VENCIDOS
            ELSE
               MOVE 'A VENCER'           TO WK-LD-SITUACAO
               MOVE ZEROS                TO WK-LD-ATRASO
               ADD 1                     TO WK-AO-A-VENCER
            END-IF
            MOVE WK-LINHA-DETALHE        TO SACREL-REC
            WRITE SACREL-REC
            .

       P440-FECHAR-OPERADOR.
            MOVE SPACES                  TO SACREL-REC
            STRING '  SUBTOTAL ' WK-OPERADOR-ANTERIOR
                   ': VENCIDOS ' WK-AO-VENCIDOS
                   '  A VENCER ' WK-AO-A-VENCER
                   DELIMITED BY SIZE INTO SACREL-REC
            END-STRING
            WRITE SACREL-REC
            ADD WK-AO-VENCIDOS           TO WK-AF-VENCIDOS
            ADD WK-AO-A-VENCER           TO WK-AF-A-VENCER
            MOVE ZEROS                   TO WK-ACUM-OPERADOR
            .

       P450-FECHAR-FILIAL.
            MOVE SPACES                  TO SACREL-REC
            STRING 'TOTAL DA FILIAL ' WK-FILIAL-ANTERIOR
                   ': VENCIDOS ' WK-AF-VENCIDOS
                   '  A VENCER ' WK-AF-A-VENCER
                   DELIMITED BY SIZE INTO SACREL-REC
            END-STRING
            WRITE SACREL-REC
            ADD WK-AF-VENCIDOS           TO WK-AG-VENCIDOS
            ADD WK-AF-A-VENCER           TO WK-AG-A-VENCER
            MOVE ZEROS                   TO WK-ACUM-FILIAL
            .

       P460-FECHO-GERAL.
            MOVE SPACES                  TO SACREL-REC
            WRITE SACREL-REC
            MOVE SPACES                  TO SACREL-REC
            STRING 'TOTAL GERAL: PENDENTES ' WK-QTD-PENDENTES
                   '  VENCIDOS ' WK-AG-VENCIDOS
                   '  A VENCER ' WK-AG-A-VENCER
                   DELIMITED BY SIZE INTO SACREL-REC
            END-STRING
            WRITE SACREL-REC
            .
       END PROGRAM SACAGING.
