      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: PRODUTIVIDADE DOS OPERADORES, DO DIA E DO MES. O
      *          SUPERVISOR NAO TINHA COMO VER O QUE CADA OPERADOR
      *          FEZ A NAO SER PERGUNTANDO - E O RASTRO JA EXISTE:
      *          NOTAS DO NOTAMSTR (NOTA-USUARIO), RETORNOS CONCLUIDOS
      *          DO AGENDAMS (AGE-USUARIO), INCLUSOES E ALTERACOES DO
      *          AUDITLOG (AUD-USUARIO) E RESPOSTAS DE CAMPANHA
      *          REGISTRADAS NO CAMPDET (CMD-USUARIO-RESPOSTA). ESTE
      *          LOTE PEDE A DATA DE REFERENCIA (ENTER = HOJE) E
      *          IMPRIME EM PRODREL, POR FILIAL E OPERADOR, O DIA E O
      *          MES ATE A DATA: CONTATOS DISTINTOS TOCADOS, NOTAS,
      *          RETORNOS FECHADOS NO PRAZO E ATRASADOS, INCLUSOES,
      *          ALTERACOES E RESPOSTAS. AS MEDIAS DO MES SAO POR DIA
      *          UTIL (DIA NAO UTIL DO CALMSTR, VIA DATEUTIL 'U', FICA
      *          FORA DO DIVISOR). A COBERTURA DE CARTEIRA E O
      *          PERCENTUAL DOS CONTATOS ATIVOS DA CARTEIRA DO
      *          OPERADOR (WK-CARTEIRA) TOCADOS POR QUALQUER OPERADOR
      *          NOS ULTIMOS 90 DIAS.
      * Modification History:
      *   15/10/2026 CS  Linha do operador executada ate o paragrafo de
      *                  saida (THRU).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELCONT'.
           COPY 'SELUSERS'.
           COPY 'SELNOTA'.
           COPY 'SELAGD'.
           COPY 'SELCAMP'.
           COPY 'SELAUDIT'.
           SELECT RELATORIO-PRODUTIVIDADE
               ASSIGN TO "PRODREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-ORDENACAO
               ASSIGN TO "PRODWORK".
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDCONT'.
           COPY 'FDUSERS'.
           COPY 'FDNOTA'.
           COPY 'FDAGD'.
           COPY 'FDCAMP'.
           COPY 'FDAUDIT'.
       FD  RELATORIO-PRODUTIVIDADE
           LABEL RECORD IS STANDARD.
       01  PRODREL-REC                  PIC X(132).
      *****************************************************************
      * SR-PERIODO: D = dia de referencia, M = mes ate a data,
      * C = janela de 90 dias da cobertura (sem operador - vale o
      * contato tocado por qualquer um).
      * SR-EVENTO: N = nota, P = retorno no prazo, A = retorno
      * atrasado, I = inclusao, U = alteracao, R = resposta.
      *****************************************************************
       SD  ARQ-ORDENACAO.
       01  SORT-REC.
           03 SR-PERIODO                PIC X(01).
           03 SR-OPERADOR               PIC X(08).
           03 SR-CODIGO                 PIC 9(06).
           03 SR-EVENTO                 PIC X(01).
       WORKING-STORAGE SECTION.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-USUARIOS               PIC X(02) VALUE SPACES.
       77  WK-FS-NOTAS                  PIC X(02) VALUE SPACES.
       77  WK-FS-AGENDA                 PIC X(02) VALUE SPACES.
       77  WK-FS-CAMPCTL                PIC X(02) VALUE SPACES.
       77  WK-FS-CAMPDET                PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
           COPY 'PARMRUN'.
           COPY 'PARMDATE'.
       77  WK-DATA-INF                  PIC X(08) VALUE SPACES.
       77  WK-DATA-REF                  PIC 9(08) VALUE ZEROS.
       77  WK-DATA-90                   PIC 9(08) VALUE ZEROS.
       77  WK-DATA-CORRENTE             PIC 9(08) VALUE ZEROS.
       77  WK-DIA-INTEIRO               PIC 9(07) VALUE ZEROS.
       77  WK-DIA-FINAL                 PIC 9(07) VALUE ZEROS.
       77  WK-DIAS-UTEIS-MES            PIC 9(03) VALUE ZEROS.
       77  WK-DIA-REF-UTIL              PIC X(01) VALUE 'S'.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-ORDENACAO             PIC X(01) VALUE 'N'.
       77  WK-QTD-EVENTOS               PIC 9(07) VALUE ZEROS.
       77  WK-QTD-CONTATOS              PIC 9(07) VALUE ZEROS.
       77  WK-EV-DATA                   PIC 9(08) VALUE ZEROS.
       77  WK-EV-OPERADOR               PIC X(08) VALUE SPACES.
       77  WK-EV-CODIGO                 PIC 9(06) VALUE ZEROS.
       77  WK-EV-TIPO                   PIC X(01) VALUE SPACES.
       77  WK-CHAVE-ANTERIOR            PIC X(15) VALUE SPACES.
       77  WK-CHAVE-ATUAL               PIC X(15) VALUE SPACES.
       77  WK-OPER-PROCURA              PIC X(08) VALUE SPACES.
       77  WK-FILIAL-NOVA               PIC X(03) VALUE SPACES.
       77  WK-IX-OPER                   PIC 9(03) VALUE ZEROS.
       77  WK-IX-ACHADO                 PIC 9(03) VALUE ZEROS.
       77  WK-QTDE-OPER                 PIC 9(03) VALUE ZEROS.
       77  WK-IX-FIL                    PIC 9(03) VALUE ZEROS.
       77  WK-IX-FIL-ACHADO             PIC 9(03) VALUE ZEROS.
       77  WK-QTDE-FIL                  PIC 9(03) VALUE ZEROS.
       77  WK-IX-PER                    PIC 9(01) VALUE ZEROS.
       77  WK-IX-COL                    PIC 9(01) VALUE ZEROS.
       77  WK-MEDIA                     PIC 9(05)V9 VALUE ZEROS.
       77  WK-PERCENTUAL                PIC 9(03) VALUE ZEROS.
       77  WK-ROTULO                    PIC X(12) VALUE SPACES.
      *****************************************************************
      * WK-QUADRO-OPERADORES: um item por operador (USUARIOS, mais
      * quem aparecer no rastro sem estar cadastrado). Por periodo
      * (1 = dia, 2 = mes) as 7 colunas: contatos, notas, retorno no
      * prazo, retorno atrasado, inclusoes, alteracoes, respostas.
      * Carteira = contatos ativos com WK-CARTEIRA = operador;
      * carteira-90 = desses, os tocados nos ultimos 90 dias.
      *****************************************************************
       01  WK-QUADRO-OPERADORES.
           05 WK-QO                     OCCURS 200 TIMES.
               10 WK-QO-OPERADOR        PIC X(08).
               10 WK-QO-FILIAL          PIC X(03).
               10 WK-QO-BLOCO.
                  15 WK-QO-PER          OCCURS 2 TIMES.
                     20 WK-QO-CTD       PIC 9(06) OCCURS 7 TIMES.
                  15 WK-QO-CARTEIRA     PIC 9(06).
                  15 WK-QO-CARTEIRA-90  PIC 9(06).
       01  WK-QUADRO-FILIAIS.
           05 WK-QF-FILIAL              PIC X(03) OCCURS 50 TIMES.
      *    Bloco de trabalho da linha impressa e os acumulados de
      *    filial e geral - mesmo desenho do WK-QO-BLOCO.
       01  WK-BLOCO.
           05 WK-BL-PER                 OCCURS 2 TIMES.
              10 WK-BL-CTD              PIC 9(06) OCCURS 7 TIMES.
           05 WK-BL-CARTEIRA            PIC 9(06).
           05 WK-BL-CARTEIRA-90         PIC 9(06).
       01  WK-ACUM-FILIAL.
           05 WK-AF-PER                 OCCURS 2 TIMES.
              10 WK-AF-CTD              PIC 9(06) OCCURS 7 TIMES.
           05 WK-AF-CARTEIRA            PIC 9(06).
           05 WK-AF-CARTEIRA-90         PIC 9(06).
       01  WK-ACUM-GERAL.
           05 WK-AG-PER                 OCCURS 2 TIMES.
              10 WK-AG-CTD              PIC 9(06) OCCURS 7 TIMES.
           05 WK-AG-CARTEIRA            PIC 9(06).
           05 WK-AG-CARTEIRA-90         PIC 9(06).
       01  WK-LINHA-DETALHE.
           05 WK-LD-ROTULO              PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WK-LD-PERIODO             PIC X(03).
           05 WK-LD-COLUNA              OCCURS 7 TIMES.
              10 FILLER                 PIC X(01).
              10 WK-LD-CTD              PIC ZZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WK-LD-MEDIA-CONT          PIC X(07).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WK-LD-MEDIA-NOTAS         PIC X(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WK-LD-CARTEIRA            PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WK-LD-CARTEIRA-90         PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WK-LD-COBERTURA           PIC X(04).
       77  WK-ED-MEDIA                  PIC ZZZZ9.9.
       77  WK-ED-QTD                    PIC ZZZZZ9.
       77  WK-ED-PCT                    PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'PRODREL'               TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, ENTER = HOJE): '
            ACCEPT WK-DATA-INF
            PERFORM P100-PREPARAR-DATAS THRU P100-FIM

            INITIALIZE WK-QUADRO-OPERADORES
            PERFORM P150-ABRIR-ARQUIVOS
            PERFORM P160-CARREGAR-OPERADORES THRU P160-FIM

            SORT ARQ-ORDENACAO
                 ON ASCENDING KEY SR-PERIODO
                 ON ASCENDING KEY SR-OPERADOR
                 ON ASCENDING KEY SR-CODIGO
                 INPUT PROCEDURE P200-COLHER-EVENTOS THRU P200-FIM
                 OUTPUT PROCEDURE P500-APURAR THRU P500-FIM

            PERFORM P600-CARTEIRAS THRU P600-FIM
            PERFORM P800-IMPRIMIR THRU P800-FIM

            CLOSE CONTATO-MASTER USUARIOS
            DISPLAY 'EVENTOS APURADOS......: ' WK-QTD-EVENTOS
            DISPLAY 'OPERADORES NO QUADRO..: ' WK-QTDE-OPER
            DISPLAY 'DIAS UTEIS NO MES.....: ' WK-DIAS-UTEIS-MES
            DISPLAY 'RELATORIO EM PRODREL.'

            MOVE 'PRODREL'               TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-EVENTOS          TO LK-RUN-QTD-LIDOS
            MOVE WK-QTDE-OPER            TO LK-RUN-QTD-APLICADOS
            MOVE ZEROS                   TO LK-RUN-QTD-REJEITADOS
            MOVE ZEROS                   TO LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            STOP RUN
            .

      ******************************************************************
      * P100-PREPARAR-DATAS: data de referencia validada (DATEUTIL),
      * inicio da janela de 90 dias e os dias uteis do mes ate a
      * data - o divisor das medias.
      ******************************************************************
       P100-PREPARAR-DATAS.
            IF WK-DATA-INF = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-INF
            END-IF
            MOVE WK-DATA-INF             TO LK-DATA-ENTRADA
            MOVE 'V'                     TO LK-FUNCAO
            SET LK-SAIDA-AAAAMMDD        TO TRUE
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            IF NOT LK-STATUS-OK
               DISPLAY 'DATA INVALIDA - ASSUMIDO HOJE.'
               MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-INF
            END-IF
            MOVE WK-DATA-INF             TO WK-DATA-REF
            COMPUTE WK-DATA-90 = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WK-DATA-REF) - 90)

            MOVE ZEROS                   TO WK-DIAS-UTEIS-MES
            MOVE WK-DATA-REF             TO WK-DATA-CORRENTE
            MOVE '01'                    TO WK-DATA-CORRENTE(7:2)
            COMPUTE WK-DIA-INTEIRO =
                    FUNCTION INTEGER-OF-DATE(WK-DATA-CORRENTE)
            COMPUTE WK-DIA-FINAL =
                    FUNCTION INTEGER-OF-DATE(WK-DATA-REF)
            PERFORM P110-CONTAR-DIA-UTIL
                    UNTIL WK-DIA-INTEIRO > WK-DIA-FINAL
            .
       P100-FIM.

       P110-CONTAR-DIA-UTIL.
            COMPUTE WK-DATA-CORRENTE =
                    FUNCTION DATE-OF-INTEGER(WK-DIA-INTEIRO)
            MOVE WK-DATA-CORRENTE        TO LK-DATA-ENTRADA
            MOVE 'U'                     TO LK-FUNCAO
            SET LK-SAIDA-AAAAMMDD        TO TRUE
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            MOVE 'V'                     TO LK-FUNCAO
            IF LK-STATUS-OK AND LK-E-DIA-UTIL
               ADD 1                     TO WK-DIAS-UTEIS-MES
            END-IF
            IF WK-DIA-INTEIRO = WK-DIA-FINAL
               IF LK-STATUS-OK AND LK-E-DIA-UTIL
                  MOVE 'S'               TO WK-DIA-REF-UTIL
               ELSE
                  MOVE 'N'               TO WK-DIA-REF-UTIL
               END-IF
            END-IF
            ADD 1                        TO WK-DIA-INTEIRO
            .

       P150-ABRIR-ARQUIVOS.
            OPEN INPUT CONTATO-MASTER
            IF WK-FS-CONTATO = '35'
               OPEN OUTPUT CONTATO-MASTER
               CLOSE CONTATO-MASTER
               OPEN INPUT CONTATO-MASTER
            END-IF
            OPEN INPUT USUARIOS
            IF WK-FS-USUARIOS = '35'
               OPEN OUTPUT USUARIOS
               CLOSE USUARIOS
               OPEN INPUT USUARIOS
            END-IF
            .

       P160-CARREGAR-OPERADORES.
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE LOW-VALUES              TO USR-ID
            START USUARIOS KEY IS NOT LESS THAN USR-ID
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P165-LER-USUARIO THRU P165-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P160-FIM.

       P165-LER-USUARIO.
            READ USUARIOS NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P165-FIM
            END-READ
            MOVE USR-ID                  TO WK-OPER-PROCURA
            MOVE USR-FILIAL              TO WK-FILIAL-NOVA
            PERFORM P900-LOCALIZAR-OPERADOR THRU P900-FIM
            .
       P165-FIM.

      ******************************************************************
      * P200-COLHER-EVENTOS: as quatro fontes do rastro, cada evento
      * vira ate tres registros de ordenacao (dia, mes, cobertura)
      * pelo P290-LIBERAR.
      ******************************************************************
       P200-COLHER-EVENTOS.
            OPEN INPUT NOTAS-CONTATO
            IF WK-FS-NOTAS = '00'
               MOVE 'N'                  TO WK-FIM-ARQ
               MOVE ZEROS                TO NOTA-CODIGO NOTA-SEQ
               START NOTAS-CONTATO KEY IS NOT LESS THAN NOTA-CHAVE
                   INVALID KEY
                      MOVE 'S'           TO WK-FIM-ARQ
               END-START
               PERFORM P210-LER-NOTA THRU P210-FIM
                       UNTIL WK-FIM-ARQ = 'S'
               CLOSE NOTAS-CONTATO
            END-IF

            OPEN INPUT AGENDA-RETORNOS
            IF WK-FS-AGENDA = '00'
               MOVE 'N'                  TO WK-FIM-ARQ
               MOVE ZEROS                TO AGE-ID
               START AGENDA-RETORNOS KEY IS NOT LESS THAN AGE-ID
                   INVALID KEY
                      MOVE 'S'           TO WK-FIM-ARQ
               END-START
               PERFORM P220-LER-AGENDA THRU P220-FIM
                       UNTIL WK-FIM-ARQ = 'S'
               CLOSE AGENDA-RETORNOS
            END-IF

            OPEN INPUT AUDITORIA
            IF WK-FS-AUDITORIA = '00'
               MOVE 'N'                  TO WK-FIM-ARQ
               PERFORM P230-LER-AUDITORIA THRU P230-FIM
                       UNTIL WK-FIM-ARQ = 'S'
               CLOSE AUDITORIA
            END-IF

            OPEN INPUT CAMPANHA-DETALHE
            IF WK-FS-CAMPDET = '00'
               MOVE 'N'                  TO WK-FIM-ARQ
               MOVE LOW-VALUES           TO CMD-CHAVE
               START CAMPANHA-DETALHE KEY IS NOT LESS THAN CMD-CHAVE
                   INVALID KEY
                      MOVE 'S'           TO WK-FIM-ARQ
               END-START
               PERFORM P240-LER-RESPOSTA THRU P240-FIM
                       UNTIL WK-FIM-ARQ = 'S'
               CLOSE CAMPANHA-DETALHE
            END-IF
            .
       P200-FIM.

       P210-LER-NOTA.
            READ NOTAS-CONTATO NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P210-FIM
            END-READ
            MOVE NOTA-DATA-HORA(1:8)     TO WK-EV-DATA
            MOVE NOTA-USUARIO            TO WK-EV-OPERADOR
            MOVE NOTA-CODIGO             TO WK-EV-CODIGO
            MOVE 'N'                     TO WK-EV-TIPO
            PERFORM P290-LIBERAR THRU P290-FIM
            .
       P210-FIM.

      *    Retorno conta no dia em que foi concluido; no prazo quando
      *    concluido ate a data devida.
       P220-LER-AGENDA.
            READ AGENDA-RETORNOS NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P220-FIM
            END-READ
            IF NOT AGE-FEITO
               GO TO P220-FIM
            END-IF
            MOVE AGE-DATA-FEITO          TO WK-EV-DATA
            MOVE AGE-USUARIO             TO WK-EV-OPERADOR
            MOVE AGE-CODIGO              TO WK-EV-CODIGO
            IF AGE-DATA-FEITO > AGE-DATA-VENC
               MOVE 'A'                  TO WK-EV-TIPO
            ELSE
               MOVE 'P'                  TO WK-EV-TIPO
            END-IF
            PERFORM P290-LIBERAR THRU P290-FIM
            .
       P220-FIM.

      *    Do AUDITLOG so contam inclusao e alteracao de contato.
       P230-LER-AUDITORIA.
            READ AUDITORIA
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P230-FIM
            END-READ
            EVALUATE AUD-OPERACAO
               WHEN 'INCLUIR'
                  MOVE 'I'               TO WK-EV-TIPO
               WHEN 'ALTERAR'
                  MOVE 'U'               TO WK-EV-TIPO
               WHEN OTHER
                  GO TO P230-FIM
            END-EVALUATE
            MOVE AUD-DATA-HORA(1:8)      TO WK-EV-DATA
            MOVE AUD-USUARIO             TO WK-EV-OPERADOR
            MOVE AUD-CODIGO              TO WK-EV-CODIGO
            PERFORM P290-LIBERAR THRU P290-FIM
            .
       P230-FIM.

       P240-LER-RESPOSTA.
            READ CAMPANHA-DETALHE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P240-FIM
            END-READ
            IF CMD-SEM-RESPOSTA
               GO TO P240-FIM
            END-IF
            MOVE CMD-DATA-RESPOSTA       TO WK-EV-DATA
            MOVE CMD-USUARIO-RESPOSTA    TO WK-EV-OPERADOR
            MOVE CMD-CODIGO              TO WK-EV-CODIGO
            MOVE 'R'                     TO WK-EV-TIPO
            PERFORM P290-LIBERAR THRU P290-FIM
            .
       P240-FIM.

      ******************************************************************
      * P290-LIBERAR: evento posterior a data de referencia e
      * ignorado; dentro dos 90 dias alimenta a cobertura (sem
      * operador); evento sem operador (carga em lote) nao entra na
      * produtividade.
      ******************************************************************
       P290-LIBERAR.
            IF WK-EV-DATA > WK-DATA-REF
               GO TO P290-FIM
            END-IF
            ADD 1                        TO WK-QTD-EVENTOS
            IF WK-EV-DATA > WK-DATA-90
               MOVE 'C'                  TO SR-PERIODO
               MOVE SPACES               TO SR-OPERADOR
               MOVE WK-EV-CODIGO         TO SR-CODIGO
               MOVE WK-EV-TIPO           TO SR-EVENTO
               RELEASE SORT-REC
            END-IF
            IF WK-EV-OPERADOR = SPACES
               GO TO P290-FIM
            END-IF
            MOVE WK-EV-OPERADOR          TO SR-OPERADOR
            MOVE WK-EV-CODIGO            TO SR-CODIGO
            MOVE WK-EV-TIPO              TO SR-EVENTO
            IF WK-EV-DATA = WK-DATA-REF
               MOVE 'D'                  TO SR-PERIODO
               RELEASE SORT-REC
            END-IF
            IF WK-EV-DATA(1:6) = WK-DATA-REF(1:6)
               MOVE 'M'                  TO SR-PERIODO
               RELEASE SORT-REC
            END-IF
            .
       P290-FIM.

      ******************************************************************
      * P500-APURAR: a ordenacao traz periodo/operador/contato juntos
      * - cada troca de chave e um contato distinto tocado.
      ******************************************************************
       P500-APURAR.
            MOVE 'N'                     TO WK-FIM-ORDENACAO
            MOVE SPACES                  TO WK-CHAVE-ANTERIOR
            PERFORM P510-LER-PROXIMO THRU P510-FIM
                    UNTIL WK-FIM-ORDENACAO = 'S'
            .
       P500-FIM.

       P510-LER-PROXIMO.
            RETURN ARQ-ORDENACAO
                AT END
                   MOVE 'S'              TO WK-FIM-ORDENACAO
                   GO TO P510-FIM
            END-RETURN
            MOVE SORT-REC(1:15)          TO WK-CHAVE-ATUAL

            IF SR-PERIODO = 'C'
               IF WK-CHAVE-ATUAL NOT = WK-CHAVE-ANTERIOR
                  PERFORM P530-CONTATO-COBERTO THRU P530-FIM
               END-IF
               MOVE WK-CHAVE-ATUAL       TO WK-CHAVE-ANTERIOR
               GO TO P510-FIM
            END-IF

            IF SR-PERIODO = 'D'
               MOVE 1                    TO WK-IX-PER
            ELSE
               MOVE 2                    TO WK-IX-PER
            END-IF
            MOVE SR-OPERADOR             TO WK-OPER-PROCURA
            MOVE '---'                   TO WK-FILIAL-NOVA
            PERFORM P900-LOCALIZAR-OPERADOR THRU P900-FIM
            IF WK-IX-ACHADO = ZEROS
               GO TO P510-FIM
            END-IF
            IF WK-CHAVE-ATUAL NOT = WK-CHAVE-ANTERIOR
               ADD 1 TO WK-QO-CTD(WK-IX-ACHADO, WK-IX-PER, 1)
            END-IF
            MOVE WK-CHAVE-ATUAL          TO WK-CHAVE-ANTERIOR

            EVALUATE SR-EVENTO
               WHEN 'N'
                  ADD 1 TO WK-QO-CTD(WK-IX-ACHADO, WK-IX-PER, 2)
               WHEN 'P'
                  ADD 1 TO WK-QO-CTD(WK-IX-ACHADO, WK-IX-PER, 3)
               WHEN 'A'
                  ADD 1 TO WK-QO-CTD(WK-IX-ACHADO, WK-IX-PER, 4)
               WHEN 'I'
                  ADD 1 TO WK-QO-CTD(WK-IX-ACHADO, WK-IX-PER, 5)
               WHEN 'U'
                  ADD 1 TO WK-QO-CTD(WK-IX-ACHADO, WK-IX-PER, 6)
               WHEN 'R'
                  ADD 1 TO WK-QO-CTD(WK-IX-ACHADO, WK-IX-PER, 7)
            END-EVALUATE
            .
       P510-FIM.

      *    Contato tocado nos 90 dias: conta na carteira-90 do dono
      *    da carteira, se o contato ainda for elegivel.
       P530-CONTATO-COBERTO.
            MOVE SR-CODIGO               TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    GO TO P530-FIM
            END-READ
            IF NOT WK-REG-ATIVO OR WK-REG-FALECIDO
               OR WK-REG-ANONIMIZADO OR WK-CARTEIRA = SPACES
               GO TO P530-FIM
            END-IF
            MOVE WK-CARTEIRA             TO WK-OPER-PROCURA
            MOVE '---'                   TO WK-FILIAL-NOVA
            PERFORM P900-LOCALIZAR-OPERADOR THRU P900-FIM
            IF WK-IX-ACHADO NOT = ZEROS
               ADD 1                     TO WK-QO-CARTEIRA-90
                                            (WK-IX-ACHADO)
            END-IF
            .
       P530-FIM.

      ******************************************************************
      * P600-CARTEIRAS: tamanho da carteira de cada operador - os
      * mesmos contatos elegiveis da cobertura.
      ******************************************************************
       P600-CARTEIRAS.
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE ZEROS                   TO WK-CODIGO
            START CONTATO-MASTER KEY IS NOT LESS THAN WK-CODIGO
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P610-LER-CONTATO THRU P610-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P600-FIM.

       P610-LER-CONTATO.
            READ CONTATO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P610-FIM
            END-READ
            ADD 1                        TO WK-QTD-CONTATOS
            IF NOT WK-REG-ATIVO OR WK-REG-FALECIDO
               OR WK-REG-ANONIMIZADO OR WK-CARTEIRA = SPACES
               GO TO P610-FIM
            END-IF
            MOVE WK-CARTEIRA             TO WK-OPER-PROCURA
            MOVE '---'                   TO WK-FILIAL-NOVA
            PERFORM P900-LOCALIZAR-OPERADOR THRU P900-FIM
            IF WK-IX-ACHADO NOT = ZEROS
               ADD 1                     TO WK-QO-CARTEIRA
                                            (WK-IX-ACHADO)
            END-IF
            .
       P610-FIM.

      ******************************************************************
      * P800-IMPRIMIR: filial por filial (na ordem em que aparecem no
      * quadro), cada operador em duas linhas - DIA e MES - e o
      * subtotal da filial; no fim o total geral.
      ******************************************************************
       P800-IMPRIMIR.
            OPEN OUTPUT RELATORIO-PRODUTIVIDADE
            MOVE SPACES                  TO PRODREL-REC
            STRING 'PRODUTIVIDADE DOS OPERADORES - DIA '
                   WK-DATA-REF(7:2) '/' WK-DATA-REF(5:2) '/'
                   WK-DATA-REF(1:4) ' E MES ATE A DATA ('
                   WK-DIAS-UTEIS-MES ' DIAS UTEIS)'
                   DELIMITED BY SIZE INTO PRODREL-REC
            END-STRING
            WRITE PRODREL-REC
            IF WK-DIA-REF-UTIL = 'N'
               MOVE '*** DATA DE REFERENCIA NAO E DIA UTIL (CALMSTR)'
                                         TO PRODREL-REC
               WRITE PRODREL-REC
            END-IF
            MOVE SPACES                  TO PRODREL-REC
            WRITE PRODREL-REC
            MOVE SPACES                  TO PRODREL-REC
            STRING 'OPERADOR     PER CONTAT  NOTAS RETPRZ RETATR '
                   'INCLUS  ALTER   RESP  CONT/DU NOTA/DU  '
                   'CART.  TOC90 COB%'
                   DELIMITED BY SIZE INTO PRODREL-REC
            END-STRING
            WRITE PRODREL-REC

            MOVE ZEROS                   TO WK-QTDE-FIL
            PERFORM P810-MONTAR-FILIAIS
                    VARYING WK-IX-OPER FROM 1 BY 1
                    UNTIL WK-IX-OPER > WK-QTDE-OPER
            INITIALIZE WK-ACUM-GERAL
            PERFORM P820-IMPRIMIR-FILIAL
                    VARYING WK-IX-FIL FROM 1 BY 1
                    UNTIL WK-IX-FIL > WK-QTDE-FIL

            MOVE SPACES                  TO PRODREL-REC
            WRITE PRODREL-REC
            MOVE WK-ACUM-GERAL           TO WK-BLOCO
            MOVE 'TOTAL GERAL'           TO WK-ROTULO
            PERFORM P850-IMPRIMIR-BLOCO
            CLOSE RELATORIO-PRODUTIVIDADE
            .
       P800-FIM.

       P810-MONTAR-FILIAIS.
            MOVE ZEROS                   TO WK-IX-FIL-ACHADO
            PERFORM P815-COMPARAR-FILIAL
                    VARYING WK-IX-FIL FROM 1 BY 1
                    UNTIL WK-IX-FIL > WK-QTDE-FIL
                       OR WK-IX-FIL-ACHADO NOT = ZEROS
            IF WK-IX-FIL-ACHADO = ZEROS AND WK-QTDE-FIL < 50
               ADD 1                     TO WK-QTDE-FIL
               MOVE WK-QO-FILIAL(WK-IX-OPER)
                                         TO WK-QF-FILIAL(WK-QTDE-FIL)
            END-IF
            .

       P815-COMPARAR-FILIAL.
            IF WK-QF-FILIAL(WK-IX-FIL) = WK-QO-FILIAL(WK-IX-OPER)
               MOVE WK-IX-FIL            TO WK-IX-FIL-ACHADO
            END-IF
            .

       P820-IMPRIMIR-FILIAL.
            MOVE SPACES                  TO PRODREL-REC
            WRITE PRODREL-REC
            MOVE SPACES                  TO PRODREL-REC
            IF WK-QF-FILIAL(WK-IX-FIL) = SPACES
               MOVE 'FILIAL: MTZ (MATRIZ)' TO PRODREL-REC
            ELSE
               STRING 'FILIAL: ' WK-QF-FILIAL(WK-IX-FIL)
                      DELIMITED BY SIZE INTO PRODREL-REC
               END-STRING
            END-IF
            WRITE PRODREL-REC
            INITIALIZE WK-ACUM-FILIAL
            PERFORM P830-IMPRIMIR-OPERADOR THRU P830-FIM
                    VARYING WK-IX-OPER FROM 1 BY 1
                    UNTIL WK-IX-OPER > WK-QTDE-OPER
            MOVE WK-ACUM-FILIAL          TO WK-BLOCO
            MOVE 'SUBTOTAL'              TO WK-ROTULO
            PERFORM P850-IMPRIMIR-BLOCO
            MOVE WK-ACUM-FILIAL          TO WK-BLOCO
            PERFORM P870-SOMAR-GERAL
                    VARYING WK-IX-PER FROM 1 BY 1 UNTIL WK-IX-PER > 2
                    AFTER WK-IX-COL FROM 1 BY 1 UNTIL WK-IX-COL > 7
            ADD WK-AF-CARTEIRA           TO WK-AG-CARTEIRA
            ADD WK-AF-CARTEIRA-90        TO WK-AG-CARTEIRA-90
            .

       P830-IMPRIMIR-OPERADOR.
            IF WK-QO-FILIAL(WK-IX-OPER) NOT = WK-QF-FILIAL(WK-IX-FIL)
               GO TO P830-FIM
            END-IF
            MOVE WK-QO-BLOCO(WK-IX-OPER) TO WK-BLOCO
            MOVE SPACES                  TO WK-ROTULO
            STRING '  ' WK-QO-OPERADOR(WK-IX-OPER)
                   DELIMITED BY SIZE INTO WK-ROTULO
            END-STRING
            PERFORM P850-IMPRIMIR-BLOCO
            PERFORM P860-SOMAR-FILIAL
                    VARYING WK-IX-PER FROM 1 BY 1 UNTIL WK-IX-PER > 2
                    AFTER WK-IX-COL FROM 1 BY 1 UNTIL WK-IX-COL > 7
            ADD WK-BL-CARTEIRA           TO WK-AF-CARTEIRA
            ADD WK-BL-CARTEIRA-90        TO WK-AF-CARTEIRA-90
            .
       P830-FIM.

      ******************************************************************
      * P850-IMPRIMIR-BLOCO: as duas linhas (DIA e MES) do WK-BLOCO;
      * medias por dia util e cobertura so na linha do mes.
      ******************************************************************
       P850-IMPRIMIR-BLOCO.
            MOVE 1                       TO WK-IX-PER
            MOVE SPACES                  TO WK-LINHA-DETALHE
            MOVE WK-ROTULO               TO WK-LD-ROTULO
            MOVE 'DIA'                   TO WK-LD-PERIODO
            PERFORM P855-MOVER-COLUNA
                    VARYING WK-IX-COL FROM 1 BY 1 UNTIL WK-IX-COL > 7
            MOVE WK-LINHA-DETALHE        TO PRODREL-REC
            WRITE PRODREL-REC

            MOVE 2                       TO WK-IX-PER
            MOVE SPACES                  TO WK-LINHA-DETALHE
            MOVE 'MES'                   TO WK-LD-PERIODO
            PERFORM P855-MOVER-COLUNA
                    VARYING WK-IX-COL FROM 1 BY 1 UNTIL WK-IX-COL > 7
            IF WK-DIAS-UTEIS-MES > ZEROS
               COMPUTE WK-MEDIA ROUNDED =
                       WK-BL-CTD(2, 1) / WK-DIAS-UTEIS-MES
               MOVE WK-MEDIA             TO WK-ED-MEDIA
               MOVE WK-ED-MEDIA          TO WK-LD-MEDIA-CONT
               COMPUTE WK-MEDIA ROUNDED =
                       WK-BL-CTD(2, 2) / WK-DIAS-UTEIS-MES
               MOVE WK-MEDIA             TO WK-ED-MEDIA
               MOVE WK-ED-MEDIA          TO WK-LD-MEDIA-NOTAS
            END-IF
            MOVE WK-BL-CARTEIRA          TO WK-ED-QTD
            MOVE WK-ED-QTD               TO WK-LD-CARTEIRA
            MOVE WK-BL-CARTEIRA-90       TO WK-ED-QTD
            MOVE WK-ED-QTD               TO WK-LD-CARTEIRA-90
            IF WK-BL-CARTEIRA > ZEROS
               COMPUTE WK-PERCENTUAL ROUNDED =
                       WK-BL-CARTEIRA-90 * 100 / WK-BL-CARTEIRA
               MOVE WK-PERCENTUAL        TO WK-ED-PCT
               MOVE WK-ED-PCT            TO WK-LD-COBERTURA
               MOVE '%'                  TO WK-LD-COBERTURA(4:1)
            END-IF
            MOVE WK-LINHA-DETALHE        TO PRODREL-REC
            WRITE PRODREL-REC
            .

       P855-MOVER-COLUNA.
            MOVE WK-BL-CTD(WK-IX-PER, WK-IX-COL)
                                         TO WK-LD-CTD(WK-IX-COL)
            .

       P860-SOMAR-FILIAL.
            ADD WK-BL-CTD(WK-IX-PER, WK-IX-COL)
                                 TO WK-AF-CTD(WK-IX-PER, WK-IX-COL)
            .

       P870-SOMAR-GERAL.
            ADD WK-BL-CTD(WK-IX-PER, WK-IX-COL)
                                 TO WK-AG-CTD(WK-IX-PER, WK-IX-COL)
            .

      ******************************************************************
      * P900-LOCALIZAR-OPERADOR: WK-IX-ACHADO = posicao de
      * WK-OPER-PROCURA no quadro; ausente entra no fim com a filial
      * WK-FILIAL-NOVA. Quadro cheio devolve zero.
      ******************************************************************
       P900-LOCALIZAR-OPERADOR.
            MOVE ZEROS                   TO WK-IX-ACHADO
            PERFORM P905-COMPARAR-OPERADOR
                    VARYING WK-IX-OPER FROM 1 BY 1
                    UNTIL WK-IX-OPER > WK-QTDE-OPER
                       OR WK-IX-ACHADO NOT = ZEROS
            IF WK-IX-ACHADO NOT = ZEROS
               GO TO P900-FIM
            END-IF
            IF WK-QTDE-OPER < 200
               ADD 1                     TO WK-QTDE-OPER
               MOVE WK-OPER-PROCURA      TO WK-QO-OPERADOR(WK-QTDE-OPER)
               MOVE WK-FILIAL-NOVA       TO WK-QO-FILIAL(WK-QTDE-OPER)
               MOVE WK-QTDE-OPER         TO WK-IX-ACHADO
            END-IF
            .
       P900-FIM.

       P905-COMPARAR-OPERADOR.
            IF WK-QO-OPERADOR(WK-IX-OPER) = WK-OPER-PROCURA
               MOVE WK-IX-OPER           TO WK-IX-ACHADO
            END-IF
            .
       END PROGRAM PRODREL.
