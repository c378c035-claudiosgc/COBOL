      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: PIPELINE SEMANAL DE OPORTUNIDADES DE VENDA. LE O
      *          OPORMSTR (MANTIDO PELO OPOCNTT) E IMPRIME EM OPORELAT,
      *          POR FILIAL E POR RESPONSAVEL, TODA OPORTUNIDADE EM
      *          ABERTO (LEAD/PROPOSTA/NEGOCIACAO) COM VALOR ESTIMADO
      *          E PREVISAO PONDERADA PELA PROBABILIDADE DO ESTAGIO -
      *          CHAVES OPO-PROB-LEAD/PROPOSTA/NEGOC DO CFGMSTR, EM
      *          PERCENTUAL (PADRAO 10/40/70). PREVISAO DE FECHAMENTO
      *          JA VENCIDA SAI MARCADA E CONTADA NO SUBTOTAL DO
      *          RESPONSAVEL. O FECHO TRAZ O TOTAL POR ESTAGIO E O
      *          QUE FOI GANHO E PERDIDO NOS ULTIMOS 7 DIAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPOREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELOPO'.
           SELECT RELATORIO-PIPELINE
               ASSIGN TO "OPORELAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-ORDENACAO
               ASSIGN TO "OPOWORK".
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDOPO'.
       FD  RELATORIO-PIPELINE
           LABEL RECORD IS STANDARD.
       01  OPOREL-REC                   PIC X(132).
       SD  ARQ-ORDENACAO.
       01  SORT-REC.
           03 SR-FILIAL                 PIC X(03).
           03 SR-RESPONSAVEL            PIC X(08).
           03 SR-DATA-PREVISTA          PIC 9(08).
           03 SR-ID                     PIC 9(06).
           03 SR-ESTAGIO                PIC X(01).
           03 SR-VALOR-CTVS             PIC 9(11).
           03 SR-TIPO-CONTATO           PIC X(01).
           03 SR-CODIGO                 PIC 9(06).
           03 SR-DESCRICAO              PIC X(40).
       WORKING-STORAGE SECTION.
       77  WK-FS-OPORTUNIDADE           PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
           COPY 'PARMRUN'.
           COPY 'PARMCFG'.
       77  WK-FIM-OPORTUNIDADE          PIC X(01) VALUE 'N'.
       77  WK-FIM-ORDENACAO             PIC X(01) VALUE 'N'.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-DATA-SEMANA               PIC 9(08) VALUE ZEROS.
       77  WK-FILIAL-ANTERIOR           PIC X(03) VALUE SPACES.
       77  WK-RESPONSAVEL-ANTERIOR      PIC X(08) VALUE SPACES.
       77  WK-PRIMEIRO                  PIC X(01) VALUE 'S'.
       77  WK-PROB-LEAD                 PIC 9(03) VALUE ZEROS.
       77  WK-PROB-PROPOSTA             PIC 9(03) VALUE ZEROS.
       77  WK-PROB-NEGOC                PIC 9(03) VALUE ZEROS.
       77  WK-PROB                      PIC 9(03) VALUE ZEROS.
       77  WK-IX-ESTAGIO                PIC 9(01) VALUE ZEROS.
       77  WK-PONDERADO-CTVS            PIC 9(11) VALUE ZEROS.
       77  WK-QTD-LIDAS                 PIC 9(06) VALUE ZEROS.
       77  WK-QTD-ABERTAS               PIC 9(06) VALUE ZEROS.
       77  WK-QTD-GANHAS-SEMANA         PIC 9(06) VALUE ZEROS.
       77  WK-QTD-PERDIDAS-SEMANA       PIC 9(06) VALUE ZEROS.
       77  WK-GANHO-SEMANA-CTVS         PIC 9(13) VALUE ZEROS.
       77  WK-PERDIDO-SEMANA-CTVS       PIC 9(13) VALUE ZEROS.
       77  WK-VALOR-REAIS               PIC 9(11)V99 VALUE ZEROS.
       77  WK-VALOR-EDITADO             PIC Z(10)9.99.
       77  WK-PONDERADO-EDITADO         PIC Z(10)9.99.
      *****************************************************************
      * Acumuladores: responsavel, filial e geral (quantidade, valor
      * e ponderado, em centavos); o geral tambem por estagio
      * (1 = lead, 2 = proposta, 3 = negociacao).
      *****************************************************************
       01  WK-ACUM-RESPONSAVEL.
           05 WK-AR-QTD                 PIC 9(06).
           05 WK-AR-VENCIDAS            PIC 9(06).
           05 WK-AR-VALOR-CTVS          PIC 9(13).
           05 WK-AR-PONDERADO-CTVS      PIC 9(13).
       01  WK-ACUM-FILIAL.
           05 WK-AF-QTD                 PIC 9(06).
           05 WK-AF-VENCIDAS            PIC 9(06).
           05 WK-AF-VALOR-CTVS          PIC 9(13).
           05 WK-AF-PONDERADO-CTVS      PIC 9(13).
       01  WK-ACUM-ESTAGIOS.
           05 WK-AE-ITEM OCCURS 3 TIMES.
              10 WK-AE-QTD              PIC 9(06).
              10 WK-AE-VALOR-CTVS       PIC 9(13).
              10 WK-AE-PONDERADO-CTVS   PIC 9(13).
       01  WK-NOMES-ESTAGIO.
           05 FILLER                    PIC X(10) VALUE 'LEAD'.
           05 FILLER                    PIC X(10) VALUE 'PROPOSTA'.
           05 FILLER                    PIC X(10) VALUE 'NEGOCIACAO'.
       01  WK-TAB-NOMES-ESTAGIO REDEFINES WK-NOMES-ESTAGIO.
           05 WK-NOME-ESTAGIO           PIC X(10) OCCURS 3 TIMES.
       01  WK-LINHA-DETALHE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WK-LD-ID                  PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WK-LD-TIPO                PIC X(01).
           05 WK-LD-CODIGO              PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WK-LD-DESCRICAO           PIC X(30).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WK-LD-ESTAGIO             PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WK-LD-VALOR               PIC Z(10)9.99.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WK-LD-PROB                PIC ZZ9.
           05 FILLER                    PIC X(02) VALUE '% '.
           05 WK-LD-PONDERADO           PIC Z(10)9.99.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WK-LD-PREVISTA            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WK-LD-VENCIDA             PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'OPOREL'                TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            COMPUTE WK-DATA-SEMANA = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE) - 7)

            MOVE 'OPO-PROB-LEAD'         TO LK-CFG-CHAVE
            MOVE 10                      TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-PROB-LEAD
            MOVE 'OPO-PROB-PROPOSTA'     TO LK-CFG-CHAVE
            MOVE 40                      TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-PROB-PROPOSTA
            MOVE 'OPO-PROB-NEGOC'        TO LK-CFG-CHAVE
            MOVE 70                      TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-PROB-NEGOC

            MOVE ZEROS                   TO WK-ACUM-RESPONSAVEL
                                            WK-ACUM-FILIAL
                                            WK-ACUM-ESTAGIOS

            SORT ARQ-ORDENACAO
                 ON ASCENDING KEY SR-FILIAL
                 ON ASCENDING KEY SR-RESPONSAVEL
                 ON ASCENDING KEY SR-DATA-PREVISTA
                 ON ASCENDING KEY SR-ID
                 INPUT PROCEDURE P200-COLHER-ABERTAS THRU P200-FIM
                 OUTPUT PROCEDURE P400-IMPRIMIR THRU P400-FIM

            DISPLAY 'OPORTUNIDADES LIDAS...: ' WK-QTD-LIDAS
            DISPLAY 'EM ABERTO NO PIPELINE.: ' WK-QTD-ABERTAS
            DISPLAY 'RELATORIO EM OPORELAT.'

            MOVE 'OPOREL'                TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-LIDAS            TO LK-RUN-QTD-LIDOS
            MOVE WK-QTD-ABERTAS          TO LK-RUN-QTD-APLICADOS
            MOVE ZEROS                   TO LK-RUN-QTD-REJEITADOS
            MOVE ZEROS                   TO LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            STOP RUN
            .

       P200-COLHER-ABERTAS.
            OPEN INPUT OPORTUNIDADE
            IF WK-FS-OPORTUNIDADE NOT = '00'
               DISPLAY 'NAO HA OPORTUNIDADES CADASTRADAS (OPORMSTR).'
               MOVE 'S'                  TO WK-FIM-OPORTUNIDADE
            END-IF
            PERFORM P210-LER-UMA THRU P210-FIM
                    UNTIL WK-FIM-OPORTUNIDADE = 'S'
            IF WK-FS-OPORTUNIDADE NOT = '35'
               CLOSE OPORTUNIDADE
            END-IF
            .
       P200-FIM.

      ******************************************************************
      * P210-LER-UMA: aberta vai para a ordenacao; encerrada na
      * ultima semana so conta no fecho de ganhas/perdidas.
      ******************************************************************
       P210-LER-UMA.
            READ OPORTUNIDADE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-OPORTUNIDADE
                    GO TO P210-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDAS

            IF OPO-GANHA AND OPO-DATA-ESTAGIO > WK-DATA-SEMANA
               ADD 1                     TO WK-QTD-GANHAS-SEMANA
               ADD OPO-VALOR-CTVS        TO WK-GANHO-SEMANA-CTVS
            END-IF
            IF OPO-PERDIDA AND OPO-DATA-ESTAGIO > WK-DATA-SEMANA
               ADD 1                     TO WK-QTD-PERDIDAS-SEMANA
               ADD OPO-VALOR-CTVS        TO WK-PERDIDO-SEMANA-CTVS
            END-IF
            IF NOT OPO-EM-ABERTO
               GO TO P210-FIM
            END-IF

            ADD 1                        TO WK-QTD-ABERTAS
            MOVE OPO-FILIAL              TO SR-FILIAL
            MOVE OPO-RESPONSAVEL         TO SR-RESPONSAVEL
            MOVE OPO-DATA-PREVISTA       TO SR-DATA-PREVISTA
            MOVE OPO-ID                  TO SR-ID
            MOVE OPO-ESTAGIO             TO SR-ESTAGIO
            MOVE OPO-VALOR-CTVS          TO SR-VALOR-CTVS
            MOVE OPO-TIPO-CONTATO        TO SR-TIPO-CONTATO
            MOVE OPO-CODIGO              TO SR-CODIGO
            MOVE OPO-DESCRICAO           TO SR-DESCRICAO
            RELEASE SORT-REC
            .
       P210-FIM.

       P400-IMPRIMIR.
            OPEN OUTPUT RELATORIO-PIPELINE
            MOVE SPACES                  TO OPOREL-REC
            STRING 'PIPELINE DE OPORTUNIDADES EM ABERTO - '
                   WK-DATA-HOJE(7:2) '/' WK-DATA-HOJE(5:2) '/'
                   WK-DATA-HOJE(1:4)
                   '   PROBABILIDADES: LEAD ' WK-PROB-LEAD
                   '% PROPOSTA ' WK-PROB-PROPOSTA
                   '% NEGOCIACAO ' WK-PROB-NEGOC '%'
                   DELIMITED BY SIZE INTO OPOREL-REC
            END-STRING
            WRITE OPOREL-REC

            MOVE 'N'                     TO WK-FIM-ORDENACAO
            MOVE 'S'                     TO WK-PRIMEIRO
            PERFORM P410-LER-PROXIMA THRU P410-FIM
                    UNTIL WK-FIM-ORDENACAO = 'S'
            IF WK-PRIMEIRO = 'N'
               PERFORM P440-FECHAR-RESPONSAVEL
               PERFORM P450-FECHAR-FILIAL
            END-IF
            PERFORM P460-FECHO-GERAL
            CLOSE RELATORIO-PIPELINE
            .
       P400-FIM.

       P410-LER-PROXIMA.
            RETURN ARQ-ORDENACAO
                AT END MOVE 'S'          TO WK-FIM-ORDENACAO
            END-RETURN
            IF WK-FIM-ORDENACAO = 'S'
               GO TO P410-FIM
            END-IF

            IF WK-PRIMEIRO = 'N' AND
               (SR-FILIAL NOT = WK-FILIAL-ANTERIOR OR
                SR-RESPONSAVEL NOT = WK-RESPONSAVEL-ANTERIOR)
               PERFORM P440-FECHAR-RESPONSAVEL
            END-IF
            IF WK-PRIMEIRO = 'N' AND
               SR-FILIAL NOT = WK-FILIAL-ANTERIOR
               PERFORM P450-FECHAR-FILIAL
            END-IF

            IF WK-PRIMEIRO = 'S' OR SR-FILIAL NOT = WK-FILIAL-ANTERIOR
               MOVE SR-FILIAL            TO WK-FILIAL-ANTERIOR
               MOVE SPACES               TO OPOREL-REC
               WRITE OPOREL-REC
               MOVE SPACES               TO OPOREL-REC
               IF SR-FILIAL = SPACES
                  MOVE 'FILIAL: (MATRIZ)' TO OPOREL-REC
               ELSE
                  STRING 'FILIAL: ' SR-FILIAL
                         DELIMITED BY SIZE INTO OPOREL-REC
                  END-STRING
               END-IF
               WRITE OPOREL-REC
               MOVE SPACES               TO WK-RESPONSAVEL-ANTERIOR
            END-IF
            IF WK-PRIMEIRO = 'S' OR
               SR-RESPONSAVEL NOT = WK-RESPONSAVEL-ANTERIOR
               MOVE SR-RESPONSAVEL       TO WK-RESPONSAVEL-ANTERIOR
               MOVE SPACES               TO OPOREL-REC
               STRING '  RESPONSAVEL: ' SR-RESPONSAVEL
                      DELIMITED BY SIZE INTO OPOREL-REC
               END-STRING
               WRITE OPOREL-REC
            END-IF
            MOVE 'N'                     TO WK-PRIMEIRO

            PERFORM P420-IMPRIMIR-LINHA
            .
       P410-FIM.

       P420-IMPRIMIR-LINHA.
            EVALUATE SR-ESTAGIO
               WHEN 'L'
                  MOVE 1                 TO WK-IX-ESTAGIO
                  MOVE WK-PROB-LEAD      TO WK-PROB
               WHEN 'P'
                  MOVE 2                 TO WK-IX-ESTAGIO
                  MOVE WK-PROB-PROPOSTA  TO WK-PROB
               WHEN OTHER
                  MOVE 3                 TO WK-IX-ESTAGIO
                  MOVE WK-PROB-NEGOC     TO WK-PROB
            END-EVALUATE
            COMPUTE WK-PONDERADO-CTVS ROUNDED =
                    SR-VALOR-CTVS * WK-PROB / 100

            MOVE SR-ID                   TO WK-LD-ID
            MOVE SR-TIPO-CONTATO         TO WK-LD-TIPO
            MOVE SR-CODIGO               TO WK-LD-CODIGO
            MOVE SR-DESCRICAO            TO WK-LD-DESCRICAO
            MOVE WK-NOME-ESTAGIO(WK-IX-ESTAGIO) TO WK-LD-ESTAGIO
            COMPUTE WK-VALOR-REAIS = SR-VALOR-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-LD-VALOR
            MOVE WK-PROB                 TO WK-LD-PROB
            COMPUTE WK-VALOR-REAIS = WK-PONDERADO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-LD-PONDERADO
            MOVE SPACES                  TO WK-LD-PREVISTA
            STRING SR-DATA-PREVISTA(7:2) '/' SR-DATA-PREVISTA(5:2) '/'
                   SR-DATA-PREVISTA(1:4)
                   DELIMITED BY SIZE INTO WK-LD-PREVISTA
            END-STRING
            MOVE SPACES                  TO WK-LD-VENCIDA
            IF SR-DATA-PREVISTA < WK-DATA-HOJE
               MOVE '*VENCIDA'           TO WK-LD-VENCIDA
               ADD 1                     TO WK-AR-VENCIDAS
            END-IF
            MOVE WK-LINHA-DETALHE        TO OPOREL-REC
            WRITE OPOREL-REC

            ADD 1                        TO WK-AR-QTD
                                            WK-AE-QTD(WK-IX-ESTAGIO)
            ADD SR-VALOR-CTVS            TO WK-AR-VALOR-CTVS
                                      WK-AE-VALOR-CTVS(WK-IX-ESTAGIO)
            ADD WK-PONDERADO-CTVS        TO WK-AR-PONDERADO-CTVS
                                  WK-AE-PONDERADO-CTVS(WK-IX-ESTAGIO)
            .

       P440-FECHAR-RESPONSAVEL.
            COMPUTE WK-VALOR-REAIS = WK-AR-VALOR-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            COMPUTE WK-VALOR-REAIS = WK-AR-PONDERADO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-PONDERADO-EDITADO
            MOVE SPACES                  TO OPOREL-REC
            STRING '  SUBTOTAL ' WK-RESPONSAVEL-ANTERIOR
                   ': ' WK-AR-QTD ' OPORT.  VALOR ' WK-VALOR-EDITADO
                   '  PONDERADO ' WK-PONDERADO-EDITADO
                   '  VENCIDAS ' WK-AR-VENCIDAS
                   DELIMITED BY SIZE INTO OPOREL-REC
            END-STRING
            WRITE OPOREL-REC
            ADD WK-AR-QTD                TO WK-AF-QTD
            ADD WK-AR-VENCIDAS           TO WK-AF-VENCIDAS
            ADD WK-AR-VALOR-CTVS         TO WK-AF-VALOR-CTVS
            ADD WK-AR-PONDERADO-CTVS     TO WK-AF-PONDERADO-CTVS
            MOVE ZEROS                   TO WK-ACUM-RESPONSAVEL
            .

       P450-FECHAR-FILIAL.
            COMPUTE WK-VALOR-REAIS = WK-AF-VALOR-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            COMPUTE WK-VALOR-REAIS = WK-AF-PONDERADO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-PONDERADO-EDITADO
            MOVE SPACES                  TO OPOREL-REC
            STRING 'TOTAL DA FILIAL ' WK-FILIAL-ANTERIOR
                   ': ' WK-AF-QTD ' OPORT.  VALOR ' WK-VALOR-EDITADO
                   '  PONDERADO ' WK-PONDERADO-EDITADO
                   '  VENCIDAS ' WK-AF-VENCIDAS
                   DELIMITED BY SIZE INTO OPOREL-REC
            END-STRING
            WRITE OPOREL-REC
            MOVE ZEROS                   TO WK-ACUM-FILIAL
            .

       P460-FECHO-GERAL.
            MOVE SPACES                  TO OPOREL-REC
            WRITE OPOREL-REC
            MOVE 'TOTAL GERAL POR ESTAGIO:' TO OPOREL-REC
            WRITE OPOREL-REC
            PERFORM P470-LINHA-ESTAGIO
                    VARYING WK-IX-ESTAGIO FROM 1 BY 1
                    UNTIL WK-IX-ESTAGIO > 3

            MOVE SPACES                  TO OPOREL-REC
            WRITE OPOREL-REC
            COMPUTE WK-VALOR-REAIS = WK-GANHO-SEMANA-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            MOVE SPACES                  TO OPOREL-REC
            STRING 'GANHAS NOS ULTIMOS 7 DIAS..: '
                   WK-QTD-GANHAS-SEMANA '  VALOR ' WK-VALOR-EDITADO
                   DELIMITED BY SIZE INTO OPOREL-REC
            END-STRING
            WRITE OPOREL-REC
            COMPUTE WK-VALOR-REAIS = WK-PERDIDO-SEMANA-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            MOVE SPACES                  TO OPOREL-REC
            STRING 'PERDIDAS NOS ULTIMOS 7 DIAS: '
                   WK-QTD-PERDIDAS-SEMANA '  VALOR ' WK-VALOR-EDITADO
                   DELIMITED BY SIZE INTO OPOREL-REC
            END-STRING
            WRITE OPOREL-REC
            .

       P470-LINHA-ESTAGIO.
            COMPUTE WK-VALOR-REAIS =
                    WK-AE-VALOR-CTVS(WK-IX-ESTAGIO) / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            COMPUTE WK-VALOR-REAIS =
                    WK-AE-PONDERADO-CTVS(WK-IX-ESTAGIO) / 100
            MOVE WK-VALOR-REAIS          TO WK-PONDERADO-EDITADO
            MOVE SPACES                  TO OPOREL-REC
            STRING '  ' WK-NOME-ESTAGIO(WK-IX-ESTAGIO) ' '
                   WK-AE-QTD(WK-IX-ESTAGIO) ' OPORT.  VALOR '
                   WK-VALOR-EDITADO '  PONDERADO '
                   WK-PONDERADO-EDITADO
                   DELIMITED BY SIZE INTO OPOREL-REC
            END-STRING
            WRITE OPOREL-REC
            .
       END PROGRAM OPOREL.
