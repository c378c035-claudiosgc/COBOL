      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: FECHAMENTO MENSAL DE MENSALIDADES A RECEBER, COM
      *          EXPORTACAO DE LANCAMENTOS PARA A CONTABILIDADE. A
      *          CONTABILIDADE MONTAVA RECEITA E CONTAS A RECEBER DE
      *          PRINTOUTS DO FATAGING E PLANILHA, E NADA BATIA COM O
      *          FATMSTR. PARA O MES INFORMADO (AAAAMM) ESTE LOTE
      *          ORDENA AS FATURAS POR COMPETENCIA DE ORIGEM (PARCELAS
      *          DE ACORDO NUMA LINHA SO) E EMITE EM FATFECRL A
      *          MOVIMENTACAO DE CADA COMPETENCIA - SALDO DE ABERTURA,
      *          FATURADO, DESCONTOS, RECEBIDO, MULTA E JUROS,
      *          CANCELADO, RENEGOCIADO E SALDO DE FECHAMENTO. O
      *          MOVIMENTO E O ACUMULADO DE HOJE MENOS A FOTOGRAFIA
      *          DO ULTIMO MES FECHADO (FCHMSTR); O MES FECHADO FICA
      *          CONGELADO LA, E ALTERACAO DE FATURADO, DESCONTO OU
      *          CANCELAMENTO NUMA COMPETENCIA JA FECHADA SAI MARCADA
      *          COMO ALTERACAO TARDIA. OS LANCAMENTOS DO MES (DEBITO,
      *          CREDITO, VALOR, HISTORICO) VAO EM FATCONTB, LAYOUT
      *          LAYOUTCT, COM A MOLDURA E A SEQUENCIA DE TRANSMISSAO
      *          DAS DEMAIS INTERFACES. RODAR NO ULTIMO DIA DO MES,
      *          DEPOIS DA BAIXA E DO RETORNO DO BANCO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATFECHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELFAT'.
           COPY 'SELFCH'.
           SELECT ARQ-LANCAMENTOS
               ASSIGN TO "FATCONTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-LANCAMENTOS.
           SELECT RELATORIO-FECHAMENTO
               ASSIGN TO "FATFECRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-ORDENACAO
               ASSIGN TO "FATFCWRK".
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDFAT'.
           COPY 'FDFCH'.
       FD  ARQ-LANCAMENTOS
           LABEL RECORD IS STANDARD.
           COPY 'LAYOUTCT'.
       FD  RELATORIO-FECHAMENTO
           LABEL RECORD IS STANDARD.
       01  FECH-REC                     PIC X(132).
       SD  ARQ-ORDENACAO.
       01  SORT-REC.
           03 SR-COMPETENCIA            PIC 9(06).
           03 SR-FATURADO-CTVS          PIC S9(11).
           03 SR-DESCONTO-CTVS          PIC S9(11).
           03 SR-ENCARGOS-CTVS          PIC S9(11).
           03 SR-RECEBIDO-CTVS          PIC S9(11).
           03 SR-CANCELADO-CTVS         PIC S9(11).
           03 SR-RENEGOCIADO-CTVS       PIC S9(11).
       WORKING-STORAGE SECTION.
       77  WK-FS-FATURA                 PIC X(02) VALUE SPACES.
       77  WK-FS-FECHAMENTO             PIC X(02) VALUE SPACES.
       77  WK-FS-LANCAMENTOS            PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-ORDENACAO             PIC X(01) VALUE 'N'.
       77  WK-PRIMEIRO-REG              PIC X(01) VALUE 'S'.
       77  WK-ALTERACAO-TARDIA          PIC X(01) VALUE 'N'.
       77  WK-TEM-FOTOGRAFIA            PIC X(01) VALUE 'N'.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-MES-FECHAR                PIC 9(06) VALUE ZEROS.
       77  WK-MES-ANTERIOR              PIC 9(06) VALUE ZEROS.
       77  WK-MES-REFERENCIA            PIC 9(06) VALUE ZEROS.
       77  WK-COMPETENCIA-ATUAL         PIC 9(06) VALUE ZEROS.
       77  WK-QTD-FATURAS               PIC 9(06) VALUE ZEROS.
       77  WK-QTD-COMPETENCIAS          PIC 9(04) VALUE ZEROS.
       77  WK-QTD-ALTERACOES            PIC 9(04) VALUE ZEROS.
       77  WK-QTD-LANCAMENTOS           PIC 9(04) VALUE ZEROS.
       77  WK-HASH-VALORES              PIC 9(15) VALUE ZEROS.
      *    Contas do plano contabil (CFGMSTR CONTA-xxx).
       77  WK-CONTA-RECEBER             PIC 9(06) VALUE ZEROS.
       77  WK-CONTA-RECEITA             PIC 9(06) VALUE ZEROS.
       77  WK-CONTA-DESCONTOS           PIC 9(06) VALUE ZEROS.
       77  WK-CONTA-ENCARGOS            PIC 9(06) VALUE ZEROS.
       77  WK-CONTA-BANCO               PIC 9(06) VALUE ZEROS.
       77  WK-CONTA-CANCELAMENTO        PIC 9(06) VALUE ZEROS.
       77  WK-LC-DEBITO                 PIC 9(06) VALUE ZEROS.
       77  WK-LC-CREDITO                PIC 9(06) VALUE ZEROS.
       77  WK-LC-VALOR-CTVS             PIC S9(13) VALUE ZEROS.
       77  WK-LC-HISTORICO              PIC X(40) VALUE SPACES.
      *    Acumulado de hoje da competencia em quebra.
       01  WK-ACUMULADO.
           03 WK-AC-FATURADO-CTVS       PIC S9(11) VALUE ZEROS.
           03 WK-AC-DESCONTO-CTVS       PIC S9(11) VALUE ZEROS.
           03 WK-AC-ENCARGOS-CTVS       PIC S9(11) VALUE ZEROS.
           03 WK-AC-RECEBIDO-CTVS       PIC S9(11) VALUE ZEROS.
           03 WK-AC-CANCELADO-CTVS      PIC S9(11) VALUE ZEROS.
           03 WK-AC-RENEGOCIADO-CTVS    PIC S9(11) VALUE ZEROS.
           03 WK-AC-SALDO-CTVS          PIC S9(11) VALUE ZEROS.
      *    Movimento do mes (linha e total).
       01  WK-MOVIMENTO.
           03 WK-MV-ABERTURA-CTVS       PIC S9(11) VALUE ZEROS.
           03 WK-MV-FATURADO-CTVS       PIC S9(11) VALUE ZEROS.
           03 WK-MV-DESCONTO-CTVS       PIC S9(11) VALUE ZEROS.
           03 WK-MV-ENCARGOS-CTVS       PIC S9(11) VALUE ZEROS.
           03 WK-MV-RECEBIDO-CTVS       PIC S9(11) VALUE ZEROS.
           03 WK-MV-CANCELADO-CTVS      PIC S9(11) VALUE ZEROS.
           03 WK-MV-RENEGOCIADO-CTVS    PIC S9(11) VALUE ZEROS.
           03 WK-MV-FECHAMENTO-CTVS     PIC S9(11) VALUE ZEROS.
       01  WK-TOTAL-MES.
           03 WK-TT-ABERTURA-CTVS       PIC S9(11) VALUE ZEROS.
           03 WK-TT-FATURADO-CTVS       PIC S9(11) VALUE ZEROS.
           03 WK-TT-DESCONTO-CTVS       PIC S9(11) VALUE ZEROS.
           03 WK-TT-ENCARGOS-CTVS       PIC S9(11) VALUE ZEROS.
           03 WK-TT-RECEBIDO-CTVS       PIC S9(11) VALUE ZEROS.
           03 WK-TT-CANCELADO-CTVS      PIC S9(11) VALUE ZEROS.
           03 WK-TT-RENEGOCIADO-CTVS    PIC S9(11) VALUE ZEROS.
           03 WK-TT-FECHAMENTO-CTVS     PIC S9(11) VALUE ZEROS.
      *    Totais acumulados de hoje (registro 000000 do FCHMSTR).
       01  WK-TOTAL-ACUMULADO.
           03 WK-TA-FATURADO-CTVS       PIC S9(11) VALUE ZEROS.
           03 WK-TA-DESCONTO-CTVS       PIC S9(11) VALUE ZEROS.
           03 WK-TA-ENCARGOS-CTVS       PIC S9(11) VALUE ZEROS.
           03 WK-TA-RECEBIDO-CTVS       PIC S9(11) VALUE ZEROS.
           03 WK-TA-CANCELADO-CTVS      PIC S9(11) VALUE ZEROS.
           03 WK-TA-RENEGOCIADO-CTVS    PIC S9(11) VALUE ZEROS.
       77  WK-VALOR-REAIS               PIC S9(09)V99 VALUE ZEROS.
       01  WK-LINHA-FECHAMENTO.
           03 WK-LF-COMPETENCIA         PIC X(07).
           03 WK-LF-ABERTURA            PIC -Z(7)9,99.
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WK-LF-FATURADO            PIC -Z(7)9,99.
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WK-LF-DESCONTO            PIC -Z(7)9,99.
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WK-LF-RECEBIDO            PIC -Z(7)9,99.
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WK-LF-ENCARGOS            PIC -Z(7)9,99.
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WK-LF-CANCELADO           PIC -Z(7)9,99.
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WK-LF-RENEGOCIADO         PIC -Z(7)9,99.
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WK-LF-FECHAMENTO          PIC -Z(7)9,99.
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WK-LF-MARCA               PIC X(17).
       01  WK-VALOR-LINHA               PIC -Z(7)9,99.
       01  WK-HEADER.
           03 WK-HDR-TIPO               PIC X(01) VALUE 'H'.
           03 WK-HDR-ORIGEM             PIC X(08).
           03 WK-HDR-DATA               PIC 9(08).
           03 WK-HDR-VERSAO             PIC X(04).
           03 WK-HDR-SEQUENCIA          PIC 9(06).
       01  WK-TRAILER.
           03 WK-TRL-TIPO               PIC X(01) VALUE 'T'.
           03 WK-TRL-CONTAGEM           PIC 9(09).
           03 WK-TRL-HASH               PIC 9(15).
           COPY 'PARMCFG'.
           COPY 'PARMTRN'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'FATFECHA'              TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY '*** FECHAMENTO MENSAL DE MENSALIDADES ***'
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            DISPLAY 'MES A FECHAR (AAAAMM): '
            ACCEPT WK-MES-FECHAR
            PERFORM P050-LER-CONFIGURACAO
            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P150-ULTIMO-FECHAMENTO THRU P150-FIM
            IF WK-MES-FECHAR NOT > WK-MES-ANTERIOR
               DISPLAY 'MES ' WK-MES-FECHAR ' JA FECHADO (ULTIMO '
                       'FECHAMENTO: ' WK-MES-ANTERIOR ').'
               CLOSE FATURA-MASTER FECHAMENTO-CONTROLE
               MOVE 8                    TO LK-RUN-CODIGO-RETORNO
               PERFORM P950-FIM-EXECUCAO
               STOP RUN
            END-IF
            PERFORM P200-ABRIR-SAIDAS

            SORT ARQ-ORDENACAO
                 ON ASCENDING KEY SR-COMPETENCIA
                 INPUT PROCEDURE P300-COLHER-FATURAS THRU P300-FIM
                 OUTPUT PROCEDURE P400-FECHAR-COMPETENCIAS
                                  THRU P400-FIM

            PERFORM P600-GRAVAR-TOTAL
            PERFORM P700-LANCAMENTOS
            PERFORM P900-FINALIZAR
            STOP RUN
            .

       P050-LER-CONFIGURACAO.
            MOVE 'CONTA-RECEBER'         TO LK-CFG-CHAVE
            MOVE 112001                  TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-CONTA-RECEBER
            MOVE 'CONTA-RECEITA'         TO LK-CFG-CHAVE
            MOVE 311001                  TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-CONTA-RECEITA
            MOVE 'CONTA-DESCONTOS'       TO LK-CFG-CHAVE
            MOVE 311002                  TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-CONTA-DESCONTOS
            MOVE 'CONTA-CANCELAMENTO'    TO LK-CFG-CHAVE
            MOVE 311003                  TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-CONTA-CANCELAMENTO
            MOVE 'CONTA-ENCARGOS'        TO LK-CFG-CHAVE
            MOVE 312001                  TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-CONTA-ENCARGOS
            MOVE 'CONTA-BANCO'           TO LK-CFG-CHAVE
            MOVE 111002                  TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-CONTA-BANCO
            .

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT FATURA-MASTER
            IF WK-FS-FATURA = '35'
               DISPLAY 'NAO HA FATURAS (RODE O FATGERA).'
               MOVE 8                    TO LK-RUN-CODIGO-RETORNO
               PERFORM P950-FIM-EXECUCAO
               STOP RUN
            END-IF
            OPEN I-O FECHAMENTO-CONTROLE
            IF WK-FS-FECHAMENTO = '35'
               OPEN OUTPUT FECHAMENTO-CONTROLE
               CLOSE FECHAMENTO-CONTROLE
               OPEN I-O FECHAMENTO-CONTROLE
            END-IF
            .

      ******************************************************************
      * P150-ULTIMO-FECHAMENTO: o maior FCH-MES com registro total
      * (competencia 000000) e o mes congelado de referencia.
      ******************************************************************
       P150-ULTIMO-FECHAMENTO.
            MOVE ZEROS                   TO WK-MES-ANTERIOR
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE LOW-VALUES              TO FCH-CHAVE
            START FECHAMENTO-CONTROLE KEY IS NOT LESS THAN FCH-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P155-LER-FECHAMENTO THRU P155-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P150-FIM.

       P155-LER-FECHAMENTO.
            READ FECHAMENTO-CONTROLE NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    IF FCH-COMPETENCIA = ZEROS
                       MOVE FCH-MES      TO WK-MES-ANTERIOR
                    END-IF
            END-READ
            .
       P155-FIM.

       P200-ABRIR-SAIDAS.
            OPEN OUTPUT RELATORIO-FECHAMENTO
            MOVE SPACES                  TO FECH-REC
            STRING 'FECHAMENTO DE MENSALIDADES A RECEBER - MES '
                   WK-MES-FECHAR '   (ANTERIOR: ' WK-MES-ANTERIOR
                   ')   EMITIDO EM ' WK-DATA-HOJE
                   DELIMITED BY SIZE INTO FECH-REC
            END-STRING
            WRITE FECH-REC
            MOVE SPACES                  TO FECH-REC
            STRING 'COMPET.    ABERTURA    FATURADO   DESCONTOS'
                   '    RECEBIDO  MULTA/JURO   CANCELADO'
                   '  RENEGOCIAD  FECHAMENTO'
                   DELIMITED BY SIZE INTO FECH-REC
            END-STRING
            WRITE FECH-REC

            OPEN OUTPUT ARQ-LANCAMENTOS
            SET LK-TRN-REG-SAIDA         TO TRUE
            MOVE 'FATCONTB'              TO LK-TRN-ARQUIVO
            MOVE 'FATFECHA'              TO LK-TRN-PROGRAMA
            CALL 'TRNUTIL' USING PARAMETRES-TRN
            MOVE 'FATFECHA'              TO WK-HDR-ORIGEM
            MOVE WK-DATA-HOJE            TO WK-HDR-DATA
            MOVE 'V001'                  TO WK-HDR-VERSAO
            MOVE LK-TRN-SEQUENCIA        TO WK-HDR-SEQUENCIA
            MOVE SPACES                  TO REG-LANCAMENTO
            WRITE REG-LANCAMENTO FROM WK-HEADER
            .

      ******************************************************************
      * P300-COLHER-FATURAS: o acumulado de cada fatura ate hoje.
      * Fatura comum entra pela competencia (so ate o mes fechado);
      * parcela de acordo entra na linha 999999 e seu valor conta
      * como renegociado NEGATIVO - o que a fatura original entregou
      * ao acordo volta pela parcela, sem virar receita de novo.
      ******************************************************************
       P300-COLHER-FATURAS.
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P310-LER-FATURA THRU P310-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P300-FIM.

       P310-LER-FATURA.
            READ FATURA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P310-FIM
            END-READ
            IF FAT-PARCELA = ZEROS
               AND FAT-COMPETENCIA > WK-MES-FECHAR
               GO TO P310-FIM
            END-IF
            ADD 1                        TO WK-QTD-FATURAS
            INITIALIZE SORT-REC
            COMPUTE SR-ENCARGOS-CTVS = FAT-MULTA-CTVS + FAT-JUROS-CTVS
            MOVE FAT-VALOR-PAGO-CTVS     TO SR-RECEBIDO-CTVS
            IF FAT-PARCELA > ZEROS
               MOVE 999999               TO SR-COMPETENCIA
               COMPUTE SR-RENEGOCIADO-CTVS = ZEROS - FAT-VALOR-CTVS
            ELSE
               MOVE FAT-COMPETENCIA      TO SR-COMPETENCIA
               MOVE FAT-DESCONTO-CTVS    TO SR-DESCONTO-CTVS
               IF FAT-VALOR-BRUTO-CTVS = ZEROS
                  COMPUTE SR-FATURADO-CTVS =
                          FAT-VALOR-CTVS + FAT-DESCONTO-CTVS
               ELSE
                  MOVE FAT-VALOR-BRUTO-CTVS TO SR-FATURADO-CTVS
               END-IF
            END-IF
            EVALUATE TRUE
               WHEN FAT-CANCELADA
                  COMPUTE SR-CANCELADO-CTVS = FAT-VALOR-CTVS
                        + SR-ENCARGOS-CTVS - FAT-VALOR-PAGO-CTVS
               WHEN FAT-RENEGOCIADA
                  COMPUTE SR-RENEGOCIADO-CTVS = SR-RENEGOCIADO-CTVS
                        + FAT-VALOR-CTVS + SR-ENCARGOS-CTVS
                        - FAT-VALOR-PAGO-CTVS
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            RELEASE SORT-REC
            .
       P310-FIM.

       P400-FECHAR-COMPETENCIAS.
            MOVE 'S'                     TO WK-PRIMEIRO-REG
            MOVE 'N'                     TO WK-FIM-ORDENACAO
            PERFORM P410-LER-PROXIMO THRU P410-FIM
                    UNTIL WK-FIM-ORDENACAO = 'S'
            IF WK-PRIMEIRO-REG = 'N'
               PERFORM P500-FECHAR-LINHA
            END-IF
            .
       P400-FIM.

       P410-LER-PROXIMO.
            RETURN ARQ-ORDENACAO
                AT END MOVE 'S'          TO WK-FIM-ORDENACAO
            END-RETURN
            IF WK-FIM-ORDENACAO = 'S'
               GO TO P410-FIM
            END-IF
            IF WK-PRIMEIRO-REG = 'S'
               MOVE 'N'                  TO WK-PRIMEIRO-REG
               MOVE SR-COMPETENCIA       TO WK-COMPETENCIA-ATUAL
               INITIALIZE WK-ACUMULADO
            ELSE
               IF SR-COMPETENCIA NOT = WK-COMPETENCIA-ATUAL
                  PERFORM P500-FECHAR-LINHA
                  MOVE SR-COMPETENCIA    TO WK-COMPETENCIA-ATUAL
                  INITIALIZE WK-ACUMULADO
               END-IF
            END-IF
            ADD SR-FATURADO-CTVS         TO WK-AC-FATURADO-CTVS
            ADD SR-DESCONTO-CTVS         TO WK-AC-DESCONTO-CTVS
            ADD SR-ENCARGOS-CTVS         TO WK-AC-ENCARGOS-CTVS
            ADD SR-RECEBIDO-CTVS         TO WK-AC-RECEBIDO-CTVS
            ADD SR-CANCELADO-CTVS        TO WK-AC-CANCELADO-CTVS
            ADD SR-RENEGOCIADO-CTVS      TO WK-AC-RENEGOCIADO-CTVS
            .
       P410-FIM.

      ******************************************************************
      * P500-FECHAR-LINHA: movimento = acumulado de hoje - fotografia
      * do mes anterior fechado. Em competencia ja fechada, faturado,
      * desconto e cancelado nao deveriam mais mexer - se mexeram, a
      * linha sai marcada e a diferenca entra no mes, a vista.
      ******************************************************************
       P500-FECHAR-LINHA.
            ADD 1                        TO WK-QTD-COMPETENCIAS
            COMPUTE WK-AC-SALDO-CTVS = WK-AC-FATURADO-CTVS
                  - WK-AC-DESCONTO-CTVS + WK-AC-ENCARGOS-CTVS
                  - WK-AC-RECEBIDO-CTVS - WK-AC-CANCELADO-CTVS
                  - WK-AC-RENEGOCIADO-CTVS
            INITIALIZE WK-MOVIMENTO
            MOVE 'N'                     TO WK-TEM-FOTOGRAFIA
            IF WK-MES-ANTERIOR NOT = ZEROS
               MOVE WK-MES-ANTERIOR      TO FCH-MES
               MOVE WK-COMPETENCIA-ATUAL TO FCH-COMPETENCIA
               READ FECHAMENTO-CONTROLE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'S'          TO WK-TEM-FOTOGRAFIA
               END-READ
            END-IF
            IF WK-TEM-FOTOGRAFIA = 'S'
               MOVE FCH-SALDO-CTVS       TO WK-MV-ABERTURA-CTVS
               COMPUTE WK-MV-FATURADO-CTVS =
                       WK-AC-FATURADO-CTVS - FCH-FATURADO-CTVS
               COMPUTE WK-MV-DESCONTO-CTVS =
                       WK-AC-DESCONTO-CTVS - FCH-DESCONTO-CTVS
               COMPUTE WK-MV-ENCARGOS-CTVS =
                       WK-AC-ENCARGOS-CTVS - FCH-ENCARGOS-CTVS
               COMPUTE WK-MV-RECEBIDO-CTVS =
                       WK-AC-RECEBIDO-CTVS - FCH-RECEBIDO-CTVS
               COMPUTE WK-MV-CANCELADO-CTVS =
                       WK-AC-CANCELADO-CTVS - FCH-CANCELADO-CTVS
               COMPUTE WK-MV-RENEGOCIADO-CTVS =
                       WK-AC-RENEGOCIADO-CTVS - FCH-RENEGOCIADO-CTVS
            ELSE
               MOVE WK-AC-FATURADO-CTVS  TO WK-MV-FATURADO-CTVS
               MOVE WK-AC-DESCONTO-CTVS  TO WK-MV-DESCONTO-CTVS
               MOVE WK-AC-ENCARGOS-CTVS  TO WK-MV-ENCARGOS-CTVS
               MOVE WK-AC-RECEBIDO-CTVS  TO WK-MV-RECEBIDO-CTVS
               MOVE WK-AC-CANCELADO-CTVS TO WK-MV-CANCELADO-CTVS
               MOVE WK-AC-RENEGOCIADO-CTVS
                                         TO WK-MV-RENEGOCIADO-CTVS
            END-IF
            MOVE WK-AC-SALDO-CTVS        TO WK-MV-FECHAMENTO-CTVS

            MOVE 'N'                     TO WK-ALTERACAO-TARDIA
            IF WK-COMPETENCIA-ATUAL NOT > WK-MES-ANTERIOR
               IF WK-MV-FATURADO-CTVS NOT = ZEROS
                  OR WK-MV-DESCONTO-CTVS NOT = ZEROS
                  OR WK-MV-CANCELADO-CTVS NOT = ZEROS
                  MOVE 'S'               TO WK-ALTERACAO-TARDIA
                  ADD 1                  TO WK-QTD-ALTERACOES
               END-IF
            END-IF

            ADD WK-MV-ABERTURA-CTVS      TO WK-TT-ABERTURA-CTVS
            ADD WK-MV-FATURADO-CTVS      TO WK-TT-FATURADO-CTVS
            ADD WK-MV-DESCONTO-CTVS      TO WK-TT-DESCONTO-CTVS
            ADD WK-MV-ENCARGOS-CTVS      TO WK-TT-ENCARGOS-CTVS
            ADD WK-MV-RECEBIDO-CTVS      TO WK-TT-RECEBIDO-CTVS
            ADD WK-MV-CANCELADO-CTVS     TO WK-TT-CANCELADO-CTVS
            ADD WK-MV-RENEGOCIADO-CTVS   TO WK-TT-RENEGOCIADO-CTVS
            ADD WK-MV-FECHAMENTO-CTVS    TO WK-TT-FECHAMENTO-CTVS
            ADD WK-AC-FATURADO-CTVS      TO WK-TA-FATURADO-CTVS
            ADD WK-AC-DESCONTO-CTVS      TO WK-TA-DESCONTO-CTVS
            ADD WK-AC-ENCARGOS-CTVS      TO WK-TA-ENCARGOS-CTVS
            ADD WK-AC-RECEBIDO-CTVS      TO WK-TA-RECEBIDO-CTVS
            ADD WK-AC-CANCELADO-CTVS     TO WK-TA-CANCELADO-CTVS
            ADD WK-AC-RENEGOCIADO-CTVS   TO WK-TA-RENEGOCIADO-CTVS

      *     Competencia toda liquidada e parada nao polui o relatorio,
      *     mas a fotografia e gravada do mesmo jeito.
            IF WK-MV-ABERTURA-CTVS NOT = ZEROS
               OR WK-MV-FECHAMENTO-CTVS NOT = ZEROS
               OR WK-MV-RECEBIDO-CTVS NOT = ZEROS
               OR WK-ALTERACAO-TARDIA = 'S'
               MOVE SPACES               TO WK-LF-MARCA
               IF WK-COMPETENCIA-ATUAL = 999999
                  MOVE 'ACORDOS'         TO WK-LF-COMPETENCIA
               ELSE
                  MOVE WK-COMPETENCIA-ATUAL TO WK-LF-COMPETENCIA
               END-IF
               IF WK-ALTERACAO-TARDIA = 'S'
                  MOVE '*ALTER. TARDIA*' TO WK-LF-MARCA
               END-IF
               PERFORM P550-IMPRIMIR-MOVIMENTO
            END-IF

            INITIALIZE REG-FECHAMENTO
            MOVE WK-MES-FECHAR           TO FCH-MES
            MOVE WK-COMPETENCIA-ATUAL    TO FCH-COMPETENCIA
            MOVE WK-DATA-HOJE            TO FCH-DATA-FECHAMENTO
            MOVE 'FATFECHA'              TO FCH-PROGRAMA
            MOVE WK-AC-FATURADO-CTVS     TO FCH-FATURADO-CTVS
            MOVE WK-AC-DESCONTO-CTVS     TO FCH-DESCONTO-CTVS
            MOVE WK-AC-ENCARGOS-CTVS     TO FCH-ENCARGOS-CTVS
            MOVE WK-AC-RECEBIDO-CTVS     TO FCH-RECEBIDO-CTVS
            MOVE WK-AC-CANCELADO-CTVS    TO FCH-CANCELADO-CTVS
            MOVE WK-AC-RENEGOCIADO-CTVS  TO FCH-RENEGOCIADO-CTVS
            MOVE WK-AC-SALDO-CTVS        TO FCH-SALDO-CTVS
            IF WK-ALTERACAO-TARDIA = 'S'
               MOVE 1                    TO FCH-QTD-ALTERACOES
            END-IF
            WRITE REG-FECHAMENTO
            .

       P550-IMPRIMIR-MOVIMENTO.
            COMPUTE WK-VALOR-REAIS = WK-MV-ABERTURA-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-LF-ABERTURA
            COMPUTE WK-VALOR-REAIS = WK-MV-FATURADO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-LF-FATURADO
            COMPUTE WK-VALOR-REAIS = WK-MV-DESCONTO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-LF-DESCONTO
            COMPUTE WK-VALOR-REAIS = WK-MV-RECEBIDO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-LF-RECEBIDO
            COMPUTE WK-VALOR-REAIS = WK-MV-ENCARGOS-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-LF-ENCARGOS
            COMPUTE WK-VALOR-REAIS = WK-MV-CANCELADO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-LF-CANCELADO
            COMPUTE WK-VALOR-REAIS = WK-MV-RENEGOCIADO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-LF-RENEGOCIADO
            COMPUTE WK-VALOR-REAIS = WK-MV-FECHAMENTO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-LF-FECHAMENTO
            MOVE WK-LINHA-FECHAMENTO     TO FECH-REC
            WRITE FECH-REC
            .

      ******************************************************************
      * P600-GRAVAR-TOTAL: linha de total no relatorio e registro
      * 000000 no FCHMSTR - e ele que marca o mes como fechado.
      ******************************************************************
       P600-GRAVAR-TOTAL.
            MOVE WK-TOTAL-MES            TO WK-MOVIMENTO
            MOVE 'TOTAL'                 TO WK-LF-COMPETENCIA
            MOVE SPACES                  TO WK-LF-MARCA
            PERFORM P550-IMPRIMIR-MOVIMENTO

            INITIALIZE REG-FECHAMENTO
            MOVE WK-MES-FECHAR           TO FCH-MES
            MOVE ZEROS                   TO FCH-COMPETENCIA
            MOVE WK-DATA-HOJE            TO FCH-DATA-FECHAMENTO
            MOVE 'FATFECHA'              TO FCH-PROGRAMA
            MOVE WK-TA-FATURADO-CTVS     TO FCH-FATURADO-CTVS
            MOVE WK-TA-DESCONTO-CTVS     TO FCH-DESCONTO-CTVS
            MOVE WK-TA-ENCARGOS-CTVS     TO FCH-ENCARGOS-CTVS
            MOVE WK-TA-RECEBIDO-CTVS     TO FCH-RECEBIDO-CTVS
            MOVE WK-TA-CANCELADO-CTVS    TO FCH-CANCELADO-CTVS
            MOVE WK-TA-RENEGOCIADO-CTVS  TO FCH-RENEGOCIADO-CTVS
            MOVE WK-TT-FECHAMENTO-CTVS   TO FCH-SALDO-CTVS
            MOVE WK-QTD-ALTERACOES       TO FCH-QTD-ALTERACOES
            WRITE REG-FECHAMENTO
            IF WK-QTD-ALTERACOES > ZEROS
               MOVE SPACES               TO FECH-REC
               STRING '*ALTER. TARDIA* = FATURADO, DESCONTO OU '
                      'CANCELAMENTO MUDOU EM COMPETENCIA JA FECHADA '
                      '- CONFERIR ANTES DE CONTABILIZAR.'
                      DELIMITED BY SIZE INTO FECH-REC
               END-STRING
               WRITE FECH-REC
            END-IF
            .

      ******************************************************************
      * P700-LANCAMENTOS: um lancamento por natureza do movimento do
      * mes. Valor negativo (estorno de alteracao tardia) inverte
      * debito e credito. Renegociado nao gera lancamento: a fatura
      * original sai e a parcela entra na mesma conta a receber.
      ******************************************************************
       P700-LANCAMENTOS.
            MOVE WK-CONTA-RECEBER        TO WK-LC-DEBITO
            MOVE WK-CONTA-RECEITA        TO WK-LC-CREDITO
            MOVE WK-TT-FATURADO-CTVS     TO WK-LC-VALOR-CTVS
            MOVE 'MENSALIDADES FATURADAS NO MES'
                                         TO WK-LC-HISTORICO
            PERFORM P710-GRAVAR-LANCAMENTO THRU P710-FIM

            MOVE WK-CONTA-DESCONTOS      TO WK-LC-DEBITO
            MOVE WK-CONTA-RECEBER        TO WK-LC-CREDITO
            MOVE WK-TT-DESCONTO-CTVS     TO WK-LC-VALOR-CTVS
            MOVE 'BOLSAS E DESCONTOS CONCEDIDOS'
                                         TO WK-LC-HISTORICO
            PERFORM P710-GRAVAR-LANCAMENTO THRU P710-FIM

            MOVE WK-CONTA-RECEBER        TO WK-LC-DEBITO
            MOVE WK-CONTA-ENCARGOS       TO WK-LC-CREDITO
            MOVE WK-TT-ENCARGOS-CTVS     TO WK-LC-VALOR-CTVS
            MOVE 'MULTA E JUROS SOBRE MENSALIDADES'
                                         TO WK-LC-HISTORICO
            PERFORM P710-GRAVAR-LANCAMENTO THRU P710-FIM

            MOVE WK-CONTA-BANCO          TO WK-LC-DEBITO
            MOVE WK-CONTA-RECEBER        TO WK-LC-CREDITO
            MOVE WK-TT-RECEBIDO-CTVS     TO WK-LC-VALOR-CTVS
            MOVE 'RECEBIMENTO DE MENSALIDADES'
                                         TO WK-LC-HISTORICO
            PERFORM P710-GRAVAR-LANCAMENTO THRU P710-FIM

            MOVE WK-CONTA-CANCELAMENTO   TO WK-LC-DEBITO
            MOVE WK-CONTA-RECEBER        TO WK-LC-CREDITO
            MOVE WK-TT-CANCELADO-CTVS    TO WK-LC-VALOR-CTVS
            MOVE 'MENSALIDADES CANCELADAS'
                                         TO WK-LC-HISTORICO
            PERFORM P710-GRAVAR-LANCAMENTO THRU P710-FIM
            .

       P710-GRAVAR-LANCAMENTO.
            IF WK-LC-VALOR-CTVS = ZEROS
               GO TO P710-FIM
            END-IF
            MOVE SPACES                  TO REG-LANCAMENTO
            MOVE 'D'                     TO LC-TIPO-REG
            MOVE WK-DATA-HOJE            TO LC-DATA
            MOVE WK-MES-FECHAR           TO LC-COMPETENCIA
            ADD 1                        TO WK-QTD-LANCAMENTOS
            MOVE WK-QTD-LANCAMENTOS      TO LC-SEQUENCIA
            IF WK-LC-VALOR-CTVS < ZEROS
               MOVE WK-LC-CREDITO        TO LC-CONTA-DEBITO
               MOVE WK-LC-DEBITO         TO LC-CONTA-CREDITO
               COMPUTE WK-LC-VALOR-CTVS = ZEROS - WK-LC-VALOR-CTVS
               MOVE SPACES               TO LC-HISTORICO
               STRING 'ESTORNO ' WK-LC-HISTORICO(1:32)
                      DELIMITED BY SIZE INTO LC-HISTORICO
               END-STRING
            ELSE
               MOVE WK-LC-DEBITO         TO LC-CONTA-DEBITO
               MOVE WK-LC-CREDITO        TO LC-CONTA-CREDITO
               MOVE WK-LC-HISTORICO      TO LC-HISTORICO
            END-IF
            COMPUTE LC-VALOR = WK-LC-VALOR-CTVS / 100
            ADD WK-LC-VALOR-CTVS         TO WK-HASH-VALORES
            WRITE REG-LANCAMENTO
            .
       P710-FIM.

       P900-FINALIZAR.
            MOVE WK-QTD-LANCAMENTOS      TO WK-TRL-CONTAGEM
            MOVE WK-HASH-VALORES         TO WK-TRL-HASH
            MOVE SPACES                  TO REG-LANCAMENTO
            WRITE REG-LANCAMENTO FROM WK-TRAILER
            CLOSE FATURA-MASTER FECHAMENTO-CONTROLE
            CLOSE ARQ-LANCAMENTOS RELATORIO-FECHAMENTO
            DISPLAY 'FATURAS LIDAS...........: ' WK-QTD-FATURAS
            DISPLAY 'COMPETENCIAS NO FECHAM..: ' WK-QTD-COMPETENCIAS
            DISPLAY 'ALTERACOES TARDIAS......: ' WK-QTD-ALTERACOES
            DISPLAY 'LANCAMENTOS EXPORTADOS..: ' WK-QTD-LANCAMENTOS
            COMPUTE WK-VALOR-REAIS = WK-TT-FECHAMENTO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-LINHA
            DISPLAY 'SALDO A RECEBER.........: ' WK-VALOR-LINHA
            DISPLAY 'MES ' WK-MES-FECHAR ' FECHADO - RELATORIO EM '
                    'FATFECRL, LANCAMENTOS EM FATCONTB.'
            IF WK-QTD-ALTERACOES > ZEROS
               MOVE 4                    TO LK-RUN-CODIGO-RETORNO
            END-IF
            MOVE WK-QTD-FATURAS          TO LK-RUN-QTD-LIDOS
            MOVE WK-QTD-LANCAMENTOS      TO LK-RUN-QTD-APLICADOS
            MOVE WK-QTD-ALTERACOES       TO LK-RUN-QTD-REJEITADOS
            PERFORM P950-FIM-EXECUCAO
            .

       P950-FIM-EXECUCAO.
            MOVE 'FATFECHA'              TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM FATFECHA.
