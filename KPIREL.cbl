      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: PAINEL GERENCIAL MENSAL DA DIRETORIA. A DIRETORIA
      *          RECEBIA VINTE RELATORIOS SEPARADOS (SUMCNTT,
      *          AUDTREND, CAMPRESP, CUSTOREL, FATAGING, NOTASTAT,
      *          RANKALU, CICLSTAT...) E PEDIA UMA PAGINA SO. ESTE
      *          LOTE APURA, PARA O MES INFORMADO (AAAAMM), OS
      *          INDICADORES-CHAVE - CONTATOS ATIVOS POR FILIAL,
      *          CRESCIMENTO LIQUIDO E PONTUACAO DE QUALIDADE;
      *          CUSTO E TAXA DE RESPOSTA DAS CAMPANHAS E CASOS DE
      *          SAC COM SLA VENCIDO; FATURADO, RECEBIDO E
      *          INADIMPLENCIA DAS MENSALIDADES; ALUNOS MATRICULADOS,
      *          FREQUENCIA E APROVACAO; E O INDICE DE SUCESSO DOS
      *          LOTES - E IMPRIME CADA UM AO LADO DO MES ANTERIOR E
      *          DO MESMO MES DO ANO ANTERIOR, EM 132 COLUNAS
      *          (KPIREL, REGISTRADO NO SPOOL) E EM REGISTROS
      *          ROTULADOS (KPIDADOS, UM OBJETO JSON POR LINHA, NO
      *          MOLDE DO JSONCNTT). OS VALORES DO MES FICAM
      *          FOTOGRAFADOS NO KPIHIST (VIA KPIUTIL) - E DALI QUE
      *          SAEM AS COLUNAS DE COMPARACAO, E MES JA PASSADO
      *          REEMITIDO USA A FOTOGRAFIA EM VEZ DE RECALCULAR
      *          ESTOQUE COM OS DADOS DE HOJE. A PONTUACAO DE
      *          QUALIDADE E A QUE O QUALCNTT DEPOSITOU NO MES.
      *          ROTULO SEM FOTOGRAFIA SAI COMO N/D. RODA NO ULTIMO
      *          DIA UTIL PELO CICLCTRL (PASSO AGENDA), DEPOIS DO
      *          QUALCNTT; FORA DA AGENDA PERGUNTA O MES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPIREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELCONT'.
           COPY 'SELAUDIT'.
           COPY 'SELAUDARC'.
           COPY 'SELCAMP'.
           COPY 'SELSAC'.
           COPY 'SELFAT'.
           COPY 'SELALID'.
           COPY 'SELALUNO'.
           COPY 'SELRUNL'.
           SELECT RELATORIO-KPI
               ASSIGN TO "KPIREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-KPI-DADOS
               ASSIGN TO "KPIDADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-DADOS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDCONT'.
           COPY 'FDAUDIT'.
           COPY 'FDAUDARC'.
           COPY 'FDCAMP'.
           COPY 'FDSAC'.
           COPY 'FDFAT'.
           COPY 'FDALID'.
           COPY 'FDALUNO'.
           COPY 'FDRUNL'.
       FD  RELATORIO-KPI
           LABEL RECORD IS STANDARD.
       01  KPIREL-REC                   PIC X(132).
       FD  ARQ-KPI-DADOS
           LABEL RECORD IS STANDARD.
       01  KPIDADOS-REC                 PIC X(250).
       WORKING-STORAGE SECTION.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-AUDARC                 PIC X(02) VALUE SPACES.
       77  WK-FS-CAMPCTL                PIC X(02) VALUE SPACES.
       77  WK-FS-CAMPDET                PIC X(02) VALUE SPACES.
       77  WK-FS-SAC                    PIC X(02) VALUE SPACES.
       77  WK-FS-FATURA                 PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNO                  PIC X(02) VALUE SPACES.
       77  WK-FS-RUNLOG                 PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-FS-DADOS                  PIC X(02) VALUE SPACES.
       77  WK-PARAMETRO-AGENDA          PIC X(20) VALUE SPACES.
       77  WK-MES-PEDIDO                PIC X(06) VALUE SPACES.
       77  WK-MES-REF                   PIC 9(06) VALUE ZEROS.
       77  WK-MES-FATURA                PIC 9(06) VALUE ZEROS.
       77  WK-MES-ANTERIOR              PIC 9(06) VALUE ZEROS.
       77  WK-MES-ANO-ANTERIOR          PIC 9(06) VALUE ZEROS.
       77  WK-MES-CORRENTE              PIC 9(06) VALUE ZEROS.
       77  WK-MES-FECHADO               PIC X(01) VALUE 'N'.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-PERIODO-ESCOLAR           PIC 9(05) VALUE ZEROS.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-DETALHE               PIC X(01) VALUE 'N'.
       77  WK-CAMPANHA-ATUAL            PIC X(08) VALUE SPACES.
       77  WK-SECAO-ATUAL               PIC X(12) VALUE SPACES.
       77  WK-QTD-INDICADORES           PIC 9(04) VALUE ZEROS.
       77  WK-QTD-FOTOGRAFADOS          PIC 9(04) VALUE ZEROS.
       77  WK-QTD-REGISTROS             PIC 9(06) VALUE ZEROS.
       77  WK-RC                        PIC 9(02) VALUE ZEROS.
      *****************************************************************
      * Acumuladores das apuracoes do mes.
      *****************************************************************
       77  WK-QTD-ATIVOS                PIC 9(07) VALUE ZEROS.
       77  WK-SALDO-CADASTRO            PIC S9(07) VALUE ZEROS.
       77  WK-CUSTO-MES-CTVS            PIC 9(11) VALUE ZEROS.
       77  WK-QTD-CAMPANHAS             PIC 9(05) VALUE ZEROS.
       77  WK-QTD-ENVIADOS              PIC 9(07) VALUE ZEROS.
       77  WK-QTD-RESPONDIDOS           PIC 9(07) VALUE ZEROS.
       77  WK-QTD-SAC-VENCIDOS          PIC 9(07) VALUE ZEROS.
       77  WK-FATURADO-CTVS             PIC 9(11) VALUE ZEROS.
       77  WK-RECEBIDO-CTVS             PIC 9(11) VALUE ZEROS.
       77  WK-EM-ATRASO-CTVS            PIC 9(11) VALUE ZEROS.
       77  WK-QTD-MATRICULADOS          PIC 9(07) VALUE ZEROS.
       77  WK-QTD-AULAS                 PIC 9(09) VALUE ZEROS.
       77  WK-QTD-PRESENCAS             PIC 9(09) VALUE ZEROS.
       77  WK-QTD-APROVADOS             PIC 9(07) VALUE ZEROS.
       77  WK-QTD-REPROVADOS            PIC 9(07) VALUE ZEROS.
       77  WK-QTD-EXECUCOES             PIC 9(07) VALUE ZEROS.
       77  WK-QTD-EXECUCOES-OK          PIC 9(07) VALUE ZEROS.
      *****************************************************************
      * WK-QUADRO-FILIAIS: contatos ativos por filial - filial em
      * branco sai como SEM, como no SUMCNTT.
      *****************************************************************
       77  WK-IDX-FIL                   PIC 9(03) VALUE ZEROS.
       77  WK-QTDE-FIL                  PIC 9(03) VALUE ZEROS.
       77  WK-ACHOU-FIL                 PIC X(01) VALUE 'N'.
       77  WK-FILIAL-EXIB               PIC X(03) VALUE SPACES.
       01  WK-QUADRO-FILIAIS.
           05 WK-QF-ENTRY               OCCURS 100 TIMES.
               10 WK-QF-FILIAL          PIC X(03).
               10 WK-QF-ATIVOS          PIC 9(07).
      *****************************************************************
      * WK-INDICADOR: o indicador da vez, montado por cada apuracao e
      * entregue ao P800. WK-IND-APURAR 'N' = so vem do KPIHIST (a
      * qualidade, apurada pelo QUALCNTT); WK-IND-TEM 'N' = o mes nao
      * tem base para o calculo (taxa sem denominador).
      *****************************************************************
       01  WK-INDICADOR.
           05 WK-IND-SECAO              PIC X(12).
           05 WK-IND-CODIGO             PIC X(12).
           05 WK-IND-DESCRICAO          PIC X(40).
           05 WK-IND-TIPO               PIC X(01).
               88 WK-IND-QUANTIDADE     VALUE 'Q'.
               88 WK-IND-DECIMAL        VALUE 'V' 'P'.
           05 WK-IND-APURAR             PIC X(01).
           05 WK-IND-TEM                PIC X(01).
           05 WK-IND-VALOR              PIC S9(11)V99.
       01  WK-COMPARACAO.
           05 WK-CMP-ENTRY              OCCURS 3 TIMES.
               10 WK-CMP-TEM            PIC X(01).
               10 WK-CMP-VALOR          PIC S9(11)V99.
       77  WK-IDX-CMP                   PIC 9(01) VALUE ZEROS.
      *****************************************************************
      * Edicao dos valores: relatorio com virgula decimal e ponto de
      * milhar; registro rotulado com ponto decimal e sem milhar.
      *****************************************************************
       77  WK-ED-INTEIRO                PIC ---.---.---.--9.
       77  WK-ED-DECIMAL                PIC ---.---.---.--9,99.
       77  WK-ED-JSON                   PIC -(12)9,99.
       77  WK-TEXTO-VALOR               PIC X(18) VALUE SPACES.
       01  WK-JSON-VALORES.
           05 WK-JSON-VALOR             PIC X(16) OCCURS 3 TIMES.
       01  WK-LINHA-KPI.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WK-LK-DESCRICAO           PIC X(40).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WK-LK-VALOR               PIC X(18) OCCURS 3 TIMES.
           05 FILLER                    PIC X(16) VALUE SPACES.
       01  WK-MES-EDITADO.
           05 WK-ME-MES                 PIC X(02).
           05 FILLER                    PIC X(01) VALUE '/'.
           05 WK-ME-ANO                 PIC X(04).
       77  WK-MES-EDITAR                PIC 9(06) VALUE ZEROS.
       01  WK-DATA-EDITADA.
           05 WK-DE-DIA                 PIC X(02).
           05 FILLER                    PIC X(01) VALUE '/'.
           05 WK-DE-MES                 PIC X(02).
           05 FILLER                    PIC X(01) VALUE '/'.
           05 WK-DE-ANO                 PIC X(04).
           COPY 'PARMKPI'.
           COPY 'PARMSPL'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'KPIREL'                TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            MOVE WK-DATA-HOJE(1:6)       TO WK-MES-CORRENTE

            DISPLAY 'AGP_PARAMETRO'      UPON ENVIRONMENT-NAME
            ACCEPT WK-PARAMETRO-AGENDA   FROM ENVIRONMENT-VALUE
            IF WK-PARAMETRO-AGENDA NOT = SPACES
               MOVE WK-PARAMETRO-AGENDA(1:6) TO WK-MES-PEDIDO
            ELSE
               DISPLAY 'MES DO PAINEL (AAAAMM): '
               ACCEPT WK-MES-PEDIDO
            END-IF
            PERFORM P100-CONFERIR-MES THRU P100-FIM
            IF WK-RC NOT = ZEROS
               DISPLAY 'MES INVALIDO: ' WK-MES-PEDIDO
               PERFORM P990-REGISTRAR-FIM
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO-KPI ARQ-KPI-DADOS
            PERFORM P150-CABECALHOS

            PERFORM P200-CONTATOS
            PERFORM P300-CAMPANHAS-SAC
            PERFORM P400-MENSALIDADES
            PERFORM P500-ESCOLA
            PERFORM P600-OPERACAO

            PERFORM P900-FINALIZAR
            PERFORM P990-REGISTRAR-FIM
            GOBACK
            .

      ******************************************************************
      * P100-CONFERIR-MES: AAAAMM valido, nao futuro. Meses de
      * comparacao: o anterior (janeiro volta para dezembro) e o
      * mesmo mes do ano anterior. Periodo escolar AAAAS: semestre 1
      * ate junho, 2 dali em diante.
      ******************************************************************
       P100-CONFERIR-MES.
            MOVE ZEROS                   TO WK-RC
            IF WK-MES-PEDIDO NOT NUMERIC
               MOVE 12                   TO WK-RC
               GO TO P100-FIM
            END-IF
            MOVE WK-MES-PEDIDO           TO WK-MES-REF
            IF WK-MES-PEDIDO(5:2) < '01' OR WK-MES-PEDIDO(5:2) > '12'
               OR WK-MES-REF > WK-MES-CORRENTE
               MOVE 12                   TO WK-RC
               GO TO P100-FIM
            END-IF
            IF WK-MES-PEDIDO(5:2) = '01'
               COMPUTE WK-MES-ANTERIOR = WK-MES-REF - 100 + 11
            ELSE
               COMPUTE WK-MES-ANTERIOR = WK-MES-REF - 1
            END-IF
            COMPUTE WK-MES-ANO-ANTERIOR = WK-MES-REF - 100
            IF WK-MES-REF < WK-MES-CORRENTE
               MOVE 'S'                  TO WK-MES-FECHADO
            END-IF
            IF WK-MES-PEDIDO(5:2) < '07'
               COMPUTE WK-PERIODO-ESCOLAR =
                       (WK-MES-REF / 100) * 10 + 1
            ELSE
               COMPUTE WK-PERIODO-ESCOLAR =
                       (WK-MES-REF / 100) * 10 + 2
            END-IF
            .
       P100-FIM.

       P150-CABECALHOS.
            MOVE WK-DATA-HOJE(7:2)       TO WK-DE-DIA
            MOVE WK-DATA-HOJE(5:2)       TO WK-DE-MES
            MOVE WK-DATA-HOJE(1:4)       TO WK-DE-ANO
            MOVE WK-MES-REF              TO WK-MES-EDITAR
            PERFORM P860-EDITAR-MES
            MOVE SPACES                  TO KPIREL-REC
            STRING 'PAINEL GERENCIAL MENSAL - MES ' WK-MES-EDITADO
                   '          EMITIDO EM ' WK-DATA-EDITADA
                   DELIMITED BY SIZE INTO KPIREL-REC
            END-STRING
            WRITE KPIREL-REC
            MOVE SPACES                  TO KPIREL-REC
            WRITE KPIREL-REC

            MOVE SPACES                  TO WK-LINHA-KPI
            MOVE 'INDICADOR'             TO WK-LK-DESCRICAO
            STRING '      MES ' WK-MES-EDITADO
                   DELIMITED BY SIZE INTO WK-LK-VALOR(1)
            END-STRING
            MOVE WK-MES-ANTERIOR         TO WK-MES-EDITAR
            PERFORM P860-EDITAR-MES
            STRING '  ANTERIOR ' WK-MES-EDITADO
                   DELIMITED BY SIZE INTO WK-LK-VALOR(2)
            END-STRING
            MOVE WK-MES-ANO-ANTERIOR     TO WK-MES-EDITAR
            PERFORM P860-EDITAR-MES
            STRING '  ANO ANT. ' WK-MES-EDITADO
                   DELIMITED BY SIZE INTO WK-LK-VALOR(3)
            END-STRING
            MOVE WK-LINHA-KPI            TO KPIREL-REC
            WRITE KPIREL-REC
            MOVE ALL '-'                 TO KPIREL-REC
            WRITE KPIREL-REC

            MOVE SPACES                  TO KPIDADOS-REC
            STRING '{"tipo":"header","painel":"KPIREL","mes":"'
                   WK-MES-REF '","data":"' WK-DATA-HOJE '"}'
                   DELIMITED BY SIZE INTO KPIDADOS-REC
            END-STRING
            WRITE KPIDADOS-REC
            .

      ******************************************************************
      * P200-CONTATOS: estoque de ativos (total e por filial) do
      * mestre, crescimento liquido do mes pela trilha de auditoria
      * (arquivo morto e vivo: inclusoes mais restauracoes menos
      * exclusoes, a mesma conta do AUDTREND) e a pontuacao media de
      * defeitos do QUALCNTT.
      ******************************************************************
       P200-CONTATOS.
            MOVE 'CONTATOS'              TO WK-IND-SECAO
            OPEN INPUT CONTATO-MASTER
            IF WK-FS-CONTATO = '00'
               MOVE 'N'                  TO WK-FIM-ARQ
               PERFORM P210-LER-CONTATO THRU P210-FIM
                       UNTIL WK-FIM-ARQ = 'S'
               CLOSE CONTATO-MASTER
            END-IF
            MOVE 'CONT-ATIVOS'           TO WK-IND-CODIGO
            MOVE 'CONTATOS ATIVOS - TOTAL' TO WK-IND-DESCRICAO
            MOVE WK-QTD-ATIVOS           TO WK-IND-VALOR
            PERFORM P810-QUANTIDADE-APURADA
            PERFORM P220-INDICADOR-FILIAL
                    VARYING WK-IDX-FIL FROM 1 BY 1
                    UNTIL WK-IDX-FIL > WK-QTDE-FIL

            OPEN INPUT AUDITORIA-ARQUIVO
            IF WK-FS-AUDARC = '00'
               MOVE 'N'                  TO WK-FIM-ARQ
               PERFORM P230-LER-MORTO THRU P230-FIM
                       UNTIL WK-FIM-ARQ = 'S'
               CLOSE AUDITORIA-ARQUIVO
            END-IF
            OPEN INPUT AUDITORIA
            IF WK-FS-AUDITORIA = '00'
               MOVE 'N'                  TO WK-FIM-ARQ
               PERFORM P240-LER-VIVO THRU P240-FIM
                       UNTIL WK-FIM-ARQ = 'S'
               CLOSE AUDITORIA
            END-IF
            MOVE 'CONT-CRESC'            TO WK-IND-CODIGO
            MOVE 'CRESCIMENTO LIQUIDO NO MES' TO WK-IND-DESCRICAO
            MOVE WK-SALDO-CADASTRO       TO WK-IND-VALOR
            PERFORM P810-QUANTIDADE-APURADA

            MOVE 'QUAL-PONTOS'           TO WK-IND-CODIGO
            MOVE 'QUALIDADE - PONTOS MEDIOS DE DEFEITO'
                                         TO WK-IND-DESCRICAO
            MOVE 'V'                     TO WK-IND-TIPO
            MOVE 'N'                     TO WK-IND-APURAR
            MOVE 'N'                     TO WK-IND-TEM
            MOVE ZEROS                   TO WK-IND-VALOR
            PERFORM P800-REGISTRAR-INDICADOR
            .

       P210-LER-CONTATO.
            READ CONTATO-MASTER NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    IF WK-REG-ATIVO
                       ADD 1             TO WK-QTD-ATIVOS
                       PERFORM P215-ACUMULAR-FILIAL
                    END-IF
            END-READ
            .
       P210-FIM.

       P215-ACUMULAR-FILIAL.
            IF WK-FILIAL = SPACES
               MOVE 'SEM'                TO WK-FILIAL-EXIB
            ELSE
               MOVE WK-FILIAL            TO WK-FILIAL-EXIB
            END-IF
            MOVE 'N'                     TO WK-ACHOU-FIL
            PERFORM P216-PROCURAR-FILIAL
                    VARYING WK-IDX-FIL FROM 1 BY 1
                    UNTIL WK-IDX-FIL > WK-QTDE-FIL
                       OR WK-ACHOU-FIL = 'S'
            IF WK-ACHOU-FIL = 'N' AND WK-QTDE-FIL < 100
               ADD 1                     TO WK-QTDE-FIL
               MOVE WK-FILIAL-EXIB       TO WK-QF-FILIAL(WK-QTDE-FIL)
               MOVE 1                    TO WK-QF-ATIVOS(WK-QTDE-FIL)
            END-IF
            .

       P216-PROCURAR-FILIAL.
            IF WK-QF-FILIAL(WK-IDX-FIL) = WK-FILIAL-EXIB
               ADD 1                     TO WK-QF-ATIVOS(WK-IDX-FIL)
               MOVE 'S'                  TO WK-ACHOU-FIL
            END-IF
            .

       P220-INDICADOR-FILIAL.
            MOVE SPACES                  TO WK-IND-CODIGO
                                            WK-IND-DESCRICAO
            STRING 'ATIVOS-' WK-QF-FILIAL(WK-IDX-FIL)
                   DELIMITED BY SIZE INTO WK-IND-CODIGO
            END-STRING
            STRING 'CONTATOS ATIVOS - FILIAL '
                   WK-QF-FILIAL(WK-IDX-FIL)
                   DELIMITED BY SIZE INTO WK-IND-DESCRICAO
            END-STRING
            MOVE WK-QF-ATIVOS(WK-IDX-FIL) TO WK-IND-VALOR
            PERFORM P810-QUANTIDADE-APURADA
            .

       P230-LER-MORTO.
            READ AUDITORIA-ARQUIVO
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    MOVE AUDARC-REC      TO AUDIT-REC
                    PERFORM P250-SALDO-LINHA
            END-READ
            .
       P230-FIM.

       P240-LER-VIVO.
            READ AUDITORIA
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    PERFORM P250-SALDO-LINHA
            END-READ
            .
       P240-FIM.

       P250-SALDO-LINHA.
            IF AUD-DATA-HORA(1:6) = WK-MES-PEDIDO
               EVALUATE AUD-OPERACAO
                  WHEN 'INCLUIR'
                  WHEN 'RESTAURAR'
                     ADD 1               TO WK-SALDO-CADASTRO
                  WHEN 'EXCLUIR'
                     SUBTRACT 1          FROM WK-SALDO-CADASTRO
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF
            .

      ******************************************************************
      * P300-CAMPANHAS-SAC: custo de postagem das campanhas rodadas no
      * mes (CAMPCTL, como no CUSTOREL) e taxa de resposta de quem
      * recebeu a peca - grupo de controle fora, como no CAMPRESP.
      * Casos de SAC ainda pendentes com o prazo de SLA estourado.
      ******************************************************************
       P300-CAMPANHAS-SAC.
            MOVE 'CAMPANHAS'             TO WK-IND-SECAO
            OPEN INPUT CAMPANHA-CONTROLE CAMPANHA-DETALHE
            IF WK-FS-CAMPCTL = '00'
               MOVE 'N'                  TO WK-FIM-ARQ
               MOVE LOW-VALUES           TO CMP-ID
               START CAMPANHA-CONTROLE KEY IS NOT LESS THAN CMP-ID
                   INVALID KEY
                      MOVE 'S'           TO WK-FIM-ARQ
               END-START
               PERFORM P310-LER-CAMPANHA THRU P310-FIM
                       UNTIL WK-FIM-ARQ = 'S'
               CLOSE CAMPANHA-CONTROLE
            END-IF
            IF WK-FS-CAMPDET = '00'
               CLOSE CAMPANHA-DETALHE
            END-IF

            MOVE 'CAMP-CUSTO'            TO WK-IND-CODIGO
            MOVE 'CUSTO DAS CAMPANHAS DO MES (R$)'
                                         TO WK-IND-DESCRICAO
            COMPUTE WK-IND-VALOR = WK-CUSTO-MES-CTVS / 100
            PERFORM P820-DECIMAL-APURADO

            MOVE 'CAMP-RESP-PCT'         TO WK-IND-CODIGO
            MOVE 'TAXA DE RESPOSTA DAS CAMPANHAS (%)'
                                         TO WK-IND-DESCRICAO
            MOVE 'P'                     TO WK-IND-TIPO
            MOVE 'S'                     TO WK-IND-APURAR
            MOVE ZEROS                   TO WK-IND-VALOR
            MOVE 'N'                     TO WK-IND-TEM
            IF WK-QTD-ENVIADOS > ZEROS
               COMPUTE WK-IND-VALOR ROUNDED =
                       (WK-QTD-RESPONDIDOS * 100) / WK-QTD-ENVIADOS
               MOVE 'S'                  TO WK-IND-TEM
            END-IF
            PERFORM P800-REGISTRAR-INDICADOR

            MOVE 'SAC'                   TO WK-IND-SECAO
            OPEN INPUT CASO-SAC
            IF WK-FS-SAC = '00'
               MOVE 'N'                  TO WK-FIM-ARQ
               MOVE ZEROS                TO SAC-PROTOCOLO
               START CASO-SAC KEY IS NOT LESS THAN SAC-PROTOCOLO
                   INVALID KEY
                      MOVE 'S'           TO WK-FIM-ARQ
               END-START
               PERFORM P350-LER-CASO THRU P350-FIM
                       UNTIL WK-FIM-ARQ = 'S'
               CLOSE CASO-SAC
            END-IF
            MOVE 'SAC-VENCIDOS'          TO WK-IND-CODIGO
            MOVE 'CASOS DE SAC EM ABERTO COM SLA VENCIDO'
                                         TO WK-IND-DESCRICAO
            MOVE WK-QTD-SAC-VENCIDOS     TO WK-IND-VALOR
            PERFORM P810-QUANTIDADE-APURADA
            .

       P310-LER-CAMPANHA.
            READ CAMPANHA-CONTROLE NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    IF CMP-DATA(1:6) = WK-MES-PEDIDO
                       ADD 1             TO WK-QTD-CAMPANHAS
                       ADD CMP-CUSTO-CTVS TO WK-CUSTO-MES-CTVS
                       PERFORM P320-RESPOSTAS-CAMPANHA THRU P320-FIM
                    END-IF
            END-READ
            .
       P310-FIM.

       P320-RESPOSTAS-CAMPANHA.
            IF WK-FS-CAMPDET NOT = '00'
               GO TO P320-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-DETALHE
            MOVE CMP-ID                  TO WK-CAMPANHA-ATUAL
                                            CMD-CAMPANHA
            MOVE ZEROS                   TO CMD-CODIGO
            START CAMPANHA-DETALHE KEY IS NOT LESS THAN CMD-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-DETALHE
            END-START
            PERFORM P330-LER-DETALHE THRU P330-FIM
                    UNTIL WK-FIM-DETALHE = 'S'
            .
       P320-FIM.

       P330-LER-DETALHE.
            READ CAMPANHA-DETALHE NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-DETALHE
                 NOT AT END
                    IF CMD-CAMPANHA NOT = WK-CAMPANHA-ATUAL
                       MOVE 'S'          TO WK-FIM-DETALHE
                    ELSE
                       IF CMD-GRUPO-ENVIADO
                          ADD 1          TO WK-QTD-ENVIADOS
                          IF NOT CMD-SEM-RESPOSTA
                             ADD 1       TO WK-QTD-RESPONDIDOS
                          END-IF
                       END-IF
                    END-IF
            END-READ
            .
       P330-FIM.

       P350-LER-CASO.
            READ CASO-SAC NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    IF SAC-PENDENTE AND SAC-PRAZO-SLA < WK-DATA-HOJE
                       ADD 1             TO WK-QTD-SAC-VENCIDOS
                    END-IF
            END-READ
            .
       P350-FIM.

      ******************************************************************
      * P400-MENSALIDADES: faturas da competencia do mes (canceladas
      * fora). Faturado = liquido devido; recebido = o que ja entrou
      * contra elas; inadimplencia = principal ainda em aberto nas
      * faturas vencidas, sobre o faturado. Como no FATFECHA, fatura
      * renegociada sai do faturado (a divida passou ao acordo) e a
      * parcela de acordo (competencia 9AAAPP) nao e faturamento
      * novo - cai no mes do vencimento so com o que entrou e com o
      * principal vencido em aberto.
      ******************************************************************
       P400-MENSALIDADES.
            MOVE 'MENSALIDADES'          TO WK-IND-SECAO
            OPEN INPUT FATURA-MASTER
            IF WK-FS-FATURA = '00'
               MOVE 'N'                  TO WK-FIM-ARQ
               PERFORM P410-LER-FATURA THRU P410-FIM
                       UNTIL WK-FIM-ARQ = 'S'
               CLOSE FATURA-MASTER
            END-IF

            MOVE 'FAT-FATURADO'          TO WK-IND-CODIGO
            MOVE 'MENSALIDADES FATURADAS (R$)' TO WK-IND-DESCRICAO
            COMPUTE WK-IND-VALOR = WK-FATURADO-CTVS / 100
            PERFORM P820-DECIMAL-APURADO

            MOVE 'FAT-RECEBIDO'          TO WK-IND-CODIGO
            MOVE 'MENSALIDADES RECEBIDAS (R$)' TO WK-IND-DESCRICAO
            COMPUTE WK-IND-VALOR = WK-RECEBIDO-CTVS / 100
            PERFORM P820-DECIMAL-APURADO

            MOVE 'FAT-INAD-PCT'          TO WK-IND-CODIGO
            MOVE 'INADIMPLENCIA SOBRE O FATURADO (%)'
                                         TO WK-IND-DESCRICAO
            MOVE 'P'                     TO WK-IND-TIPO
            MOVE 'S'                     TO WK-IND-APURAR
            MOVE ZEROS                   TO WK-IND-VALOR
            MOVE 'N'                     TO WK-IND-TEM
            IF WK-FATURADO-CTVS > ZEROS
               COMPUTE WK-IND-VALOR ROUNDED =
                       (WK-EM-ATRASO-CTVS * 100) / WK-FATURADO-CTVS
               MOVE 'S'                  TO WK-IND-TEM
            END-IF
            PERFORM P800-REGISTRAR-INDICADOR
            .

       P410-LER-FATURA.
            READ FATURA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P410-FIM
            END-READ
            IF FAT-PARCELA > ZEROS
               MOVE FAT-VENCIMENTO(1:6)  TO WK-MES-FATURA
            ELSE
               MOVE FAT-COMPETENCIA      TO WK-MES-FATURA
            END-IF
            IF WK-MES-FATURA NOT = WK-MES-REF OR FAT-CANCELADA
               GO TO P410-FIM
            END-IF
            IF FAT-PARCELA = ZEROS AND NOT FAT-RENEGOCIADA
               ADD FAT-VALOR-CTVS        TO WK-FATURADO-CTVS
            END-IF
            ADD FAT-VALOR-PAGO-CTVS      TO WK-RECEBIDO-CTVS
            IF FAT-ABERTA AND
               FAT-VENCIMENTO < WK-DATA-HOJE AND
               FAT-VALOR-CTVS > FAT-VALOR-PAGO-CTVS
               COMPUTE WK-EM-ATRASO-CTVS =
                       WK-EM-ATRASO-CTVS + FAT-VALOR-CTVS
                       - FAT-VALOR-PAGO-CTVS
            END-IF
            .
       P410-FIM.

      ******************************************************************
      * P500-ESCOLA: alunos com matricula ativa (ALUNOID) e, no
      * periodo letivo do mes, frequencia (presencas sobre aulas do
      * ALUNOMST) e aprovacao (APROVADO e APROV-REC sobre as materias
      * ja decididas, como no NOTASTAT).
      ******************************************************************
       P500-ESCOLA.
            MOVE 'ESCOLA'                TO WK-IND-SECAO
            OPEN INPUT ALUNO-IDENTIDADE
            IF WK-FS-ALUNOID = '00'
               MOVE 'N'                  TO WK-FIM-ARQ
               PERFORM P510-LER-MATRICULA THRU P510-FIM
                       UNTIL WK-FIM-ARQ = 'S'
               CLOSE ALUNO-IDENTIDADE
            END-IF
            MOVE 'ALU-MATRIC'            TO WK-IND-CODIGO
            MOVE 'ALUNOS MATRICULADOS'   TO WK-IND-DESCRICAO
            MOVE WK-QTD-MATRICULADOS     TO WK-IND-VALOR
            PERFORM P810-QUANTIDADE-APURADA

            OPEN INPUT ALUNO-MASTER
            IF WK-FS-ALUNO = '00'
               MOVE 'N'                  TO WK-FIM-ARQ
               PERFORM P520-LER-NOTA THRU P520-FIM
                       UNTIL WK-FIM-ARQ = 'S'
               CLOSE ALUNO-MASTER
            END-IF

            MOVE 'ALU-FREQ-PCT'          TO WK-IND-CODIGO
            MOVE 'FREQUENCIA DO PERIODO LETIVO (%)'
                                         TO WK-IND-DESCRICAO
            MOVE 'P'                     TO WK-IND-TIPO
            MOVE 'S'                     TO WK-IND-APURAR
            MOVE ZEROS                   TO WK-IND-VALOR
            MOVE 'N'                     TO WK-IND-TEM
            IF WK-QTD-AULAS > ZEROS
               COMPUTE WK-IND-VALOR ROUNDED =
                       (WK-QTD-PRESENCAS * 100) / WK-QTD-AULAS
               MOVE 'S'                  TO WK-IND-TEM
            END-IF
            PERFORM P800-REGISTRAR-INDICADOR

            MOVE 'ALU-APROV-PCT'         TO WK-IND-CODIGO
            MOVE 'APROVACAO DO PERIODO LETIVO (%)'
                                         TO WK-IND-DESCRICAO
            MOVE ZEROS                   TO WK-IND-VALOR
            MOVE 'N'                     TO WK-IND-TEM
            IF WK-QTD-APROVADOS + WK-QTD-REPROVADOS > ZEROS
               COMPUTE WK-IND-VALOR ROUNDED =
                       (WK-QTD-APROVADOS * 100) /
                       (WK-QTD-APROVADOS + WK-QTD-REPROVADOS)
               MOVE 'S'                  TO WK-IND-TEM
            END-IF
            PERFORM P800-REGISTRAR-INDICADOR
            .

       P510-LER-MATRICULA.
            READ ALUNO-IDENTIDADE NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    IF MAT-ATIVO
                       ADD 1             TO WK-QTD-MATRICULADOS
                    END-IF
            END-READ
            .
       P510-FIM.

       P520-LER-NOTA.
            READ ALUNO-MASTER NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    IF AL-ANO-SEMESTRE = WK-PERIODO-ESCOLAR
                       ADD AL-QTDE-AULAS TO WK-QTD-AULAS
                       ADD AL-QTDE-PRESENCAS TO WK-QTD-PRESENCAS
                       EVALUATE TRUE
                          WHEN AL-STATUS(1:9) = 'APROV-REC'
                          WHEN AL-STATUS(1:8) = 'APROVADO'
                             ADD 1       TO WK-QTD-APROVADOS
                          WHEN AL-STATUS(1:9) = 'REPROVADO'
                             ADD 1       TO WK-QTD-REPROVADOS
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                    END-IF
            END-READ
            .
       P520-FIM.

      ******************************************************************
      * P600-OPERACAO: execucoes de lote do mes no RUNLOG. Sucesso e
      * FIM com codigo de retorno abaixo de 08; INICIO sem FIM (o
      * abend que o CICLSTAT acusa) conta como execucao sem sucesso.
      ******************************************************************
       P600-OPERACAO.
            MOVE 'OPERACAO'              TO WK-IND-SECAO
            OPEN INPUT RUN-LOG
            IF WK-FS-RUNLOG = '00'
               MOVE 'N'                  TO WK-FIM-ARQ
               PERFORM P610-LER-RUNLOG THRU P610-FIM
                       UNTIL WK-FIM-ARQ = 'S'
               CLOSE RUN-LOG
            END-IF
            MOVE 'LOTE-EXEC'             TO WK-IND-CODIGO
            MOVE 'EXECUCOES DE LOTE NO MES' TO WK-IND-DESCRICAO
            MOVE WK-QTD-EXECUCOES        TO WK-IND-VALOR
            PERFORM P810-QUANTIDADE-APURADA

            MOVE 'LOTE-OK-PCT'           TO WK-IND-CODIGO
            MOVE 'EXECUCOES DE LOTE COM SUCESSO (%)'
                                         TO WK-IND-DESCRICAO
            MOVE 'P'                     TO WK-IND-TIPO
            MOVE 'S'                     TO WK-IND-APURAR
            MOVE ZEROS                   TO WK-IND-VALOR
            MOVE 'N'                     TO WK-IND-TEM
            IF WK-QTD-EXECUCOES > ZEROS
               COMPUTE WK-IND-VALOR ROUNDED =
                       (WK-QTD-EXECUCOES-OK * 100) / WK-QTD-EXECUCOES
               MOVE 'S'                  TO WK-IND-TEM
            END-IF
            PERFORM P800-REGISTRAR-INDICADOR
            .

       P610-LER-RUNLOG.
            READ RUN-LOG
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    IF RUN-DATA-HORA(1:6) = WK-MES-PEDIDO
                       IF RUN-EVENTO-INICIO
                          ADD 1          TO WK-QTD-EXECUCOES
                       END-IF
                       IF RUN-EVENTO-FIM AND RUN-CODIGO-RETORNO < 8
                          ADD 1          TO WK-QTD-EXECUCOES-OK
                       END-IF
                    END-IF
            END-READ
            .
       P610-FIM.

      ******************************************************************
      * P800-REGISTRAR-INDICADOR: coluna do mes - apurado agora e
      * fotografado no KPIHIST, ou, se o mes ja fechou e tem
      * fotografia, o valor fotografado; colunas de comparacao so do
      * KPIHIST. Emite a linha do relatorio e o registro rotulado.
      ******************************************************************
       P800-REGISTRAR-INDICADOR.
            ADD 1                        TO WK-QTD-INDICADORES
            SET LK-KPI-LER               TO TRUE
            MOVE WK-IND-CODIGO           TO LK-KPI-INDICADOR
            MOVE WK-MES-REF              TO LK-KPI-MES
            CALL 'KPIUTIL' USING PARAMETRES-KPI
            EVALUATE TRUE
               WHEN LK-KPI-OK AND
                    (WK-MES-FECHADO = 'S' OR WK-IND-APURAR = 'N')
                  MOVE 'S'               TO WK-CMP-TEM(1)
                  MOVE LK-KPI-VALOR      TO WK-CMP-VALOR(1)
               WHEN WK-IND-APURAR = 'S' AND WK-IND-TEM = 'S'
                  MOVE 'S'               TO WK-CMP-TEM(1)
                  MOVE WK-IND-VALOR      TO WK-CMP-VALOR(1)
                  SET LK-KPI-GRAVAR      TO TRUE
                  MOVE WK-IND-VALOR      TO LK-KPI-VALOR
                  MOVE 'KPIREL'          TO LK-KPI-PROGRAMA
                  CALL 'KPIUTIL' USING PARAMETRES-KPI
                  IF LK-KPI-OK
                     ADD 1               TO WK-QTD-FOTOGRAFADOS
                  END-IF
               WHEN OTHER
                  MOVE 'N'               TO WK-CMP-TEM(1)
                  MOVE ZEROS             TO WK-CMP-VALOR(1)
            END-EVALUATE

            SET LK-KPI-LER               TO TRUE
            MOVE WK-MES-ANTERIOR         TO LK-KPI-MES
            MOVE 2                       TO WK-IDX-CMP
            PERFORM P830-LER-COMPARACAO
            MOVE WK-MES-ANO-ANTERIOR     TO LK-KPI-MES
            MOVE 3                       TO WK-IDX-CMP
            PERFORM P830-LER-COMPARACAO

            IF WK-IND-SECAO NOT = WK-SECAO-ATUAL
               MOVE WK-IND-SECAO         TO WK-SECAO-ATUAL
               MOVE SPACES               TO KPIREL-REC
               WRITE KPIREL-REC
               MOVE SPACES               TO KPIREL-REC
               STRING '*** ' WK-IND-SECAO
                      DELIMITED BY SIZE INTO KPIREL-REC
               END-STRING
               WRITE KPIREL-REC
            END-IF
            MOVE SPACES                  TO WK-LINHA-KPI
            MOVE WK-IND-DESCRICAO        TO WK-LK-DESCRICAO
            PERFORM P840-EDITAR-VALOR
                    VARYING WK-IDX-CMP FROM 1 BY 1
                    UNTIL WK-IDX-CMP > 3
            MOVE WK-LINHA-KPI            TO KPIREL-REC
            WRITE KPIREL-REC

            MOVE SPACES                  TO KPIDADOS-REC
            STRING '{"secao":"' FUNCTION TRIM(WK-IND-SECAO)
                   '","indicador":"' FUNCTION TRIM(WK-IND-CODIGO)
                   '","descricao":"' FUNCTION TRIM(WK-IND-DESCRICAO)
                   '","mes":"' WK-MES-REF
                   '","atual":' FUNCTION TRIM(WK-JSON-VALOR(1))
                   ',"mes_anterior":' FUNCTION TRIM(WK-JSON-VALOR(2))
                   ',"ano_anterior":' FUNCTION TRIM(WK-JSON-VALOR(3))
                   '}'
                   DELIMITED BY SIZE INTO KPIDADOS-REC
            END-STRING
            WRITE KPIDADOS-REC
            ADD 1                        TO WK-QTD-REGISTROS
            .

      ******************************************************************
      * P810/P820: atalhos para o indicador sempre apuravel - contagem
      * (P810) ou valor com centavos (P820).
      ******************************************************************
       P810-QUANTIDADE-APURADA.
            MOVE 'Q'                     TO WK-IND-TIPO
            MOVE 'S'                     TO WK-IND-APURAR
                                            WK-IND-TEM
            PERFORM P800-REGISTRAR-INDICADOR
            .

       P820-DECIMAL-APURADO.
            MOVE 'V'                     TO WK-IND-TIPO
            MOVE 'S'                     TO WK-IND-APURAR
                                            WK-IND-TEM
            PERFORM P800-REGISTRAR-INDICADOR
            .

       P830-LER-COMPARACAO.
            CALL 'KPIUTIL' USING PARAMETRES-KPI
            IF LK-KPI-OK
               MOVE 'S'                  TO WK-CMP-TEM(WK-IDX-CMP)
               MOVE LK-KPI-VALOR         TO WK-CMP-VALOR(WK-IDX-CMP)
            ELSE
               MOVE 'N'                  TO WK-CMP-TEM(WK-IDX-CMP)
               MOVE ZEROS                TO WK-CMP-VALOR(WK-IDX-CMP)
            END-IF
            .

       P840-EDITAR-VALOR.
            IF WK-CMP-TEM(WK-IDX-CMP) NOT = 'S'
               MOVE '               N/D' TO WK-LK-VALOR(WK-IDX-CMP)
               MOVE 'null'               TO WK-JSON-VALOR(WK-IDX-CMP)
            ELSE
               IF WK-IND-QUANTIDADE
                  MOVE WK-CMP-VALOR(WK-IDX-CMP) TO WK-ED-INTEIRO
                  MOVE SPACES            TO WK-TEXTO-VALOR
                  MOVE WK-ED-INTEIRO     TO WK-TEXTO-VALOR(4:15)
                  MOVE WK-TEXTO-VALOR    TO WK-LK-VALOR(WK-IDX-CMP)
               ELSE
                  MOVE WK-CMP-VALOR(WK-IDX-CMP) TO WK-ED-DECIMAL
                  MOVE WK-ED-DECIMAL     TO WK-LK-VALOR(WK-IDX-CMP)
               END-IF
               MOVE WK-CMP-VALOR(WK-IDX-CMP) TO WK-ED-JSON
               MOVE WK-ED-JSON           TO WK-JSON-VALOR(WK-IDX-CMP)
               INSPECT WK-JSON-VALOR(WK-IDX-CMP)
                       REPLACING ALL ',' BY '.'
            END-IF
            .

       P860-EDITAR-MES.
            MOVE WK-MES-EDITAR(5:2)      TO WK-ME-MES
            MOVE WK-MES-EDITAR(1:4)      TO WK-ME-ANO
            .

       P900-FINALIZAR.
            MOVE SPACES                  TO KPIREL-REC
            WRITE KPIREL-REC
            MOVE SPACES                  TO KPIREL-REC
            STRING 'INDICADORES: ' WK-QTD-INDICADORES
                   '   FOTOGRAFADOS NO KPIHIST: ' WK-QTD-FOTOGRAFADOS
                   '   N/D = SEM BASE OU SEM FOTOGRAFIA DO MES'
                   DELIMITED BY SIZE INTO KPIREL-REC
            END-STRING
            WRITE KPIREL-REC

            MOVE SPACES                  TO KPIDADOS-REC
            STRING '{"tipo":"trailer","registros":'
                   WK-QTD-REGISTROS '}'
                   DELIMITED BY SIZE INTO KPIDADOS-REC
            END-STRING
            WRITE KPIDADOS-REC
            CLOSE RELATORIO-KPI ARQ-KPI-DADOS

            MOVE 'KPIREL'                TO LK-SPL-NOME
            MOVE 'LOTE'                  TO LK-SPL-USUARIO
            MOVE 'KPIREL'                TO LK-SPL-ORIGEM
            CALL 'SPLUTIL' USING PARAMETRES-SPL

            DISPLAY 'PAINEL DO MES ' WK-MES-REF ': '
                    WK-QTD-INDICADORES ' INDICADOR(ES).'
            DISPLAY 'RELATORIO EM KPIREL, REGISTROS ROTULADOS EM '
                    'KPIDADOS.'
            .

       P990-REGISTRAR-FIM.
            MOVE 'KPIREL'                TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-INDICADORES      TO LK-RUN-QTD-LIDOS
            MOVE WK-QTD-FOTOGRAFADOS     TO LK-RUN-QTD-APLICADOS
            MOVE ZEROS                   TO LK-RUN-QTD-REJEITADOS
            MOVE WK-RC                   TO LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM KPIREL.
