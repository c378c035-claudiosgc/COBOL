      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: PONTUACAO MENSAL DE ENGAJAMENTO DOS CONTATOS. O
      *          MARKETING MANDAVA A MESMA MALA PARA QUEM RESPONDE
      *          TODA CAMPANHA E PARA QUEM NAO DA SINAL DE VIDA HA
      *          ANOS. ESTE LOTE PONTUA CADA CONTATO ATIVO (NAO
      *          FALECIDO, NAO ANONIMIZADO) POR RECENCIA, FREQUENCIA
      *          E RESPOSTA NOS ULTIMOS 12 MESES:
      *            RESPOSTA   - CAMPANHAS RESPONDIDAS NO CAMPDET
      *                         (LIGOU/COMPROU; DESCADASTRO NAO
      *                         CONTA), 10 PONTOS CADA, ATE 30;
      *            FREQUENCIA - NOTAS DO NOTAMSTR E RETORNOS FEITOS
      *                         DO AGENDAMS, 5 PONTOS CADA, ATE 30;
      *            RECENCIA   - DIAS DESDE O ULTIMO SINAL (RESPOSTA,
      *                         NOTA, RETORNO OU ALTERACAO DO
      *                         CADASTRO PELO AUDITLOG): ATE 30 DIAS
      *                         40, ATE 90 30, ATE 180 20, ATE 365 10.
      *          A SOMA (0 A 100) VIRA FAIXA A/B/C/D(DORMENTE) PELOS
      *          CORTES ENG-CORTE-A/B/C DO CFGMSTR (PADRAO 60/35/15).
      *          PONTOS E FAIXA FICAM NO ENGMSTR POR WK-CODIGO, COM A
      *          FAIXA DO MES ANTERIOR AO LADO (RODAR DE NOVO NO MESMO
      *          MES NAO PERDE A COMPARACAO). CONTATO QUE SAIU DA
      *          POPULACAO SAI DO ENGMSTR. O RELATORIO ENGREL MOSTRA A
      *          DISTRIBUICAO POR FILIAL E A MOVIMENTACAO ENTRE FAIXAS
      *          DESDE O MES ANTERIOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENGCNTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELCONT'.
           COPY 'SELENG'.
           COPY 'SELCAMP'.
           COPY 'SELNOTA'.
           COPY 'SELAGD'.
           COPY 'SELAUDIT'.
           SELECT RELATORIO-ENGAJAMENTO
               ASSIGN TO "ENGREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDCONT'.
           COPY 'FDENG'.
           COPY 'FDCAMP'.
           COPY 'FDNOTA'.
           COPY 'FDAGD'.
           COPY 'FDAUDIT'.
       FD  RELATORIO-ENGAJAMENTO
           LABEL RECORD IS STANDARD.
       01  ENG-REL-REC                  PIC X(132).
       WORKING-STORAGE SECTION.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-ENGAJAMENTO            PIC X(02) VALUE SPACES.
       77  WK-FS-CAMPCTL                PIC X(02) VALUE SPACES.
       77  WK-FS-CAMPDET                PIC X(02) VALUE SPACES.
       77  WK-FS-NOTAS                  PIC X(02) VALUE SPACES.
       77  WK-FS-AGENDA                 PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
           COPY 'PARMRUN'.
           COPY 'PARMCFG'.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-MES-HOJE                  PIC 9(06) VALUE ZEROS.
       77  WK-DIA-HOJE                  PIC 9(07) VALUE ZEROS.
       77  WK-DATA-JANELA               PIC 9(08) VALUE ZEROS.
       77  WK-DATA-SINAL                PIC 9(08) VALUE ZEROS.
       77  WK-DIAS-SINAL                PIC 9(05) VALUE ZEROS.
       77  WK-CORTE-A                   PIC 9(03) VALUE ZEROS.
       77  WK-CORTE-B                   PIC 9(03) VALUE ZEROS.
       77  WK-CORTE-C                   PIC 9(03) VALUE ZEROS.
       77  WK-PTS-RECENCIA              PIC 9(03) VALUE ZEROS.
       77  WK-PTS-FREQUENCIA            PIC 9(05) VALUE ZEROS.
       77  WK-PTS-RESPOSTA              PIC 9(05) VALUE ZEROS.
       77  WK-FIM-ARQUIVO               PIC X(01) VALUE 'N'.
       77  WK-QTD-CONTATOS              PIC 9(06) VALUE ZEROS.
       77  WK-QTD-NOVOS                 PIC 9(06) VALUE ZEROS.
       77  WK-QTD-REMOVIDOS             PIC 9(06) VALUE ZEROS.
       77  WK-QTD-RESPOSTAS             PIC 9(06) VALUE ZEROS.
       77  WK-QTD-NOTAS                 PIC 9(06) VALUE ZEROS.
       77  WK-QTD-RETORNOS              PIC 9(06) VALUE ZEROS.
       77  WK-QTD-ALTERACOES            PIC 9(06) VALUE ZEROS.
       77  WK-QTD-PONTUADOS             PIC 9(06) VALUE ZEROS.
       77  WK-IX-FAIXA                  PIC 9(01) VALUE ZEROS.
       77  WK-IX-ANTERIOR               PIC 9(01) VALUE ZEROS.
       77  WK-IX-FILIAL                 PIC 9(02) VALUE ZEROS.
       77  WK-IX                        PIC 9(02) VALUE ZEROS.
       77  WK-JX                        PIC 9(01) VALUE ZEROS.
       77  WK-QTD-FILIAIS               PIC 9(02) VALUE ZEROS.
       77  WK-TOTAL-LINHA               PIC 9(06) VALUE ZEROS.
      *****************************************************************
      * Contagens do relatorio. Faixa 1-4 = A/B/C/D; na faixa
      * anterior, 5 = contato que nao tinha pontuacao no mes passado.
      * Filial acima da capacidade da tabela soma na ultima linha
      * ('***').
      *****************************************************************
       01  WK-TAB-FILIAIS.
           05 WK-FIL-ITEM OCCURS 50 TIMES.
              10 WK-FIL-CODIGO          PIC X(03).
              10 WK-FIL-ATUAL           PIC 9(06) OCCURS 4 TIMES.
              10 WK-FIL-ANTERIOR        PIC 9(06) OCCURS 5 TIMES.
       01  WK-TAB-MOVIMENTO.
           05 WK-MOV-DE OCCURS 5 TIMES.
              10 WK-MOV-PARA            PIC 9(06) OCCURS 4 TIMES.
       01  WK-ROTULOS-FAIXA.
           05 FILLER                    PIC X(08) VALUE 'A       '.
           05 FILLER                    PIC X(08) VALUE 'B       '.
           05 FILLER                    PIC X(08) VALUE 'C       '.
           05 FILLER                    PIC X(08) VALUE 'DORMENTE'.
           05 FILLER                    PIC X(08) VALUE 'NOVO    '.
       01  WK-TAB-ROTULOS REDEFINES WK-ROTULOS-FAIXA.
           05 WK-ROTULO-FAIXA           PIC X(08) OCCURS 5 TIMES.
       01  WK-LINHA-FILIAL.
           05 WK-LF-FILIAL              PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WK-LF-PAR OCCURS 4 TIMES.
              10 WK-LF-ATUAL            PIC ZZZZZ9.
              10 FILLER                 PIC X(01) VALUE SPACE.
              10 WK-LF-ANTERIOR         PIC ZZZZZ9.
              10 FILLER                 PIC X(03) VALUE SPACES.
           05 WK-LF-TOTAL               PIC ZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WK-LF-TOTAL-ANT           PIC ZZZZZ9.
       01  WK-LINHA-MOVIMENTO.
           05 WK-LM-DE                  PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WK-LM-CELULA OCCURS 4 TIMES.
              10 WK-LM-QTD              PIC ZZZZZ9.
              10 FILLER                 PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'ENGCNTT'               TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY '*** PONTUACAO DE ENGAJAMENTO DOS CONTATOS ***'
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            MOVE WK-DATA-HOJE(1:6)       TO WK-MES-HOJE
            COMPUTE WK-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE)
            COMPUTE WK-DATA-JANELA =
                    FUNCTION DATE-OF-INTEGER(WK-DIA-HOJE - 365)

            MOVE 'ENG-CORTE-A'           TO LK-CFG-CHAVE
            MOVE 60                      TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-CORTE-A
            MOVE 'ENG-CORTE-B'           TO LK-CFG-CHAVE
            MOVE 35                      TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-CORTE-B
            MOVE 'ENG-CORTE-C'           TO LK-CFG-CHAVE
            MOVE 15                      TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-CORTE-C

            PERFORM P100-ABRIR-ARQUIVOS
            MOVE ZEROS                   TO WK-TAB-FILIAIS
                                            WK-TAB-MOVIMENTO

            MOVE 'N'                     TO WK-FIM-ARQUIVO
            PERFORM P200-LER-CONTATO THRU P200-FIM
                    UNTIL WK-FIM-ARQUIVO = 'S'
            CLOSE CONTATO-MASTER

            PERFORM P300-CONTAR-RESPOSTAS THRU P300-FIM
            PERFORM P400-CONTAR-NOTAS THRU P400-FIM
            PERFORM P500-CONTAR-RETORNOS THRU P500-FIM
            PERFORM P600-ULTIMA-ALTERACAO THRU P600-FIM

            MOVE 'N'                     TO WK-FIM-ARQUIVO
            MOVE ZEROS                   TO ENG-CODIGO
            START ENGAJAMENTO KEY IS NOT LESS THAN ENG-CODIGO
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQUIVO
            END-START
            PERFORM P700-PONTUAR THRU P700-FIM
                    UNTIL WK-FIM-ARQUIVO = 'S'
            CLOSE ENGAJAMENTO

            PERFORM P800-RELATORIO
            PERFORM P900-FINALIZAR
            STOP RUN
            .

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT CONTATO-MASTER
            IF WK-FS-CONTATO = '35'
               DISPLAY 'NAO HA CADASTRO DE CONTATOS.'
               STOP RUN
            END-IF
            OPEN I-O ENGAJAMENTO
            IF WK-FS-ENGAJAMENTO = '35'
               OPEN OUTPUT ENGAJAMENTO
               CLOSE ENGAJAMENTO
               OPEN I-O ENGAJAMENTO
            END-IF
            .

      ******************************************************************
      * P200-LER-CONTATO: abre (ou cria) a linha do mes para cada
      * contato da populacao e zera os componentes. A faixa vigente
      * passa a ser a "anterior" so na primeira rodada do mes - a
      * segunda rodada no mesmo mes compara com o mesmo mes passado.
      ******************************************************************
       P200-LER-CONTATO.
            READ CONTATO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQUIVO
                    GO TO P200-FIM
            END-READ
            IF NOT WK-REG-ATIVO OR WK-REG-FALECIDO OR
               WK-REG-ANONIMIZADO
               GO TO P200-FIM
            END-IF

            ADD 1                        TO WK-QTD-CONTATOS
            MOVE WK-CODIGO               TO ENG-CODIGO
            READ ENGAJAMENTO
                 INVALID KEY
                    MOVE SPACES          TO REG-ENGAJAMENTO
                    MOVE WK-CODIGO       TO ENG-CODIGO
                    MOVE SPACE           TO ENG-FAIXA-ANTERIOR
                    ADD 1                TO WK-QTD-NOVOS
                 NOT INVALID KEY
                    IF ENG-MES-CALCULO NOT = WK-MES-HOJE
                       MOVE ENG-FAIXA    TO ENG-FAIXA-ANTERIOR
                    END-IF
            END-READ

            MOVE WK-FILIAL               TO ENG-FILIAL
            MOVE WK-MES-HOJE             TO ENG-MES-CALCULO
            MOVE WK-DATA-HOJE            TO ENG-DATA-CALCULO
            MOVE ZEROS                   TO ENG-PONTOS
                                            ENG-QTD-RESPOSTAS
                                            ENG-QTD-NOTAS
                                            ENG-QTD-RETORNOS
                                            ENG-ULTIMA-INTERACAO
                                            ENG-ULTIMA-ALTERACAO
            MOVE SPACE                   TO ENG-FAIXA
            IF WK-FS-ENGAJAMENTO = '00'
               REWRITE REG-ENGAJAMENTO
            ELSE
               WRITE REG-ENGAJAMENTO
            END-IF
            .
       P200-FIM.

      ******************************************************************
      * P300-CONTAR-RESPOSTAS: uma varredura do CAMPDET (a chave e
      * campanha+codigo, nao ha caminho por contato) somando as
      * respostas da janela na linha do mes de cada contato.
      ******************************************************************
       P300-CONTAR-RESPOSTAS.
            OPEN INPUT CAMPANHA-DETALHE
            IF WK-FS-CAMPDET NOT = '00'
               DISPLAY 'SEM DETALHE DE CAMPANHAS (CAMPDET) - '
                       'RESPOSTAS NAO PONTUADAS.'
               GO TO P300-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQUIVO
            PERFORM P305-LER-DETALHE THRU P305-FIM
                    UNTIL WK-FIM-ARQUIVO = 'S'
            CLOSE CAMPANHA-DETALHE
            .
       P300-FIM.

       P305-LER-DETALHE.
            READ CAMPANHA-DETALHE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQUIVO
                    GO TO P305-FIM
            END-READ
            IF NOT (CMD-RESP-LIGOU OR CMD-RESP-COMPROU) OR
               CMD-DATA-RESPOSTA < WK-DATA-JANELA
               GO TO P305-FIM
            END-IF
            MOVE CMD-CODIGO              TO ENG-CODIGO
            PERFORM P310-LOCALIZAR THRU P310-FIM
            IF WK-FS-ENGAJAMENTO = '00'
               ADD 1                     TO ENG-QTD-RESPOSTAS
                                            WK-QTD-RESPOSTAS
               MOVE CMD-DATA-RESPOSTA    TO WK-DATA-SINAL
               PERFORM P320-ATUALIZAR-INTERACAO
            END-IF
            .
       P305-FIM.

      ******************************************************************
      * P310-LOCALIZAR: posiciona a linha do mes do contato; so conta
      * quem foi aberto por esta rodada (ENG-DATA-CALCULO de hoje) -
      * linha velha de contato que saiu da populacao nao recebe nada
      * e e removida na pontuacao.
      ******************************************************************
       P310-LOCALIZAR.
            READ ENGAJAMENTO
                 INVALID KEY
                    MOVE '23'            TO WK-FS-ENGAJAMENTO
                    GO TO P310-FIM
            END-READ
            IF ENG-DATA-CALCULO NOT = WK-DATA-HOJE
               MOVE '23'                 TO WK-FS-ENGAJAMENTO
            END-IF
            .
       P310-FIM.

       P320-ATUALIZAR-INTERACAO.
            IF WK-DATA-SINAL > ENG-ULTIMA-INTERACAO
               MOVE WK-DATA-SINAL        TO ENG-ULTIMA-INTERACAO
            END-IF
            REWRITE REG-ENGAJAMENTO
            .

       P400-CONTAR-NOTAS.
            OPEN INPUT NOTAS-CONTATO
            IF WK-FS-NOTAS NOT = '00'
               DISPLAY 'SEM NOTAS DE CONTATO (NOTAMSTR) - '
                       'NOTAS NAO PONTUADAS.'
               GO TO P400-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQUIVO
            PERFORM P405-LER-NOTA THRU P405-FIM
                    UNTIL WK-FIM-ARQUIVO = 'S'
            CLOSE NOTAS-CONTATO
            .
       P400-FIM.

       P405-LER-NOTA.
            READ NOTAS-CONTATO NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQUIVO
                    GO TO P405-FIM
            END-READ
            IF NOTA-DATA-HORA(1:8) < WK-DATA-JANELA
               GO TO P405-FIM
            END-IF
            MOVE NOTA-CODIGO             TO ENG-CODIGO
            PERFORM P310-LOCALIZAR THRU P310-FIM
            IF WK-FS-ENGAJAMENTO = '00'
               ADD 1                     TO ENG-QTD-NOTAS
                                            WK-QTD-NOTAS
               MOVE NOTA-DATA-HORA(1:8)  TO WK-DATA-SINAL
               PERFORM P320-ATUALIZAR-INTERACAO
            END-IF
            .
       P405-FIM.

       P500-CONTAR-RETORNOS.
            OPEN INPUT AGENDA-RETORNOS
            IF WK-FS-AGENDA NOT = '00'
               DISPLAY 'SEM AGENDA DE RETORNOS (AGENDAMS) - '
                       'RETORNOS NAO PONTUADOS.'
               GO TO P500-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQUIVO
            PERFORM P505-LER-RETORNO THRU P505-FIM
                    UNTIL WK-FIM-ARQUIVO = 'S'
            CLOSE AGENDA-RETORNOS
            .
       P500-FIM.

       P505-LER-RETORNO.
            READ AGENDA-RETORNOS NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQUIVO
                    GO TO P505-FIM
            END-READ
            IF NOT AGE-FEITO OR AGE-DATA-FEITO < WK-DATA-JANELA
               GO TO P505-FIM
            END-IF
            MOVE AGE-CODIGO              TO ENG-CODIGO
            PERFORM P310-LOCALIZAR THRU P310-FIM
            IF WK-FS-ENGAJAMENTO = '00'
               ADD 1                     TO ENG-QTD-RETORNOS
                                            WK-QTD-RETORNOS
               MOVE AGE-DATA-FEITO       TO WK-DATA-SINAL
               PERFORM P320-ATUALIZAR-INTERACAO
            END-IF
            .
       P505-FIM.

      ******************************************************************
      * P600-ULTIMA-ALTERACAO: a ultima inclusao/alteracao do cadastro
      * feita por gente (CADCONTT/ALTCONTT) no AUDITLOG vivo. Linhas de
      * lote e de outros modulos nao contam como sinal do contato.
      ******************************************************************
       P600-ULTIMA-ALTERACAO.
            OPEN INPUT AUDITORIA
            IF WK-FS-AUDITORIA NOT = '00'
               DISPLAY 'SEM TRILHA DE AUDITORIA (AUDITLOG) - '
                       'ALTERACOES NAO PONTUADAS.'
               GO TO P600-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQUIVO
            PERFORM P605-LER-AUDITORIA THRU P605-FIM
                    UNTIL WK-FIM-ARQUIVO = 'S'
            CLOSE AUDITORIA
            .
       P600-FIM.

       P605-LER-AUDITORIA.
            READ AUDITORIA NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQUIVO
                    GO TO P605-FIM
            END-READ
            IF AUD-OPERACAO NOT = 'INCLUIR' AND
               AUD-OPERACAO NOT = 'ALTERAR'
               GO TO P605-FIM
            END-IF
            IF AUD-DATA-HORA(1:8) < WK-DATA-JANELA
               GO TO P605-FIM
            END-IF
            MOVE AUD-CODIGO              TO ENG-CODIGO
            PERFORM P310-LOCALIZAR THRU P310-FIM
            IF WK-FS-ENGAJAMENTO = '00' AND
               AUD-DATA-HORA(1:8) > ENG-ULTIMA-ALTERACAO
               MOVE AUD-DATA-HORA(1:8)   TO ENG-ULTIMA-ALTERACAO
               ADD 1                     TO WK-QTD-ALTERACOES
               REWRITE REG-ENGAJAMENTO
            END-IF
            .
       P605-FIM.

      ******************************************************************
      * P700-PONTUAR: soma os componentes, atribui a faixa e conta
      * para o relatorio. Linha que esta rodada nao abriu e de contato
      * que saiu da populacao (inativo, falecido, anonimizado,
      * excluido) e e removida.
      ******************************************************************
       P700-PONTUAR.
            READ ENGAJAMENTO NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQUIVO
                    GO TO P700-FIM
            END-READ
            IF ENG-DATA-CALCULO NOT = WK-DATA-HOJE
               DELETE ENGAJAMENTO RECORD
               ADD 1                     TO WK-QTD-REMOVIDOS
               GO TO P700-FIM
            END-IF

            COMPUTE WK-PTS-RESPOSTA = ENG-QTD-RESPOSTAS * 10
            IF WK-PTS-RESPOSTA > 30
               MOVE 30                   TO WK-PTS-RESPOSTA
            END-IF
            COMPUTE WK-PTS-FREQUENCIA =
                    (ENG-QTD-NOTAS + ENG-QTD-RETORNOS) * 5
            IF WK-PTS-FREQUENCIA > 30
               MOVE 30                   TO WK-PTS-FREQUENCIA
            END-IF

            MOVE ENG-ULTIMA-INTERACAO    TO WK-DATA-SINAL
            IF ENG-ULTIMA-ALTERACAO > WK-DATA-SINAL
               MOVE ENG-ULTIMA-ALTERACAO TO WK-DATA-SINAL
            END-IF
            MOVE ZEROS                   TO WK-PTS-RECENCIA
            IF WK-DATA-SINAL NOT < WK-DATA-JANELA
               COMPUTE WK-DIAS-SINAL = WK-DIA-HOJE -
                       FUNCTION INTEGER-OF-DATE(WK-DATA-SINAL)
               EVALUATE TRUE
                  WHEN WK-DIAS-SINAL NOT > 30
                     MOVE 40             TO WK-PTS-RECENCIA
                  WHEN WK-DIAS-SINAL NOT > 90
                     MOVE 30             TO WK-PTS-RECENCIA
                  WHEN WK-DIAS-SINAL NOT > 180
                     MOVE 20             TO WK-PTS-RECENCIA
                  WHEN OTHER
                     MOVE 10             TO WK-PTS-RECENCIA
               END-EVALUATE
            END-IF

            COMPUTE ENG-PONTOS = WK-PTS-RESPOSTA + WK-PTS-FREQUENCIA
                               + WK-PTS-RECENCIA
            EVALUATE TRUE
               WHEN ENG-PONTOS NOT < WK-CORTE-A
                  MOVE 'A'               TO ENG-FAIXA
                  MOVE 1                 TO WK-IX-FAIXA
               WHEN ENG-PONTOS NOT < WK-CORTE-B
                  MOVE 'B'               TO ENG-FAIXA
                  MOVE 2                 TO WK-IX-FAIXA
               WHEN ENG-PONTOS NOT < WK-CORTE-C
                  MOVE 'C'               TO ENG-FAIXA
                  MOVE 3                 TO WK-IX-FAIXA
               WHEN OTHER
                  MOVE 'D'               TO ENG-FAIXA
                  MOVE 4                 TO WK-IX-FAIXA
            END-EVALUATE
            REWRITE REG-ENGAJAMENTO
            ADD 1                        TO WK-QTD-PONTUADOS

            EVALUATE ENG-FAIXA-ANTERIOR
               WHEN 'A'  MOVE 1          TO WK-IX-ANTERIOR
               WHEN 'B'  MOVE 2          TO WK-IX-ANTERIOR
               WHEN 'C'  MOVE 3          TO WK-IX-ANTERIOR
               WHEN 'D'  MOVE 4          TO WK-IX-ANTERIOR
               WHEN OTHER MOVE 5         TO WK-IX-ANTERIOR
            END-EVALUATE
            ADD 1 TO WK-MOV-PARA(WK-IX-ANTERIOR, WK-IX-FAIXA)
            PERFORM P710-ACHAR-FILIAL THRU P710-FIM
            ADD 1 TO WK-FIL-ATUAL(WK-IX-FILIAL, WK-IX-FAIXA)
            ADD 1 TO WK-FIL-ANTERIOR(WK-IX-FILIAL, WK-IX-ANTERIOR)
            .
       P700-FIM.

       P710-ACHAR-FILIAL.
            MOVE ZEROS                   TO WK-IX-FILIAL
            PERFORM P715-COMPARAR-FILIAL
                    VARYING WK-IX FROM 1 BY 1
                    UNTIL WK-IX > WK-QTD-FILIAIS
                       OR WK-IX-FILIAL > ZEROS
            IF WK-IX-FILIAL > ZEROS
               GO TO P710-FIM
            END-IF
            IF WK-QTD-FILIAIS < 50
               ADD 1                     TO WK-QTD-FILIAIS
               MOVE WK-QTD-FILIAIS       TO WK-IX-FILIAL
               MOVE ENG-FILIAL           TO WK-FIL-CODIGO(WK-IX-FILIAL)
            ELSE
               MOVE 50                   TO WK-IX-FILIAL
               MOVE '***'                TO WK-FIL-CODIGO(WK-IX-FILIAL)
            END-IF
            .
       P710-FIM.

       P715-COMPARAR-FILIAL.
            IF WK-FIL-CODIGO(WK-IX) = ENG-FILIAL
               MOVE WK-IX                TO WK-IX-FILIAL
            END-IF
            .

      ******************************************************************
      * P800-RELATORIO: distribuicao por filial (faixa atual ao lado
      * da do mes anterior) e matriz de movimentacao entre faixas.
      ******************************************************************
       P800-RELATORIO.
            OPEN OUTPUT RELATORIO-ENGAJAMENTO
            MOVE SPACES                  TO ENG-REL-REC
            STRING 'ENGAJAMENTO DOS CONTATOS - MES '
                   WK-MES-HOJE(5:2) '/' WK-MES-HOJE(1:4)
                   ' - PROCESSADO EM '
                   WK-DATA-HOJE(7:2) '/' WK-DATA-HOJE(5:2) '/'
                   WK-DATA-HOJE(1:4)
                   DELIMITED BY SIZE INTO ENG-REL-REC
            END-STRING
            WRITE ENG-REL-REC
            MOVE SPACES                  TO ENG-REL-REC
            STRING 'CORTES: A >= ' WK-CORTE-A '  B >= ' WK-CORTE-B
                   '  C >= ' WK-CORTE-C '  (ABAIXO = DORMENTE)'
                   DELIMITED BY SIZE INTO ENG-REL-REC
            END-STRING
            WRITE ENG-REL-REC
            MOVE SPACES                  TO ENG-REL-REC
            WRITE ENG-REL-REC

            MOVE 'DISTRIBUICAO POR FILIAL (ATUAL / MES ANTERIOR)'
                                         TO ENG-REL-REC
            WRITE ENG-REL-REC
            MOVE SPACES                  TO ENG-REL-REC
            STRING 'FIL  ------A------   ------B------   '
                   '------C------   --DORMENTE---   ----TOTAL----'
                   DELIMITED BY SIZE INTO ENG-REL-REC
            END-STRING
            WRITE ENG-REL-REC
            MOVE SPACES                  TO ENG-REL-REC
            STRING '      ATUAL   ANT.    ATUAL   ANT.    ATUAL   ANT.'
                   '    ATUAL   ANT.    ATUAL   ANT.'
                   DELIMITED BY SIZE INTO ENG-REL-REC
            END-STRING
            WRITE ENG-REL-REC
            PERFORM P810-LINHA-FILIAL
                    VARYING WK-IX FROM 1 BY 1
                    UNTIL WK-IX > WK-QTD-FILIAIS
            MOVE SPACES                  TO ENG-REL-REC
            STRING '(MES ANTERIOR NAO INCLUI OS CONTATOS NOVOS NA '
                   'PONTUACAO - VER LINHA NOVO ABAIXO)'
                   DELIMITED BY SIZE INTO ENG-REL-REC
            END-STRING
            WRITE ENG-REL-REC

            MOVE SPACES                  TO ENG-REL-REC
            WRITE ENG-REL-REC
            MOVE 'MOVIMENTACAO DESDE O MES ANTERIOR (LINHA = DE, '
                                         TO ENG-REL-REC
            MOVE 'COLUNA = PARA)'        TO ENG-REL-REC(48:14)
            WRITE ENG-REL-REC
            MOVE SPACES                  TO ENG-REL-REC
            STRING 'DE             A         B         C     '
                   'DORM.'
                   DELIMITED BY SIZE INTO ENG-REL-REC
            END-STRING
            WRITE ENG-REL-REC
            PERFORM P820-LINHA-MOVIMENTO
                    VARYING WK-IX FROM 1 BY 1 UNTIL WK-IX > 5

            MOVE SPACES                  TO ENG-REL-REC
            WRITE ENG-REL-REC
            MOVE SPACES                  TO ENG-REL-REC
            STRING 'CONTATOS PONTUADOS: ' WK-QTD-PONTUADOS
                   '  NOVOS: ' WK-QTD-NOVOS
                   '  SAIRAM DA POPULACAO: ' WK-QTD-REMOVIDOS
                   DELIMITED BY SIZE INTO ENG-REL-REC
            END-STRING
            WRITE ENG-REL-REC
            CLOSE RELATORIO-ENGAJAMENTO
            .

       P810-LINHA-FILIAL.
            MOVE WK-FIL-CODIGO(WK-IX)    TO WK-LF-FILIAL
            IF WK-LF-FILIAL = SPACES
               MOVE '---'                TO WK-LF-FILIAL
            END-IF
            MOVE ZEROS                   TO WK-TOTAL-LINHA
            PERFORM P815-CELULA-FILIAL
                    VARYING WK-JX FROM 1 BY 1 UNTIL WK-JX > 4
            MOVE WK-TOTAL-LINHA          TO WK-LF-TOTAL
            COMPUTE WK-TOTAL-LINHA = WK-FIL-ANTERIOR(WK-IX, 1)
                    + WK-FIL-ANTERIOR(WK-IX, 2)
                    + WK-FIL-ANTERIOR(WK-IX, 3)
                    + WK-FIL-ANTERIOR(WK-IX, 4)
            MOVE WK-TOTAL-LINHA          TO WK-LF-TOTAL-ANT
            MOVE WK-LINHA-FILIAL         TO ENG-REL-REC
            WRITE ENG-REL-REC
            .

       P815-CELULA-FILIAL.
            MOVE WK-FIL-ATUAL(WK-IX, WK-JX)    TO WK-LF-ATUAL(WK-JX)
            MOVE WK-FIL-ANTERIOR(WK-IX, WK-JX) TO WK-LF-ANTERIOR(WK-JX)
            ADD WK-FIL-ATUAL(WK-IX, WK-JX)     TO WK-TOTAL-LINHA
            .

       P820-LINHA-MOVIMENTO.
            MOVE WK-ROTULO-FAIXA(WK-IX)  TO WK-LM-DE
            PERFORM P825-CELULA-MOVIMENTO
                    VARYING WK-JX FROM 1 BY 1 UNTIL WK-JX > 4
            MOVE WK-LINHA-MOVIMENTO      TO ENG-REL-REC
            WRITE ENG-REL-REC
            .

       P825-CELULA-MOVIMENTO.
            MOVE WK-MOV-PARA(WK-IX, WK-JX) TO WK-LM-QTD(WK-JX)
            .

       P900-FINALIZAR.
            DISPLAY 'CONTATOS PONTUADOS....: ' WK-QTD-PONTUADOS
            DISPLAY 'NOVOS NA PONTUACAO....: ' WK-QTD-NOVOS
            DISPLAY 'RESPOSTAS CONTADAS....: ' WK-QTD-RESPOSTAS
            DISPLAY 'NOTAS CONTADAS........: ' WK-QTD-NOTAS
            DISPLAY 'RETORNOS CONTADOS.....: ' WK-QTD-RETORNOS
            DISPLAY 'SAIRAM DA POPULACAO...: ' WK-QTD-REMOVIDOS
            DISPLAY 'RELATORIO EM ENGREL.'

            MOVE 'ENGCNTT'               TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-CONTATOS         TO LK-RUN-QTD-LIDOS
            MOVE WK-QTD-PONTUADOS        TO LK-RUN-QTD-APLICADOS
            MOVE ZEROS                   TO LK-RUN-QTD-REJEITADOS
            MOVE ZEROS                   TO LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM ENGCNTT.
