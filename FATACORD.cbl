      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: ACORDOS DE RENEGOCIACAO DE MENSALIDADES (ACDMSTR).
      *          QUANDO A FAMILIA DA FAIXA DE MAIS DE 90 DIAS DO
      *          FATAGING ACEITAVA PAGAR, O PARCELAMENTO IA PARA O
      *          PAPEL E AS FATURAS VELHAS FICAVAM ABERTAS PARA
      *          SEMPRE. AQUI A SECRETARIA ESCOLHE AS FATURAS
      *          VENCIDAS DO RESPONSAVEL (DE TODOS OS FILHOS), QUE
      *          FICAM RENEGOCIADAS (STATUS R - NEM PAGAS NEM
      *          CANCELADAS) COM A MULTA E OS JUROS ATE HOJE
      *          LANCADOS (ENCUTIL), E O SALDO ATUALIZADO VIRA N
      *          PARCELAS NOVAS NO FATMSTR, COM VENCIMENTO MENSAL A
      *          PARTIR DA DATA COMBINADA - BAIXA, BOLETO, EXTRATO E
      *          COBRANCA TRATAM A PARCELA COMO QUALQUER FATURA. O
      *          ACORDO GUARDA O OPERADOR QUE O FECHOU E VAI PARA A
      *          TRILHA DE AUDITORIA. A QUEBRA POR PARCELA ATRASADA
      *          E O LOTE FATQUEBR.
      * Modification History:
      *   15/10/2026 CS  Abertura e renegociacao por fatura executadas
      *                  ate o paragrafo de saida (THRU).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATACORD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELACD'.
           COPY 'SELFAT'.
           COPY 'SELALID'.
           COPY 'SELAUDIT'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDACD'.
           COPY 'FDFAT'.
           COPY 'FDALID'.
           COPY 'FDAUDIT'.
       WORKING-STORAGE SECTION.
       77  WK-FS-ACORDO                 PIC X(02) VALUE SPACES.
       77  WK-FS-FATURA                 PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-SELECAO               PIC X(01) VALUE 'N'.
       77  WK-CONFIRMA                  PIC X(01) VALUE 'N'.
       77  WK-GUARDIAO-INF              PIC 9(06) VALUE ZEROS.
       77  WK-ACORDO-INF                PIC 9(06) VALUE ZEROS.
       77  WK-ITEM-INF                  PIC 9(02) VALUE ZEROS.
       77  WK-QTD-PARCELAS              PIC 9(02) VALUE ZEROS.
       77  WK-MAX-PARCELAS              PIC 9(02) VALUE ZEROS.
       77  WK-PRIMEIRO-VENC             PIC 9(08) VALUE ZEROS.
       77  WK-PROX-ACORDO               PIC 9(06) VALUE ZEROS.
       77  WK-IDX                       PIC 9(02) VALUE ZEROS.
       77  WK-IDX-PARCELA               PIC 9(02) VALUE ZEROS.
       77  WK-QTD-MARCADAS              PIC 9(02) VALUE ZEROS.
       77  WK-QTD-LISTADOS              PIC 9(04) VALUE ZEROS.
       77  WK-CHAVE-OCUPADA             PIC X(01) VALUE 'N'.
       77  WK-OPERACAO-AUDIT            PIC X(10) VALUE SPACES.
       77  WK-MENSAGEM-AUDIT            PIC X(40) VALUE SPACES.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-ENCARGOS-CTVS             PIC S9(11) VALUE ZEROS.
       77  WK-PRINCIPAL-PAGO-CTVS       PIC S9(11) VALUE ZEROS.
       77  WK-TOTAL-PRINCIPAL-CTVS      PIC S9(11) VALUE ZEROS.
       77  WK-TOTAL-ENCARGOS-CTVS       PIC S9(11) VALUE ZEROS.
       77  WK-TOTAL-ACORDO-CTVS         PIC S9(11) VALUE ZEROS.
       77  WK-VALOR-PARCELA-CTVS        PIC S9(11) VALUE ZEROS.
       77  WK-RESTO-CTVS                PIC S9(11) VALUE ZEROS.
       77  WK-VALOR-REAIS               PIC 9(07)V99 VALUE ZEROS.
       77  WK-VALOR-EDITADO             PIC Z(6)9,99 VALUE ZEROS.
       01  WK-VENC-PARCELA              PIC 9(08) VALUE ZEROS.
       01  WK-VENC-PARTES REDEFINES WK-VENC-PARCELA.
           03 WK-VENC-ANO               PIC 9(04).
           03 WK-VENC-MES               PIC 9(02).
           03 WK-VENC-DIA               PIC 9(02).
       77  WK-DIA-COMBINADO             PIC 9(02) VALUE ZEROS.
       01  WK-COMP-PARCELA.
           03 FILLER                    PIC 9(01) VALUE 9.
           03 WK-CP-ACORDO              PIC 9(03) VALUE ZEROS.
           03 WK-CP-PARCELA             PIC 9(02) VALUE ZEROS.
       01  WK-COMP-PARCELA-NUM REDEFINES WK-COMP-PARCELA
                                        PIC 9(06).
      *    Faturas vencidas do responsavel na tela de selecao.
       01  WK-TABELA-VENCIDAS.
           03 WK-QTD-VENCIDAS           PIC 9(02) VALUE ZEROS.
           03 WK-VENCIDA OCCURS 30 TIMES.
               05 WK-VNC-MATRICULA      PIC 9(06).
               05 WK-VNC-COMPETENCIA    PIC 9(06).
               05 WK-VNC-VENCIMENTO     PIC 9(08).
               05 WK-VNC-PRINCIPAL-CTVS PIC S9(11).
               05 WK-VNC-MULTA-CTVS     PIC S9(11).
               05 WK-VNC-JUROS-CTVS     PIC S9(11).
               05 WK-VNC-SALDO-CTVS     PIC S9(11).
               05 WK-VNC-MARCADA        PIC X(01).
           COPY 'PARMCFG'.
           COPY 'PARMDATE'.
           COPY 'PARMENC'.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            MOVE 'ACORDO-MAX-PARCELAS'   TO LK-CFG-CHAVE
            MOVE 12                      TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-MAX-PARCELAS
            PERFORM P100-ABRIR-ARQUIVOS THRU P100-FIM
            IF WK-FS-FATURA NOT = '00'
               MOVE ' *** ACORDOS INDISPONIVEIS ***          ' TO
                                         WS-MENSSAGEM
               GOBACK
            END-IF
            PERFORM P200-PROCESSA THRU P200-FIM
                    UNTIL WK-SUBOPCAO = 'S' OR WK-SUBOPCAO = 's'
            CLOSE ACORDO-MASTER FATURA-MASTER ALUNO-IDENTIDADE
            MOVE ' *** ACORDOS DE MENSALIDADE ***         ' TO
                                         WS-MENSSAGEM
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
            OPEN I-O FATURA-MASTER
            IF WK-FS-FATURA = '35'
               DISPLAY 'NAO HA FATURAS (RODE O FATGERA).'
               GO TO P100-FIM
            END-IF
            OPEN I-O ACORDO-MASTER
            IF WK-FS-ACORDO = '35'
               OPEN OUTPUT ACORDO-MASTER
               CLOSE ACORDO-MASTER
               OPEN I-O ACORDO-MASTER
            END-IF
            OPEN INPUT ALUNO-IDENTIDADE
            IF WK-FS-ALUNOID = '35'
               OPEN OUTPUT ALUNO-IDENTIDADE
               CLOSE ALUNO-IDENTIDADE
               OPEN INPUT ALUNO-IDENTIDADE
            END-IF
            .
       P100-FIM.

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** ACORDOS DE RENEGOCIACAO DE MENSALIDADES ***'
            DISPLAY '1 - NOVO ACORDO (FATURAS VENCIDAS DO RESPONSAVEL)'
            DISPLAY '2 - CONSULTAR ACORDO E PARCELAS'
            DISPLAY '3 - ACORDOS DE UM RESPONSAVEL'
            DISPLAY 'S - SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WK-SUBOPCAO

            EVALUATE WK-SUBOPCAO
               WHEN '1'
                  IF WS-PERFIL-TOTAL
                     PERFORM P400-NOVO-ACORDO THRU P400-FIM
                  ELSE
                     DISPLAY 'ACORDO EXIGE PERFIL TOTAL.'
                  END-IF
               WHEN '2'
                  PERFORM P600-CONSULTAR THRU P600-FIM
               WHEN '3'
                  PERFORM P700-LISTAR-RESPONSAVEL THRU P700-FIM
               WHEN 'S'
               WHEN 's'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P200-FIM.

      ******************************************************************
      * P400-NOVO-ACORDO: lista as faturas abertas e vencidas do
      * responsavel com o saldo atualizado ate hoje, o operador marca
      * as que entram (99 = todas, 00 = fim), informa parcelas e o
      * primeiro vencimento, confere o resumo e confirma.
      ******************************************************************
       P400-NOVO-ACORDO.
            DISPLAY 'RESPONSAVEL (CODIGO): '
            ACCEPT WK-GUARDIAO-INF
            PERFORM P410-CARREGAR-VENCIDAS THRU P410-FIM
            IF WK-QTD-VENCIDAS = ZEROS
               DISPLAY 'NENHUMA FATURA VENCIDA EM ABERTO PARA ESTE '
                       'RESPONSAVEL.'
               GO TO P400-FIM
            END-IF
            DISPLAY 'NR MATRIC ALUNO                COMPET VENCTO   '
                    '    SALDO HOJE'
            PERFORM P420-MOSTRAR-VENCIDA
                    VARYING WK-IDX FROM 1 BY 1
                    UNTIL WK-IDX > WK-QTD-VENCIDAS

            MOVE 'N'                     TO WK-FIM-SELECAO
            PERFORM P430-MARCAR THRU P430-FIM
                    UNTIL WK-FIM-SELECAO = 'S'
            MOVE ZEROS                   TO WK-QTD-MARCADAS
                                            WK-TOTAL-PRINCIPAL-CTVS
                                            WK-TOTAL-ENCARGOS-CTVS
                                            WK-TOTAL-ACORDO-CTVS
            PERFORM P440-SOMAR-MARCADA
                    VARYING WK-IDX FROM 1 BY 1
                    UNTIL WK-IDX > WK-QTD-VENCIDAS
            IF WK-QTD-MARCADAS = ZEROS
               DISPLAY 'NENHUMA FATURA MARCADA - ACORDO NAO FEITO.'
               GO TO P400-FIM
            END-IF
            COMPUTE WK-TOTAL-ENCARGOS-CTVS =
                    WK-TOTAL-ACORDO-CTVS - WK-TOTAL-PRINCIPAL-CTVS

            DISPLAY 'QUANTIDADE DE PARCELAS (1-' WK-MAX-PARCELAS '): '
            ACCEPT WK-QTD-PARCELAS
            IF WK-QTD-PARCELAS = ZEROS OR
               WK-QTD-PARCELAS > WK-MAX-PARCELAS
               DISPLAY 'QUANTIDADE FORA DO LIMITE - ACORDO NAO FEITO.'
               GO TO P400-FIM
            END-IF
            DISPLAY 'VENCIMENTO DA PRIMEIRA PARCELA (AAAAMMDD): '
            ACCEPT WK-PRIMEIRO-VENC
            MOVE WK-PRIMEIRO-VENC        TO LK-DATA-ENTRADA
            MOVE 'V'                     TO LK-FUNCAO
            SET LK-SAIDA-AAAAMMDD        TO TRUE
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            IF NOT LK-STATUS-OK OR WK-PRIMEIRO-VENC < WK-DATA-HOJE
               DISPLAY 'VENCIMENTO INVALIDO OU NO PASSADO - ACORDO '
                       'NAO FEITO.'
               GO TO P400-FIM
            END-IF

            DIVIDE WK-TOTAL-ACORDO-CTVS BY WK-QTD-PARCELAS
                   GIVING WK-VALOR-PARCELA-CTVS
                   REMAINDER WK-RESTO-CTVS
            DISPLAY 'FATURAS RENEGOCIADAS....: ' WK-QTD-MARCADAS
            MOVE WK-TOTAL-PRINCIPAL-CTVS TO WK-VALOR-REAIS
            PERFORM P850-EDITAR-VALOR
            DISPLAY 'PRINCIPAL...............: ' WK-VALOR-EDITADO
            MOVE WK-TOTAL-ENCARGOS-CTVS  TO WK-VALOR-REAIS
            PERFORM P850-EDITAR-VALOR
            DISPLAY 'MULTA E JUROS ATE HOJE..: ' WK-VALOR-EDITADO
            MOVE WK-TOTAL-ACORDO-CTVS    TO WK-VALOR-REAIS
            PERFORM P850-EDITAR-VALOR
            DISPLAY 'TOTAL DO ACORDO.........: ' WK-VALOR-EDITADO
            MOVE WK-VALOR-PARCELA-CTVS   TO WK-VALOR-REAIS
            PERFORM P850-EDITAR-VALOR
            DISPLAY WK-QTD-PARCELAS ' PARCELAS DE ' WK-VALOR-EDITADO
                    ' (A PRIMEIRA LEVA O RESTO DA DIVISAO)'
            DISPLAY 'CONFIRMA O ACORDO (S/N)? '
            ACCEPT WK-CONFIRMA
            IF WK-CONFIRMA NOT = 'S' AND WK-CONFIRMA NOT = 's'
               DISPLAY 'ACORDO NAO FEITO.'
               GO TO P400-FIM
            END-IF

            PERFORM P470-PROXIMO-NUMERO THRU P470-FIM
            PERFORM P480-VERIFICAR-CHAVES
            IF WK-CHAVE-OCUPADA = 'S'
               DISPLAY 'PARCELA JA EXISTE NO FATMSTR PARA O ACORDO '
                       WK-PROX-ACORDO ' - ACORDO NAO FEITO.'
               GO TO P400-FIM
            END-IF

            INITIALIZE REG-ACORDO
            MOVE WK-PROX-ACORDO          TO ACD-NUMERO
            MOVE WK-GUARDIAO-INF         TO ACD-GUARDIAO
            MOVE WK-DATA-HOJE            TO ACD-DATA
            MOVE WS-USUARIO-LOGADO       TO ACD-OPERADOR
            MOVE WK-QTD-MARCADAS         TO ACD-QTD-FATURAS
            MOVE WK-TOTAL-PRINCIPAL-CTVS TO ACD-PRINCIPAL-CTVS
            MOVE WK-TOTAL-ENCARGOS-CTVS  TO ACD-ENCARGOS-CTVS
            MOVE WK-TOTAL-ACORDO-CTVS    TO ACD-VALOR-TOTAL-CTVS
            MOVE WK-QTD-PARCELAS         TO ACD-QTD-PARCELAS
            MOVE WK-PRIMEIRO-VENC        TO ACD-PRIMEIRO-VENC
            SET ACD-ATIVO                TO TRUE
            MOVE WK-DATA-HOJE            TO ACD-DATA-SITUACAO
            PERFORM P450-PRIMEIRA-MARCADA
            MOVE WK-VNC-MATRICULA(WK-IDX) TO ACD-MATRICULA
            WRITE REG-ACORDO
            IF WK-FS-ACORDO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ACORDO - FS: ' WK-FS-ACORDO
               GO TO P400-FIM
            END-IF

            PERFORM P460-RENEGOCIAR-FATURA THRU P460-SAIDA
                    VARYING WK-IDX FROM 1 BY 1
                    UNTIL WK-IDX > WK-QTD-VENCIDAS
            MOVE WK-PRIMEIRO-VENC        TO WK-VENC-PARCELA
            MOVE WK-VENC-DIA             TO WK-DIA-COMBINADO
            PERFORM P490-GERAR-PARCELA
                    VARYING WK-IDX-PARCELA FROM 1 BY 1
                    UNTIL WK-IDX-PARCELA > WK-QTD-PARCELAS

            DISPLAY 'ACORDO ' ACD-NUMERO ' GRAVADO - PARCELAS NA '
                    'MATRICULA ' ACD-MATRICULA '.'
            MOVE 'ACORDO'                TO WK-OPERACAO-AUDIT
            MOVE SPACES                  TO WK-MENSAGEM-AUDIT
            STRING 'ACORDO ' ACD-NUMERO ' RESP ' ACD-GUARDIAO
                   ' FAT ' ACD-QTD-FATURAS ' PARC '
                   ACD-QTD-PARCELAS
                   DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
            END-STRING
            PERFORM P900-GRAVA-AUDITORIA
            .
       P400-FIM.

       P410-CARREGAR-VENCIDAS.
            MOVE ZEROS                   TO WK-QTD-VENCIDAS
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE LOW-VALUES              TO FAT-CHAVE
            START FATURA-MASTER KEY IS NOT LESS THAN FAT-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P415-LER-FATURA THRU P415-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P410-FIM.

       P415-LER-FATURA.
            READ FATURA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P415-FIM
            END-READ
            IF FAT-GUARDIAO NOT = WK-GUARDIAO-INF
               OR NOT FAT-ABERTA
               OR FAT-VENCIMENTO NOT < WK-DATA-HOJE
               GO TO P415-FIM
            END-IF
            IF WK-QTD-VENCIDAS NOT < 30
               DISPLAY 'MAIS DE 30 FATURAS VENCIDAS - AS DEMAIS FICAM '
                       'PARA UM SEGUNDO ACORDO.'
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P415-FIM
            END-IF
            ADD 1                        TO WK-QTD-VENCIDAS
            MOVE WK-QTD-VENCIDAS         TO WK-IDX
            PERFORM P416-SALDO-ATE-HOJE
            MOVE FAT-MATRICULA           TO WK-VNC-MATRICULA(WK-IDX)
            MOVE FAT-COMPETENCIA         TO WK-VNC-COMPETENCIA(WK-IDX)
            MOVE FAT-VENCIMENTO          TO WK-VNC-VENCIMENTO(WK-IDX)
            MOVE 'N'                     TO WK-VNC-MARCADA(WK-IDX)
            .
       P415-FIM.

      ******************************************************************
      * P416-SALDO-ATE-HOJE: mesma conta da baixa - pagamentos abatem
      * encargos primeiro; o principal em aberto gera multa (se ainda
      * nao lancada) e juros ate hoje pelo ENCUTIL.
      ******************************************************************
       P416-SALDO-ATE-HOJE.
            COMPUTE WK-ENCARGOS-CTVS = FAT-MULTA-CTVS + FAT-JUROS-CTVS
            COMPUTE WK-PRINCIPAL-PAGO-CTVS =
                    FAT-VALOR-PAGO-CTVS - WK-ENCARGOS-CTVS
            IF WK-PRINCIPAL-PAGO-CTVS < ZEROS
               MOVE ZEROS                TO WK-PRINCIPAL-PAGO-CTVS
            END-IF
            IF WK-PRINCIPAL-PAGO-CTVS > FAT-VALOR-CTVS
               MOVE FAT-VALOR-CTVS       TO WK-PRINCIPAL-PAGO-CTVS
            END-IF
            MOVE FAT-VENCIMENTO          TO LK-ENC-VENCIMENTO
            MOVE WK-DATA-HOJE            TO LK-ENC-DATA-CALCULO
            COMPUTE LK-ENC-PRINCIPAL-CTVS =
                    FAT-VALOR-CTVS - WK-PRINCIPAL-PAGO-CTVS
            MOVE ZEROS                   TO LK-ENC-DATA-BASE-JUROS
            IF FAT-QTD-PAGTOS > ZEROS
               MOVE FAT-DATA-PAGTO       TO LK-ENC-DATA-BASE-JUROS
            END-IF
            MOVE 'N'                     TO LK-ENC-MULTA-LANCADA
            IF FAT-MULTA-CTVS > ZEROS
               MOVE 'S'                  TO LK-ENC-MULTA-LANCADA
            END-IF
            CALL 'ENCUTIL' USING PARAMETRES-ENC
            MOVE LK-ENC-PRINCIPAL-CTVS   TO
                 WK-VNC-PRINCIPAL-CTVS(WK-IDX)
            MOVE LK-ENC-MULTA-CTVS       TO WK-VNC-MULTA-CTVS(WK-IDX)
            MOVE LK-ENC-JUROS-CTVS       TO WK-VNC-JUROS-CTVS(WK-IDX)
            COMPUTE WK-VNC-SALDO-CTVS(WK-IDX) =
                    FAT-VALOR-CTVS + WK-ENCARGOS-CTVS
                  + LK-ENC-MULTA-CTVS + LK-ENC-JUROS-CTVS
                  - FAT-VALOR-PAGO-CTVS
            .

       P420-MOSTRAR-VENCIDA.
            MOVE WK-VNC-MATRICULA(WK-IDX) TO MAT-MATRICULA
            READ ALUNO-IDENTIDADE
                 INVALID KEY
                    MOVE SPACES          TO MAT-NOME
            END-READ
            MOVE WK-VNC-SALDO-CTVS(WK-IDX) TO WK-VALOR-REAIS
            PERFORM P850-EDITAR-VALOR
            DISPLAY WK-IDX ' ' WK-VNC-MATRICULA(WK-IDX) ' ' MAT-NOME ' '
                    WK-VNC-COMPETENCIA(WK-IDX) ' '
                    WK-VNC-VENCIMENTO(WK-IDX) ' ' WK-VALOR-EDITADO
            .

       P430-MARCAR.
            DISPLAY 'NR DA FATURA QUE ENTRA NO ACORDO (99 = TODAS, '
                    '00 = FIM): '
            ACCEPT WK-ITEM-INF
            EVALUATE TRUE
               WHEN WK-ITEM-INF = ZEROS
                  MOVE 'S'               TO WK-FIM-SELECAO
               WHEN WK-ITEM-INF = 99
                  PERFORM P435-MARCAR-TODAS
                          VARYING WK-IDX FROM 1 BY 1
                          UNTIL WK-IDX > WK-QTD-VENCIDAS
                  MOVE 'S'               TO WK-FIM-SELECAO
               WHEN WK-ITEM-INF > WK-QTD-VENCIDAS
                  DISPLAY 'NUMERO FORA DA LISTA.'
               WHEN OTHER
                  MOVE 'S'               TO WK-VNC-MARCADA(WK-ITEM-INF)
            END-EVALUATE
            .
       P430-FIM.

       P435-MARCAR-TODAS.
            MOVE 'S'                     TO WK-VNC-MARCADA(WK-IDX)
            .

       P440-SOMAR-MARCADA.
            IF WK-VNC-MARCADA(WK-IDX) = 'S'
               ADD 1                     TO WK-QTD-MARCADAS
               ADD WK-VNC-SALDO-CTVS(WK-IDX) TO WK-TOTAL-ACORDO-CTVS
               ADD WK-VNC-PRINCIPAL-CTVS(WK-IDX)
                                         TO WK-TOTAL-PRINCIPAL-CTVS
            END-IF
            .

      *    As parcelas ficam na matricula da primeira fatura marcada.
       P450-PRIMEIRA-MARCADA.
            MOVE 1                       TO WK-IDX
            PERFORM P455-AVANCAR-MARCADA
                    UNTIL WK-VNC-MARCADA(WK-IDX) = 'S'
            .

       P455-AVANCAR-MARCADA.
            ADD 1                        TO WK-IDX
            .

      ******************************************************************
      * P460-RENEGOCIAR-FATURA: a multa e os juros ate hoje ficam
      * lancados na fatura original (o valor dela bate com o que o
      * acordo absorveu) e ela sai do aging e da cobranca como R.
      ******************************************************************
       P460-RENEGOCIAR-FATURA.
            IF WK-VNC-MARCADA(WK-IDX) NOT = 'S'
               GO TO P460-SAIDA
            END-IF
            MOVE WK-VNC-MATRICULA(WK-IDX)   TO FAT-MATRICULA
            MOVE WK-VNC-COMPETENCIA(WK-IDX) TO FAT-COMPETENCIA
            READ FATURA-MASTER
                 INVALID KEY
                    DISPLAY 'FATURA ' FAT-CHAVE ' SUMIU DO FATMSTR.'
                    GO TO P460-SAIDA
            END-READ
            ADD WK-VNC-MULTA-CTVS(WK-IDX) TO FAT-MULTA-CTVS
            ADD WK-VNC-JUROS-CTVS(WK-IDX) TO FAT-JUROS-CTVS
            SET FAT-RENEGOCIADA          TO TRUE
            MOVE ACD-NUMERO              TO FAT-ACORDO
            REWRITE REG-FATURA
            IF WK-FS-FATURA NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR FATURA ' FAT-CHAVE
                       ' - FS: ' WK-FS-FATURA
            END-IF
            .
       P460-SAIDA.

       P470-PROXIMO-NUMERO.
            MOVE ZEROS                   TO WK-PROX-ACORDO
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE LOW-VALUES              TO ACD-NUMERO
            START ACORDO-MASTER KEY IS NOT LESS THAN ACD-NUMERO
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P475-LER-NUMERO THRU P475-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            ADD 1                        TO WK-PROX-ACORDO
            .
       P470-FIM.

       P475-LER-NUMERO.
            READ ACORDO-MASTER NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    MOVE ACD-NUMERO      TO WK-PROX-ACORDO
            END-READ
            .
       P475-FIM.

      *    Chave 9AAAPP da parcela: so colide com um acordo 1000
      *    numeros atras na mesma matricula - confere antes de gravar.
       P480-VERIFICAR-CHAVES.
            MOVE 'N'                     TO WK-CHAVE-OCUPADA
            MOVE WK-PROX-ACORDO(4:3)     TO WK-CP-ACORDO
            PERFORM P450-PRIMEIRA-MARCADA
            MOVE WK-VNC-MATRICULA(WK-IDX) TO FAT-MATRICULA
            PERFORM P485-TESTAR-CHAVE
                    VARYING WK-IDX-PARCELA FROM 1 BY 1
                    UNTIL WK-IDX-PARCELA > WK-QTD-PARCELAS
            .

       P485-TESTAR-CHAVE.
            MOVE WK-IDX-PARCELA          TO WK-CP-PARCELA
            MOVE WK-COMP-PARCELA-NUM     TO FAT-COMPETENCIA
            READ FATURA-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S'             TO WK-CHAVE-OCUPADA
            END-READ
            .

      ******************************************************************
      * P490-GERAR-PARCELA: uma fatura por parcela, no dia combinado
      * de cada mes (dia 29-31 vira 28 em todo mes, para nao pular
      * fevereiro). A primeira leva o resto da divisao.
      ******************************************************************
       P490-GERAR-PARCELA.
            INITIALIZE REG-FATURA
            MOVE ACD-MATRICULA           TO FAT-MATRICULA
            MOVE WK-IDX-PARCELA          TO WK-CP-PARCELA
            MOVE WK-COMP-PARCELA-NUM     TO FAT-COMPETENCIA
            MOVE ACD-GUARDIAO            TO FAT-GUARDIAO
            MOVE WK-VALOR-PARCELA-CTVS   TO FAT-VALOR-CTVS
            IF WK-IDX-PARCELA = 1
               ADD WK-RESTO-CTVS         TO FAT-VALOR-CTVS
               MOVE WK-PRIMEIRO-VENC     TO WK-VENC-PARCELA
            ELSE
               ADD 1                     TO WK-VENC-MES
               IF WK-VENC-MES > 12
                  MOVE 1                 TO WK-VENC-MES
                  ADD 1                  TO WK-VENC-ANO
               END-IF
               MOVE WK-DIA-COMBINADO     TO WK-VENC-DIA
               IF WK-VENC-DIA > 28
                  MOVE 28                TO WK-VENC-DIA
               END-IF
            END-IF
            MOVE WK-VENC-PARCELA         TO FAT-VENCIMENTO
            MOVE FAT-VALOR-CTVS          TO FAT-VALOR-BRUTO-CTVS
            SET FAT-ABERTA               TO TRUE
            MOVE SPACE                   TO FAT-BOLETO-STATUS
            MOVE ACD-NUMERO              TO FAT-ACORDO
            MOVE WK-IDX-PARCELA          TO FAT-PARCELA
            WRITE REG-FATURA
            IF WK-FS-FATURA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR PARCELA ' WK-IDX-PARCELA
                       ' - FS: ' WK-FS-FATURA
            ELSE
               MOVE FAT-VALOR-CTVS       TO WK-VALOR-REAIS
               PERFORM P850-EDITAR-VALOR
               DISPLAY 'PARCELA ' FAT-PARCELA ' VENCE ' FAT-VENCIMENTO
                       ' VALOR ' WK-VALOR-EDITADO
            END-IF
            .

       P600-CONSULTAR.
            DISPLAY 'NUMERO DO ACORDO: '
            ACCEPT WK-ACORDO-INF
            MOVE WK-ACORDO-INF           TO ACD-NUMERO
            READ ACORDO-MASTER
                 INVALID KEY
                    DISPLAY 'ACORDO NAO ENCONTRADO.'
                    GO TO P600-FIM
            END-READ
            PERFORM P650-MOSTRAR-ACORDO
            DISPLAY 'FATURAS DO ACORDO (R = RENEGOCIADA, PARCELA = '
                    'NOVA):'
            DISPLAY 'MATRIC COMPET PC VENCTO   ST         VALOR'
                    '          PAGO'
            MOVE ZEROS                   TO WK-QTD-LISTADOS
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE LOW-VALUES              TO FAT-CHAVE
            START FATURA-MASTER KEY IS NOT LESS THAN FAT-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P610-FATURA-DO-ACORDO THRU P610-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P600-FIM.

       P610-FATURA-DO-ACORDO.
            READ FATURA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P610-FIM
            END-READ
            IF FAT-ACORDO NOT = ACD-NUMERO
               GO TO P610-FIM
            END-IF
            ADD 1                        TO WK-QTD-LISTADOS
            COMPUTE WK-VALOR-REAIS = (FAT-VALOR-CTVS + FAT-MULTA-CTVS
                                   + FAT-JUROS-CTVS) / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            DISPLAY FAT-MATRICULA ' ' FAT-COMPETENCIA ' '
                    FAT-PARCELA ' ' FAT-VENCIMENTO ' ' FAT-STATUS
                    '  ' WK-VALOR-EDITADO WITH NO ADVANCING
            MOVE FAT-VALOR-PAGO-CTVS     TO WK-VALOR-REAIS
            PERFORM P850-EDITAR-VALOR
            DISPLAY '  ' WK-VALOR-EDITADO
            .
       P610-FIM.

       P650-MOSTRAR-ACORDO.
            DISPLAY 'ACORDO......: ' ACD-NUMERO '  SITUACAO: '
                    ACD-STATUS ' DESDE ' ACD-DATA-SITUACAO
            DISPLAY 'RESPONSAVEL.: ' ACD-GUARDIAO '  MATRICULA: '
                    ACD-MATRICULA
            DISPLAY 'FEITO EM....: ' ACD-DATA '  POR: ' ACD-OPERADOR
            MOVE ACD-VALOR-TOTAL-CTVS    TO WK-VALOR-REAIS
            PERFORM P850-EDITAR-VALOR
            DISPLAY 'TOTAL.......: ' WK-VALOR-EDITADO '  EM '
                    ACD-QTD-PARCELAS ' PARCELAS A PARTIR DE '
                    ACD-PRIMEIRO-VENC
            IF ACD-OBSERVACAO NOT = SPACES
               DISPLAY 'OBSERVACAO..: ' ACD-OBSERVACAO
            END-IF
            .

       P700-LISTAR-RESPONSAVEL.
            DISPLAY 'RESPONSAVEL (CODIGO): '
            ACCEPT WK-GUARDIAO-INF
            DISPLAY 'ACORDO MATRIC DATA     ST PC         TOTAL'
            MOVE ZEROS                   TO WK-QTD-LISTADOS
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE LOW-VALUES              TO ACD-NUMERO
            START ACORDO-MASTER KEY IS NOT LESS THAN ACD-NUMERO
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P710-LER-ACORDO THRU P710-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-QTD-LISTADOS = ZEROS
               DISPLAY 'NENHUM ACORDO PARA ESTE RESPONSAVEL.'
            END-IF
            .
       P700-FIM.

       P710-LER-ACORDO.
            READ ACORDO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P710-FIM
            END-READ
            IF ACD-GUARDIAO NOT = WK-GUARDIAO-INF
               GO TO P710-FIM
            END-IF
            ADD 1                        TO WK-QTD-LISTADOS
            MOVE ACD-VALOR-TOTAL-CTVS    TO WK-VALOR-REAIS
            PERFORM P850-EDITAR-VALOR
            DISPLAY ACD-NUMERO ' ' ACD-MATRICULA ' ' ACD-DATA ' '
                    ACD-STATUS '  ' ACD-QTD-PARCELAS ' '
                    WK-VALOR-EDITADO
            .
       P710-FIM.

       P850-EDITAR-VALOR.
            COMPUTE WK-VALOR-REAIS = WK-VALOR-REAIS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            .

      ******************************************************************
      * P900-GRAVA-AUDITORIA: mesma trilha selada (AUDITLOG via
      * SELOUTIL) do resto do lado escolar.
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
       END PROGRAM FATACORD.
