      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: EXTRATO MENSAL CONSOLIDADO POR RESPONSAVEL, VIA
      *          MERGELIN. O RESPONSAVEL COM TRES FILHOS NA ESCOLA
      *          RECEBIA TRES CARTAS DO FATCOBRA E NENHUMA VISAO DO
      *          TOTAL. ESTE PROGRAMA ORDENA O FATMSTR POR
      *          FAT-GUARDIAO E, PARA A COMPETENCIA INFORMADA, LISTA
      *          AS FATURAS DE TODOS OS FILHOS - EM ABERTO (A VENCER,
      *          VENCIDA OU COM PAGAMENTO PARCIAL, COM MULTA E JUROS
      *          ATE HOJE PELO ENCUTIL), PAGAS NO MES E CREDITOS DE
      *          PAGAMENTO A MAIOR - COM SALDO ACUMULADO LINHA A
      *          LINHA. O TEXTO VEM DO TEMPLATE EXTERNO FATEXTTP
      *          (CABECALHO, BLOCO @REPITA@ POR FATURA E RODAPE COM
      *          OS TOTAIS), ENDERECADO AO RESPONSAVEL VALIDADO NO
      *          CONTATO-MASTER; CORREIO DEVOLVIDO (SUPRESS CANAL C)
      *          NAO GANHA EXTRATO NA RODADA DO MES. INFORMANDO UM
      *          RESPONSAVEL SO, O BALCAO REIMPRIME O EXTRATO DELE NA
      *          HORA (MESMO COM CORREIO DEVOLVIDO - A VIA E
      *          ENTREGUE EM MAOS). SAIDA EM FATEXTRA.
      * Modification History:
      *   15/10/2026 CS  Parcelas de acordo (FATACORD) entram pelo mes
      *                  do vencimento e saem como ACORDO/PARCELA.
      *   15/10/2026 CS  Responsavel falecido (OBITCNTT) fica fora do
      *                  lote; pedido avulso sai com aviso.
      *   15/10/2026 CS  Fechamento do extrato executado ate o paragrafo
      *                  de saida (THRU).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATEXTR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELFAT'.
           COPY 'SELALID'.
           COPY 'SELCONT'.
           COPY 'SELSUP'.
           SELECT EXTRATO-TEMPLATE
               ASSIGN TO "FATEXTTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-TEMPLATE.
           SELECT EXTRATOS-IMPRESSOS
               ASSIGN TO "FATEXTRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EXTRATOS.
           SELECT ARQ-ORDENACAO
               ASSIGN TO "FATEXWRK".
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDFAT'.
           COPY 'FDALID'.
           COPY 'FDCONT'.
           COPY 'FDSUP'.
       FD  EXTRATO-TEMPLATE
           LABEL RECORD IS STANDARD.
       01  ETPL-LINHA                   PIC X(80).
       FD  EXTRATOS-IMPRESSOS
           LABEL RECORD IS STANDARD.
       01  EXTRATO-REC                  PIC X(80).
       SD  ARQ-ORDENACAO.
       01  SORT-REC.
           03 SR-GUARDIAO               PIC 9(06).
           03 SR-MATRICULA              PIC 9(06).
           03 SR-COMPETENCIA            PIC 9(06).
       WORKING-STORAGE SECTION.
       77  WK-FS-FATURA                 PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-SUPRESSAO              PIC X(02) VALUE SPACES.
       77  WK-FS-TEMPLATE               PIC X(02) VALUE SPACES.
       77  WK-FS-EXTRATOS               PIC X(02) VALUE SPACES.
       77  WK-FIM-TEMPLATE              PIC X(01) VALUE 'N'.
       77  WK-FIM-FATURAS               PIC X(01) VALUE 'N'.
       77  WK-FIM-ORDENACAO             PIC X(01) VALUE 'N'.
       77  WK-PARTE-TEMPLATE            PIC X(01) VALUE 'C'.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-COMPETENCIA               PIC 9(06) VALUE ZEROS.
       77  WK-GUARDIAO-INF              PIC 9(06) VALUE ZEROS.
       77  WK-MES-PAGTO                 PIC 9(06) VALUE ZEROS.
       77  WK-MES-REFERENCIA            PIC 9(06) VALUE ZEROS.
       77  WK-GUARDIAO-ATUAL            PIC 9(06) VALUE ZEROS.
       77  WK-PRIMEIRO-REG              PIC X(01) VALUE 'S'.
       77  WK-IMPRIMIR                  PIC X(01) VALUE 'N'.
       77  WK-SUPRIMIDO                 PIC X(01) VALUE 'N'.
       77  WK-PULANDO-BLOCO             PIC X(01) VALUE 'N'.
       77  WK-IDX-LINHA                 PIC 9(02) VALUE ZEROS.
       77  WK-QTD-EXTRATOS              PIC 9(05) VALUE ZEROS.
       77  WK-QTD-SUPRIMIDOS            PIC 9(05) VALUE ZEROS.
       77  WK-QTD-SEM-ENDERECO          PIC 9(05) VALUE ZEROS.
       77  WK-SITUACAO                  PIC X(12) VALUE SPACES.
       77  WK-ENCARGOS-CTVS             PIC S9(11) VALUE ZEROS.
       77  WK-PRINCIPAL-PAGO-CTVS       PIC S9(11) VALUE ZEROS.
       77  WK-DEVIDO-CTVS               PIC S9(11) VALUE ZEROS.
       77  WK-SALDO-LINHA-CTVS          PIC S9(11) VALUE ZEROS.
       77  WK-SALDO-ACUM-CTVS           PIC S9(11) VALUE ZEROS.
       77  WK-TOTAL-ABERTO-CTVS         PIC S9(11) VALUE ZEROS.
       77  WK-TOTAL-VENCIDO-CTVS        PIC S9(11) VALUE ZEROS.
       77  WK-TOTAL-PAGO-MES-CTVS       PIC S9(11) VALUE ZEROS.
       77  WK-TOTAL-CREDITO-CTVS        PIC S9(11) VALUE ZEROS.
       77  WK-VALOR-REAIS               PIC S9(09)V99 VALUE ZEROS.
       77  WK-VALOR-EDITADO             PIC -Z(7)9,99 VALUE ZEROS.
       01  WK-TABELA-TEMPLATE.
           05 WK-QTDE-LINHAS-TPL        PIC 9(02) VALUE ZEROS.
           05 WK-TEMPLATE-LINHAS        PIC X(80) VALUE SPACES
                                         OCCURS 20 TIMES.
       01  WK-BLOCO-REPITA.
           05 WK-QTDE-LINHAS-REP        PIC 9(02) VALUE ZEROS.
           05 WK-LINHAS-REPITA          PIC X(80) VALUE SPACES
                                         OCCURS 10 TIMES.
       01  WK-BLOCO-RODAPE.
           05 WK-QTDE-LINHAS-ROD        PIC 9(02) VALUE ZEROS.
           05 WK-LINHAS-RODAPE          PIC X(80) VALUE SPACES
                                         OCCURS 10 TIMES.
           COPY 'PARMERGE'.
           COPY 'PARMENC'.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            DISPLAY '*** EXTRATO MENSAL POR RESPONSAVEL ***'
            DISPLAY 'COMPETENCIA (AAAAMM): '
            ACCEPT WK-COMPETENCIA
            DISPLAY 'RESPONSAVEL (CODIGO - 0 = TODOS, RODADA DO MES): '
            ACCEPT WK-GUARDIAO-INF

            PERFORM P100-ABRIR-ARQUIVOS THRU P100-FIM
            IF WK-FS-TEMPLATE NOT = '00' OR WK-FS-FATURA NOT = '00'
               MOVE ' *** EXTRATO NAO GERADO ***             ' TO
                                         WS-MENSSAGEM
               GOBACK
            END-IF
            PERFORM P150-CARREGAR-TEMPLATE THRU P150-FIM
                    UNTIL WK-FIM-TEMPLATE = 'S'

            SORT ARQ-ORDENACAO
                 ON ASCENDING KEY SR-GUARDIAO
                 ON ASCENDING KEY SR-MATRICULA
                 ON ASCENDING KEY SR-COMPETENCIA
                 INPUT PROCEDURE P200-COLHER-FATURAS THRU P200-FIM
                 OUTPUT PROCEDURE P400-IMPRIMIR THRU P400-FIM

            PERFORM P900-FINALIZAR
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT FATURA-MASTER
            IF WK-FS-FATURA = '35'
               DISPLAY 'NAO HA FATURAS (RODE O FATGERA).'
               GO TO P100-FIM
            END-IF
            OPEN INPUT EXTRATO-TEMPLATE
            IF WK-FS-TEMPLATE = '35'
               DISPLAY 'TEMPLATE FATEXTTP NAO ENCONTRADO.'
               CLOSE FATURA-MASTER
               GO TO P100-FIM
            END-IF
            OPEN INPUT ALUNO-IDENTIDADE
            IF WK-FS-ALUNOID = '35'
               OPEN OUTPUT ALUNO-IDENTIDADE
               CLOSE ALUNO-IDENTIDADE
               OPEN INPUT ALUNO-IDENTIDADE
            END-IF
            OPEN INPUT CONTATO-MASTER
            IF WK-FS-CONTATO = '35'
               OPEN OUTPUT CONTATO-MASTER
               CLOSE CONTATO-MASTER
               OPEN INPUT CONTATO-MASTER
            END-IF
            OPEN INPUT SUPRESSAO
            IF WK-FS-SUPRESSAO = '35'
               OPEN OUTPUT SUPRESSAO
               CLOSE SUPRESSAO
               OPEN INPUT SUPRESSAO
            END-IF
            OPEN OUTPUT EXTRATOS-IMPRESSOS
            .
       P100-FIM.

      ******************************************************************
      * P150-CARREGAR-TEMPLATE: tres partes - antes do @REPITA@ e o
      * cabecalho (uma vez por responsavel), entre @REPITA@ e
      * @FIM-REPITA@ e a linha de cada fatura, depois do
      * @FIM-REPITA@ e o rodape com os totais.
      ******************************************************************
       P150-CARREGAR-TEMPLATE.
            READ EXTRATO-TEMPLATE
                 AT END
                    MOVE 'S'             TO WK-FIM-TEMPLATE
                    GO TO P150-FIM
            END-READ
            EVALUATE TRUE
               WHEN ETPL-LINHA(1:8) = '@REPITA@'
                  MOVE 'D'               TO WK-PARTE-TEMPLATE
               WHEN ETPL-LINHA(1:12) = '@FIM-REPITA@'
                  MOVE 'R'               TO WK-PARTE-TEMPLATE
               WHEN WK-PARTE-TEMPLATE = 'D'
                  IF WK-QTDE-LINHAS-REP < 10
                     ADD 1               TO WK-QTDE-LINHAS-REP
                     MOVE ETPL-LINHA     TO
                          WK-LINHAS-REPITA(WK-QTDE-LINHAS-REP)
                  END-IF
               WHEN WK-PARTE-TEMPLATE = 'R'
                  IF WK-QTDE-LINHAS-ROD < 10
                     ADD 1               TO WK-QTDE-LINHAS-ROD
                     MOVE ETPL-LINHA     TO
                          WK-LINHAS-RODAPE(WK-QTDE-LINHAS-ROD)
                  END-IF
               WHEN OTHER
                  IF WK-QTDE-LINHAS-TPL < 20
                     ADD 1               TO WK-QTDE-LINHAS-TPL
                     MOVE ETPL-LINHA     TO
                          WK-TEMPLATE-LINHAS(WK-QTDE-LINHAS-TPL)
                  END-IF
            END-EVALUATE
            .
       P150-FIM.

      ******************************************************************
      * P200-COLHER-FATURAS: entra no extrato toda fatura do
      * responsavel ainda aberta ate a competencia (a vencer, vencida
      * ou parcial) e toda fatura paga dentro do mes da competencia.
      ******************************************************************
       P200-COLHER-FATURAS.
            MOVE 'N'                     TO WK-FIM-FATURAS
            PERFORM P210-LER-FATURA THRU P210-FIM
                    UNTIL WK-FIM-FATURAS = 'S'
            .
       P200-FIM.

       P210-LER-FATURA.
            READ FATURA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-FATURAS
                    GO TO P210-FIM
            END-READ
            IF FAT-GUARDIAO = ZEROS
               GO TO P210-FIM
            END-IF
            IF WK-GUARDIAO-INF NOT = ZEROS
               AND FAT-GUARDIAO NOT = WK-GUARDIAO-INF
               GO TO P210-FIM
            END-IF
            MOVE FAT-DATA-PAGTO(1:6)     TO WK-MES-PAGTO
      *     Parcela de acordo tem competencia 9AAAPP: vale o mes do
      *     vencimento dela.
            MOVE FAT-COMPETENCIA         TO WK-MES-REFERENCIA
            IF FAT-PARCELA > ZEROS
               MOVE FAT-VENCIMENTO(1:6)  TO WK-MES-REFERENCIA
            END-IF
            IF (FAT-ABERTA AND WK-MES-REFERENCIA NOT > WK-COMPETENCIA)
               OR (FAT-PAGA AND WK-MES-PAGTO = WK-COMPETENCIA)
               MOVE FAT-GUARDIAO         TO SR-GUARDIAO
               MOVE FAT-MATRICULA        TO SR-MATRICULA
               MOVE FAT-COMPETENCIA      TO SR-COMPETENCIA
               RELEASE SORT-REC
            END-IF
            .
       P210-FIM.

       P400-IMPRIMIR.
            MOVE 'S'                     TO WK-PRIMEIRO-REG
            MOVE 'N'                     TO WK-FIM-ORDENACAO
            PERFORM P410-LER-PROXIMO THRU P410-FIM
                    UNTIL WK-FIM-ORDENACAO = 'S'
            IF WK-PRIMEIRO-REG = 'N'
               PERFORM P600-FECHAR-EXTRATO THRU P600-SAIDA
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
               MOVE SR-GUARDIAO          TO WK-GUARDIAO-ATUAL
               PERFORM P500-ABRIR-EXTRATO THRU P500-FIM
            ELSE
               IF SR-GUARDIAO NOT = WK-GUARDIAO-ATUAL
                  PERFORM P600-FECHAR-EXTRATO THRU P600-SAIDA
                  MOVE SR-GUARDIAO       TO WK-GUARDIAO-ATUAL
                  PERFORM P500-ABRIR-EXTRATO THRU P500-FIM
               END-IF
            END-IF

            IF WK-IMPRIMIR = 'S'
               PERFORM P700-LINHA-FATURA THRU P700-FIM
            END-IF
            .
       P410-FIM.

      ******************************************************************
      * P500-ABRIR-EXTRATO: endereco do responsavel validado; correio
      * devolvido (SUPRESS canal C) fica fora da rodada do mes, mas a
      * reimpressao pedida no balcao sai assim mesmo.
      ******************************************************************
       P500-ABRIR-EXTRATO.
            MOVE 'N'                     TO WK-IMPRIMIR
            MOVE ZEROS                   TO WK-SALDO-ACUM-CTVS
                                            WK-TOTAL-ABERTO-CTVS
                                            WK-TOTAL-VENCIDO-CTVS
                                            WK-TOTAL-PAGO-MES-CTVS
                                            WK-TOTAL-CREDITO-CTVS

            MOVE 'N'                     TO WK-SUPRIMIDO
            MOVE WK-GUARDIAO-ATUAL       TO SUP-CODIGO
            MOVE 'C'                     TO SUP-CANAL
            READ SUPRESSAO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S'             TO WK-SUPRIMIDO
            END-READ
            IF WK-SUPRIMIDO = 'S'
               IF WK-GUARDIAO-INF = ZEROS
                  ADD 1                  TO WK-QTD-SUPRIMIDOS
                  GO TO P500-FIM
               END-IF
               DISPLAY 'AVISO - CORREIO DEVOLVIDO PARA ESTE '
                       'RESPONSAVEL: ENTREGAR O EXTRATO EM MAOS.'
            END-IF

            MOVE WK-GUARDIAO-ATUAL       TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    ADD 1                TO WK-QTD-SEM-ENDERECO
                    GO TO P500-FIM
            END-READ
            IF WK-REG-FALECIDO
               IF WK-GUARDIAO-INF = ZEROS
                  ADD 1                  TO WK-QTD-SUPRIMIDOS
                  GO TO P500-FIM
               END-IF
               DISPLAY 'AVISO - RESPONSAVEL FALECIDO EM '
                       WK-DATA-OBITO ' - NAO POSTAR.'
            END-IF
            MOVE 'S'                     TO WK-IMPRIMIR

            MOVE 17                      TO LK-QTDE-CAMPOS
            MOVE 'RESPONSAVEL'           TO LK-NOME-CAMPO(1)
            MOVE SPACES                  TO LK-VALOR-CAMPO(1)
            STRING WK-PRIMEIRO-NOME ' ' WK-ULTIMO-NOME
                   DELIMITED BY SIZE INTO LK-VALOR-CAMPO(1)
            END-STRING
            MOVE 'RUA'                   TO LK-NOME-CAMPO(2)
            MOVE WK-RUA                  TO LK-VALOR-CAMPO(2)
            MOVE 'BAIRRO'                TO LK-NOME-CAMPO(3)
            MOVE WK-BAIRRO               TO LK-VALOR-CAMPO(3)
            MOVE 'CIDADE'                TO LK-NOME-CAMPO(4)
            MOVE WK-CIDADE               TO LK-VALOR-CAMPO(4)
            MOVE 'UF'                    TO LK-NOME-CAMPO(5)
            MOVE WK-UF                   TO LK-VALOR-CAMPO(5)
            MOVE 'CEP'                   TO LK-NOME-CAMPO(6)
            MOVE WK-CEP                  TO LK-VALOR-CAMPO(6)
            MOVE 'COMPETENCIA'           TO LK-NOME-CAMPO(7)
            MOVE WK-COMPETENCIA          TO LK-VALOR-CAMPO(7)
            MOVE 'DATA'                  TO LK-NOME-CAMPO(8)
            MOVE WK-DATA-HOJE            TO LK-VALOR-CAMPO(8)
            MOVE 'ALUNO'                 TO LK-NOME-CAMPO(9)
            MOVE 'MATRICULA'             TO LK-NOME-CAMPO(10)
            MOVE 'REFERENCIA'            TO LK-NOME-CAMPO(11)
            MOVE 'VENCIMENTO'            TO LK-NOME-CAMPO(12)
            MOVE 'SITUACAO'              TO LK-NOME-CAMPO(13)
            MOVE 'VALOR'                 TO LK-NOME-CAMPO(14)
            MOVE 'PAGO'                  TO LK-NOME-CAMPO(15)
            MOVE 'SALDO-LINHA'           TO LK-NOME-CAMPO(16)
            MOVE 'SALDO-ACUM'            TO LK-NOME-CAMPO(17)
            PERFORM P520-LIMPAR-DETALHE

            MOVE 'N'                     TO WK-PULANDO-BLOCO
            PERFORM P800-MESCLAR-CABECALHO
                    VARYING WK-IDX-LINHA FROM 1 BY 1
                    UNTIL WK-IDX-LINHA > WK-QTDE-LINHAS-TPL
            .
       P500-FIM.

       P520-LIMPAR-DETALHE.
            MOVE SPACES                  TO LK-VALOR-CAMPO(9)
                                            LK-VALOR-CAMPO(10)
                                            LK-VALOR-CAMPO(11)
                                            LK-VALOR-CAMPO(12)
                                            LK-VALOR-CAMPO(13)
                                            LK-VALOR-CAMPO(14)
                                            LK-VALOR-CAMPO(15)
                                            LK-VALOR-CAMPO(16)
                                            LK-VALOR-CAMPO(17)
            .

      ******************************************************************
      * P600-FECHAR-EXTRATO: rodape com os totais do responsavel. Os
      * nomes de campo do detalhe sao trocados pelos dos totais -
      * TOTAL-ABERTO/TOTAL-VENCIDO/PAGO-MES/CREDITOS/SALDO-FINAL.
      ******************************************************************
       P600-FECHAR-EXTRATO.
            IF WK-IMPRIMIR NOT = 'S'
               GO TO P600-SAIDA
            END-IF
            PERFORM P520-LIMPAR-DETALHE
            MOVE 'TOTAL-ABERTO'          TO LK-NOME-CAMPO(9)
            MOVE WK-TOTAL-ABERTO-CTVS    TO WK-VALOR-REAIS
            PERFORM P850-EDITAR-VALOR
            MOVE WK-VALOR-EDITADO        TO LK-VALOR-CAMPO(9)
            MOVE 'TOTAL-VENCIDO'         TO LK-NOME-CAMPO(10)
            MOVE WK-TOTAL-VENCIDO-CTVS   TO WK-VALOR-REAIS
            PERFORM P850-EDITAR-VALOR
            MOVE WK-VALOR-EDITADO        TO LK-VALOR-CAMPO(10)
            MOVE 'PAGO-MES'              TO LK-NOME-CAMPO(11)
            MOVE WK-TOTAL-PAGO-MES-CTVS  TO WK-VALOR-REAIS
            PERFORM P850-EDITAR-VALOR
            MOVE WK-VALOR-EDITADO        TO LK-VALOR-CAMPO(11)
            MOVE 'CREDITOS'              TO LK-NOME-CAMPO(12)
            MOVE WK-TOTAL-CREDITO-CTVS   TO WK-VALOR-REAIS
            PERFORM P850-EDITAR-VALOR
            MOVE WK-VALOR-EDITADO        TO LK-VALOR-CAMPO(12)
            MOVE 'SALDO-FINAL'           TO LK-NOME-CAMPO(13)
            MOVE WK-SALDO-ACUM-CTVS      TO WK-VALOR-REAIS
            PERFORM P850-EDITAR-VALOR
            MOVE WK-VALOR-EDITADO        TO LK-VALOR-CAMPO(13)
            MOVE 13                      TO LK-QTDE-CAMPOS

            MOVE 'N'                     TO WK-PULANDO-BLOCO
            PERFORM P820-MESCLAR-RODAPE
                    VARYING WK-IDX-LINHA FROM 1 BY 1
                    UNTIL WK-IDX-LINHA > WK-QTDE-LINHAS-ROD
            MOVE SPACES                  TO EXTRATO-REC
            WRITE EXTRATO-REC AFTER ADVANCING PAGE
            ADD 1                        TO WK-QTD-EXTRATOS
            .
       P600-SAIDA.

      ******************************************************************
      * P700-LINHA-FATURA: saldo da linha = o que falta pagar hoje
      * (principal + multa e juros lancados e correntes - pago);
      * fatura paga no mes entra com saldo zero, e pagamento a maior
      * vira CREDITO que abate o saldo acumulado.
      ******************************************************************
       P700-LINHA-FATURA.
            MOVE SR-MATRICULA            TO FAT-MATRICULA
            MOVE SR-COMPETENCIA          TO FAT-COMPETENCIA
            READ FATURA-MASTER
                 INVALID KEY
                    GO TO P700-FIM
            END-READ
            MOVE FAT-MATRICULA           TO MAT-MATRICULA
            READ ALUNO-IDENTIDADE
                 INVALID KEY
                    MOVE SPACES          TO MAT-NOME
            END-READ

            COMPUTE WK-ENCARGOS-CTVS = FAT-MULTA-CTVS + FAT-JUROS-CTVS
            IF FAT-ABERTA
               PERFORM P710-ENCARGOS-ATE-HOJE
               COMPUTE WK-SALDO-LINHA-CTVS = WK-DEVIDO-CTVS
                                           - FAT-VALOR-PAGO-CTVS
               ADD WK-SALDO-LINHA-CTVS   TO WK-TOTAL-ABERTO-CTVS
               EVALUATE TRUE
                  WHEN FAT-VENCIMENTO < WK-DATA-HOJE
                     MOVE 'VENCIDA'      TO WK-SITUACAO
                     ADD WK-SALDO-LINHA-CTVS TO WK-TOTAL-VENCIDO-CTVS
                  WHEN FAT-QTD-PAGTOS > ZEROS
                     MOVE 'PARCIAL'      TO WK-SITUACAO
                  WHEN OTHER
                     MOVE 'A VENCER'     TO WK-SITUACAO
               END-EVALUATE
            ELSE
               COMPUTE WK-DEVIDO-CTVS = FAT-VALOR-CTVS
                                      + WK-ENCARGOS-CTVS
               COMPUTE WK-SALDO-LINHA-CTVS = WK-DEVIDO-CTVS
                                           - FAT-VALOR-PAGO-CTVS
               ADD FAT-VALOR-PAGO-CTVS   TO WK-TOTAL-PAGO-MES-CTVS
               IF WK-SALDO-LINHA-CTVS < ZEROS
                  MOVE 'CREDITO'         TO WK-SITUACAO
                  SUBTRACT WK-SALDO-LINHA-CTVS
                      FROM WK-TOTAL-CREDITO-CTVS
               ELSE
                  MOVE 'PAGA NO MES'     TO WK-SITUACAO
                  MOVE ZEROS             TO WK-SALDO-LINHA-CTVS
               END-IF
            END-IF
            ADD WK-SALDO-LINHA-CTVS      TO WK-SALDO-ACUM-CTVS

            MOVE 17                      TO LK-QTDE-CAMPOS
            MOVE MAT-NOME                TO LK-VALOR-CAMPO(9)
            MOVE FAT-MATRICULA           TO LK-VALOR-CAMPO(10)
            MOVE FAT-COMPETENCIA         TO LK-VALOR-CAMPO(11)
            IF FAT-PARCELA > ZEROS
               MOVE SPACES               TO LK-VALOR-CAMPO(11)
               STRING 'ACORDO ' FAT-ACORDO ' PARC ' FAT-PARCELA
                      DELIMITED BY SIZE INTO LK-VALOR-CAMPO(11)
               END-STRING
            END-IF
            MOVE FAT-VENCIMENTO          TO LK-VALOR-CAMPO(12)
            MOVE WK-SITUACAO             TO LK-VALOR-CAMPO(13)
            MOVE WK-DEVIDO-CTVS          TO WK-VALOR-REAIS
            PERFORM P850-EDITAR-VALOR
            MOVE WK-VALOR-EDITADO        TO LK-VALOR-CAMPO(14)
            MOVE FAT-VALOR-PAGO-CTVS     TO WK-VALOR-REAIS
            PERFORM P850-EDITAR-VALOR
            MOVE WK-VALOR-EDITADO        TO LK-VALOR-CAMPO(15)
            MOVE WK-SALDO-LINHA-CTVS     TO WK-VALOR-REAIS
            PERFORM P850-EDITAR-VALOR
            MOVE WK-VALOR-EDITADO        TO LK-VALOR-CAMPO(16)
            MOVE WK-SALDO-ACUM-CTVS      TO WK-VALOR-REAIS
            PERFORM P850-EDITAR-VALOR
            MOVE WK-VALOR-EDITADO        TO LK-VALOR-CAMPO(17)

            MOVE 'N'                     TO WK-PULANDO-BLOCO
            PERFORM P810-MESCLAR-DETALHE
                    VARYING WK-IDX-LINHA FROM 1 BY 1
                    UNTIL WK-IDX-LINHA > WK-QTDE-LINHAS-REP
            .
       P700-FIM.

       P710-ENCARGOS-ATE-HOJE.
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
            COMPUTE WK-DEVIDO-CTVS = FAT-VALOR-CTVS + WK-ENCARGOS-CTVS
                                   + LK-ENC-MULTA-CTVS
                                   + LK-ENC-JUROS-CTVS
            .

       P800-MESCLAR-CABECALHO.
            MOVE WK-TEMPLATE-LINHAS(WK-IDX-LINHA) TO LK-TEMPLATE
            CALL 'MERGELIN' USING PARAMETRES-MERGE
            PERFORM P830-TRATAR-LINHA
            .

       P810-MESCLAR-DETALHE.
            MOVE WK-LINHAS-REPITA(WK-IDX-LINHA) TO LK-TEMPLATE
            CALL 'MERGELIN' USING PARAMETRES-MERGE
            PERFORM P830-TRATAR-LINHA
            .

       P820-MESCLAR-RODAPE.
            MOVE WK-LINHAS-RODAPE(WK-IDX-LINHA) TO LK-TEMPLATE
            CALL 'MERGELIN' USING PARAMETRES-MERGE
            PERFORM P830-TRATAR-LINHA
            .

      ******************************************************************
      * P830-TRATAR-LINHA: mesma maquina de pulo de bloco condicional
      * do BOLETIM/FATCOBRA - @SE@ falso pula ate @SENAO@ ou @FIM-SE@.
      ******************************************************************
       P830-TRATAR-LINHA.
            EVALUATE TRUE
               WHEN LK-LINHA-SE
                  IF LK-CONDICAO-VERDADEIRA
                     MOVE 'N'            TO WK-PULANDO-BLOCO
                  ELSE
                     MOVE 'S'            TO WK-PULANDO-BLOCO
                  END-IF
               WHEN LK-LINHA-SENAO
                  IF WK-PULANDO-BLOCO = 'S'
                     MOVE 'N'            TO WK-PULANDO-BLOCO
                  ELSE
                     MOVE 'S'            TO WK-PULANDO-BLOCO
                  END-IF
               WHEN LK-LINHA-FIM-SE
                  MOVE 'N'               TO WK-PULANDO-BLOCO
               WHEN LK-LINHA-REPITA
               WHEN LK-LINHA-FIM-REPITA
                  CONTINUE
               WHEN OTHER
                  IF WK-PULANDO-BLOCO NOT = 'S'
                     MOVE LK-LINHA-MESCLADA TO EXTRATO-REC
                     WRITE EXTRATO-REC
                  END-IF
            END-EVALUATE
            .

       P850-EDITAR-VALOR.
            COMPUTE WK-VALOR-REAIS = WK-VALOR-REAIS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            .

       P900-FINALIZAR.
            CLOSE FATURA-MASTER ALUNO-IDENTIDADE CONTATO-MASTER
            CLOSE SUPRESSAO EXTRATO-TEMPLATE EXTRATOS-IMPRESSOS
            DISPLAY 'EXTRATOS GERADOS EM FATEXTRA: ' WK-QTD-EXTRATOS
            DISPLAY 'SUPRIMIDOS (CORREIO DEVOLVIDO): '
                    WK-QTD-SUPRIMIDOS
            DISPLAY 'SEM ENDERECO DO RESPONSAVEL...: '
                    WK-QTD-SEM-ENDERECO
            MOVE ' *** EXTRATOS GERADOS ***               ' TO
                                         WS-MENSSAGEM
            .
       END PROGRAM FATEXTR.
