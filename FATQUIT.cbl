      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: DECLARACAO ANUAL DE QUITACAO DE DEBITOS, VIA
      *          MERGELIN. A LEI OBRIGA A ESCOLA A DECLARAR A CADA
      *          PAGADOR QUE AS MENSALIDADES DO ANO ANTERIOR ESTAO
      *          QUITADAS, E A SECRETARIA DATILOGRAFAVA UMA POR UMA
      *          EM MAIO. ESTE PROGRAMA ORDENA O FATMSTR POR
      *          RESPONSAVEL E, PARA O ANO DE REFERENCIA, EMITE A
      *          DECLARACAO (TEMPLATE FATQUITP, SAIDA FATQUITA) A
      *          QUEM TEM TODAS AS FATURAS DO ANO PAGAS OU
      *          CANCELADAS - FATURA RENEGOCIADA SO NAO IMPEDE SE O
      *          ACORDO (ACDMSTR) JA FOI LIQUIDADO, E O VALOR CONTA
      *          PELAS PARCELAS DO ACORDO, NO ANO DO VENCIMENTO DE
      *          CADA UMA. QUEM TEM FATURA ABERTA OU ACORDO EM
      *          ANDAMENTO VAI PARA A LISTA DE EXCECOES (FATQUIEX),
      *          ASSIM COMO O CORREIO DEVOLVIDO
      *          (SUPRESS CANAL C) E O RESPONSAVEL SEM ENDERECO. CADA
      *          EMISSAO FICA NO QUITMSTR; A RODADA DO ANO NAO EMITE
      *          DE NOVO, E INFORMANDO UM RESPONSAVEL SO O BALCAO
      *          REIMPRIME A SEGUNDA VIA COM OS MESMOS NUMEROS.
      * Modification History:
      *   15/10/2026 CS  Fatura renegociada de acordo liquidado nao soma
      *                  de novo (o valor entra pelas parcelas).
      *   15/10/2026 CS  Responsavel falecido (OBITCNTT) vai para as
      *                  excecoes; segunda via no balcao sai com aviso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATQUIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELFAT'.
           COPY 'SELACD'.
           COPY 'SELQUI'.
           COPY 'SELCONT'.
           COPY 'SELSUP'.
           SELECT QUITACAO-TEMPLATE
               ASSIGN TO "FATQUITP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-TEMPLATE.
           SELECT DECLARACOES-IMPRESSAS
               ASSIGN TO "FATQUITA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-DECLARACOES.
           SELECT RELATORIO-EXCECOES
               ASSIGN TO "FATQUIEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EXCECOES.
           SELECT ARQ-ORDENACAO
               ASSIGN TO "FATQUWRK".
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDFAT'.
           COPY 'FDACD'.
           COPY 'FDQUI'.
           COPY 'FDCONT'.
           COPY 'FDSUP'.
       FD  QUITACAO-TEMPLATE
           LABEL RECORD IS STANDARD.
       01  QTPL-LINHA                   PIC X(80).
       FD  DECLARACOES-IMPRESSAS
           LABEL RECORD IS STANDARD.
       01  DECLARACAO-REC               PIC X(80).
       FD  RELATORIO-EXCECOES
           LABEL RECORD IS STANDARD.
       01  EXCECAO-REC                  PIC X(80).
       SD  ARQ-ORDENACAO.
       01  SORT-REC.
           03 SR-GUARDIAO               PIC 9(06).
           03 SR-MATRICULA              PIC 9(06).
           03 SR-COMPETENCIA            PIC 9(06).
       WORKING-STORAGE SECTION.
       77  WK-FS-FATURA                 PIC X(02) VALUE SPACES.
       77  WK-FS-ACORDO                 PIC X(02) VALUE SPACES.
       77  WK-FS-QUITACAO               PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-SUPRESSAO              PIC X(02) VALUE SPACES.
       77  WK-FS-TEMPLATE               PIC X(02) VALUE SPACES.
       77  WK-FS-DECLARACOES            PIC X(02) VALUE SPACES.
       77  WK-FS-EXCECOES               PIC X(02) VALUE SPACES.
       77  WK-FIM-TEMPLATE              PIC X(01) VALUE 'N'.
       77  WK-FIM-FATURAS               PIC X(01) VALUE 'N'.
       77  WK-FIM-ORDENACAO             PIC X(01) VALUE 'N'.
       77  WK-PRIMEIRO-REG              PIC X(01) VALUE 'S'.
       77  WK-PULANDO-BLOCO             PIC X(01) VALUE 'N'.
       77  WK-SUPRIMIDO                 PIC X(01) VALUE 'N'.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-ANO-REFERENCIA            PIC 9(04) VALUE ZEROS.
       77  WK-ANO-FATURA                PIC 9(04) VALUE ZEROS.
       77  WK-GUARDIAO-INF              PIC 9(06) VALUE ZEROS.
       77  WK-GUARDIAO-ATUAL            PIC 9(06) VALUE ZEROS.
       77  WK-IDX-LINHA                 PIC 9(02) VALUE ZEROS.
       77  WK-VIA                       PIC X(08) VALUE SPACES.
       77  WK-QTD-FATURAS               PIC 9(03) VALUE ZEROS.
       77  WK-QTD-PENDENTES             PIC 9(03) VALUE ZEROS.
       77  WK-TOTAL-PAGO-CTVS           PIC 9(11) VALUE ZEROS.
       77  WK-PENDENCIA                 PIC X(40) VALUE SPACES.
       77  WK-MOTIVO-EXCECAO            PIC X(40) VALUE SPACES.
       77  WK-QTD-EMITIDAS              PIC 9(05) VALUE ZEROS.
       77  WK-QTD-SEGUNDAS-VIAS         PIC 9(05) VALUE ZEROS.
       77  WK-QTD-JA-EMITIDAS           PIC 9(05) VALUE ZEROS.
       77  WK-QTD-EXCECOES              PIC 9(05) VALUE ZEROS.
       77  WK-QTD-EDITADA               PIC ZZ9 VALUE ZEROS.
       77  WK-VALOR-REAIS               PIC 9(09)V99 VALUE ZEROS.
       77  WK-VALOR-EDITADO             PIC Z(8)9,99 VALUE ZEROS.
       01  WK-TABELA-TEMPLATE.
           05 WK-QTDE-LINHAS-TPL        PIC 9(02) VALUE ZEROS.
           05 WK-TEMPLATE-LINHAS        PIC X(80) VALUE SPACES
                                         OCCURS 40 TIMES.
           COPY 'PARMERGE'.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            DISPLAY '*** DECLARACAO ANUAL DE QUITACAO DE DEBITOS ***'
            DISPLAY 'ANO DE REFERENCIA (AAAA): '
            ACCEPT WK-ANO-REFERENCIA
            IF WK-ANO-REFERENCIA NOT < WK-DATA-HOJE(1:4)
               DISPLAY 'SO SE DECLARA ANO JA ENCERRADO.'
               MOVE ' *** DECLARACOES NAO EMITIDAS ***       ' TO
                                         WS-MENSSAGEM
               GOBACK
            END-IF
            DISPLAY 'RESPONSAVEL (CODIGO - 0 = TODOS, RODADA DO ANO): '
            ACCEPT WK-GUARDIAO-INF

            PERFORM P100-ABRIR-ARQUIVOS THRU P100-FIM
            IF WK-FS-TEMPLATE NOT = '00' OR WK-FS-FATURA NOT = '00'
               MOVE ' *** DECLARACOES NAO EMITIDAS ***       ' TO
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
                 OUTPUT PROCEDURE P400-AVALIAR THRU P400-FIM

            PERFORM P900-FINALIZAR
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT FATURA-MASTER
            IF WK-FS-FATURA = '35'
               DISPLAY 'NAO HA FATURAS (RODE O FATGERA).'
               GO TO P100-FIM
            END-IF
            OPEN INPUT QUITACAO-TEMPLATE
            IF WK-FS-TEMPLATE = '35'
               DISPLAY 'TEMPLATE FATQUITP NAO ENCONTRADO.'
               CLOSE FATURA-MASTER
               GO TO P100-FIM
            END-IF
            OPEN INPUT ACORDO-MASTER
            IF WK-FS-ACORDO = '35'
               OPEN OUTPUT ACORDO-MASTER
               CLOSE ACORDO-MASTER
               OPEN INPUT ACORDO-MASTER
            END-IF
            OPEN I-O QUITACAO-LOG
            IF WK-FS-QUITACAO = '35'
               OPEN OUTPUT QUITACAO-LOG
               CLOSE QUITACAO-LOG
               OPEN I-O QUITACAO-LOG
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
            OPEN OUTPUT DECLARACOES-IMPRESSAS
            OPEN OUTPUT RELATORIO-EXCECOES
            MOVE SPACES                  TO EXCECAO-REC
            STRING 'QUITACAO ANUAL ' WK-ANO-REFERENCIA
                   ' - RESPONSAVEIS SEM DECLARACAO'
                   DELIMITED BY SIZE INTO EXCECAO-REC
            END-STRING
            WRITE EXCECAO-REC
            .
       P100-FIM.

       P150-CARREGAR-TEMPLATE.
            READ QUITACAO-TEMPLATE
                 AT END
                    MOVE 'S'             TO WK-FIM-TEMPLATE
                    GO TO P150-FIM
            END-READ
            IF WK-QTDE-LINHAS-TPL < 40
               ADD 1                     TO WK-QTDE-LINHAS-TPL
               MOVE QTPL-LINHA           TO
                    WK-TEMPLATE-LINHAS(WK-QTDE-LINHAS-TPL)
            END-IF
            .
       P150-FIM.

      ******************************************************************
      * P200-COLHER-FATURAS: fatura comum pertence ao ano da
      * competencia; parcela de acordo (competencia 9AAAPP), ao ano
      * do vencimento.
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
            MOVE FAT-COMPETENCIA(1:4)    TO WK-ANO-FATURA
            IF FAT-PARCELA > ZEROS
               MOVE FAT-VENCIMENTO(1:4)  TO WK-ANO-FATURA
            END-IF
            IF WK-ANO-FATURA = WK-ANO-REFERENCIA
               MOVE FAT-GUARDIAO         TO SR-GUARDIAO
               MOVE FAT-MATRICULA        TO SR-MATRICULA
               MOVE FAT-COMPETENCIA      TO SR-COMPETENCIA
               RELEASE SORT-REC
            END-IF
            .
       P210-FIM.

       P400-AVALIAR.
            MOVE 'S'                     TO WK-PRIMEIRO-REG
            MOVE 'N'                     TO WK-FIM-ORDENACAO
            PERFORM P410-LER-PROXIMO THRU P410-FIM
                    UNTIL WK-FIM-ORDENACAO = 'S'
            IF WK-PRIMEIRO-REG = 'N'
               PERFORM P500-FECHAR-RESPONSAVEL THRU P500-FIM
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
               PERFORM P420-ZERAR-RESPONSAVEL
            ELSE
               IF SR-GUARDIAO NOT = WK-GUARDIAO-ATUAL
                  PERFORM P500-FECHAR-RESPONSAVEL THRU P500-FIM
                  MOVE SR-GUARDIAO       TO WK-GUARDIAO-ATUAL
                  PERFORM P420-ZERAR-RESPONSAVEL
               END-IF
            END-IF
            PERFORM P430-AVALIAR-FATURA THRU P430-FIM
            .
       P410-FIM.

       P420-ZERAR-RESPONSAVEL.
            MOVE ZEROS                   TO WK-QTD-FATURAS
                                            WK-QTD-PENDENTES
                                            WK-TOTAL-PAGO-CTVS
            MOVE SPACES                  TO WK-PENDENCIA
            .

      ******************************************************************
      * P430-AVALIAR-FATURA: paga conta o que entrou; cancelada nao
      * conta nem impede; renegociada depende do acordo - liquidado,
      * o que entrou ja conta pelas parcelas pagas (somar a fatura
      * de novo dobraria o valor), e ela sai como a cancelada; ativo
      * ou quebrado, ainda ha divida. Aberta impede a declaracao.
      ******************************************************************
       P430-AVALIAR-FATURA.
            MOVE SR-MATRICULA            TO FAT-MATRICULA
            MOVE SR-COMPETENCIA          TO FAT-COMPETENCIA
            READ FATURA-MASTER
                 INVALID KEY
                    GO TO P430-FIM
            END-READ
            EVALUATE TRUE
               WHEN FAT-PAGA
                  ADD 1                  TO WK-QTD-FATURAS
                  ADD FAT-VALOR-PAGO-CTVS TO WK-TOTAL-PAGO-CTVS
               WHEN FAT-CANCELADA
                  CONTINUE
               WHEN FAT-RENEGOCIADA
                  MOVE FAT-ACORDO        TO ACD-NUMERO
                  READ ACORDO-MASTER
                       INVALID KEY
                          MOVE SPACES    TO ACD-STATUS
                  END-READ
                  IF ACD-LIQUIDADO
                     CONTINUE
                  ELSE
                     ADD 1               TO WK-QTD-PENDENTES
                     IF WK-PENDENCIA = SPACES
                        STRING 'MAT ' FAT-MATRICULA ' REF '
                               FAT-COMPETENCIA ' SOB ACORDO '
                               FAT-ACORDO
                               DELIMITED BY SIZE INTO WK-PENDENCIA
                        END-STRING
                     END-IF
                  END-IF
               WHEN OTHER
                  ADD 1                  TO WK-QTD-PENDENTES
                  IF WK-PENDENCIA = SPACES
                     STRING 'MAT ' FAT-MATRICULA ' REF '
                            FAT-COMPETENCIA ' EM ABERTO'
                            DELIMITED BY SIZE INTO WK-PENDENCIA
                     END-STRING
                  END-IF
            END-EVALUATE
            .
       P430-FIM.

      ******************************************************************
      * P500-FECHAR-RESPONSAVEL: pendencia vai para as excecoes; sem
      * nada pago no ano (tudo cancelado) nao ha o que declarar. Ja
      * emitida: a rodada do ano pula, o balcao tira a segunda via
      * com os numeros gravados no QUITMSTR.
      ******************************************************************
       P500-FECHAR-RESPONSAVEL.
            IF WK-QTD-PENDENTES > ZEROS
               MOVE WK-QTD-PENDENTES     TO WK-QTD-EDITADA
               MOVE SPACES               TO WK-MOTIVO-EXCECAO
               STRING WK-PENDENCIA(1:31) ' +' WK-QTD-EDITADA ' PEND.'
                      DELIMITED BY SIZE INTO WK-MOTIVO-EXCECAO
               END-STRING
               PERFORM P800-EXCECAO
               GO TO P500-FIM
            END-IF
            IF WK-QTD-FATURAS = ZEROS
               GO TO P500-FIM
            END-IF

            MOVE WK-GUARDIAO-ATUAL       TO QUI-GUARDIAO
            MOVE WK-ANO-REFERENCIA       TO QUI-ANO
            READ QUITACAO-LOG
                 INVALID KEY
                    MOVE SPACES          TO WK-VIA
                 NOT INVALID KEY
                    MOVE '2A VIA'        TO WK-VIA
            END-READ
            IF WK-VIA NOT = SPACES AND WK-GUARDIAO-INF = ZEROS
               ADD 1                     TO WK-QTD-JA-EMITIDAS
               GO TO P500-FIM
            END-IF

            MOVE 'N'                     TO WK-SUPRIMIDO
            MOVE WK-GUARDIAO-ATUAL       TO SUP-CODIGO
            MOVE 'C'                     TO SUP-CANAL
            READ SUPRESSAO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S'             TO WK-SUPRIMIDO
            END-READ
            IF WK-SUPRIMIDO = 'S' AND WK-GUARDIAO-INF = ZEROS
               MOVE 'CORREIO DEVOLVIDO - EMITIR NO BALCAO'
                                         TO WK-MOTIVO-EXCECAO
               PERFORM P800-EXCECAO
               GO TO P500-FIM
            END-IF

            MOVE WK-GUARDIAO-ATUAL       TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    MOVE 'RESPONSAVEL SEM CADASTRO/ENDERECO'
                                         TO WK-MOTIVO-EXCECAO
                    PERFORM P800-EXCECAO
                    GO TO P500-FIM
            END-READ
            IF WK-REG-FALECIDO
               IF WK-GUARDIAO-INF = ZEROS
                  MOVE 'RESPONSAVEL FALECIDO - EMITIR NO BALCAO'
                                         TO WK-MOTIVO-EXCECAO
                  PERFORM P800-EXCECAO
                  GO TO P500-FIM
               END-IF
               DISPLAY 'AVISO - RESPONSAVEL FALECIDO EM '
                       WK-DATA-OBITO ' - NAO POSTAR.'
            END-IF

            IF WK-VIA = SPACES
               MOVE '1A VIA'             TO WK-VIA
               MOVE WK-DATA-HOJE         TO QUI-DATA-EMISSAO
                                            QUI-DATA-ULTIMA-VIA
               MOVE WS-USUARIO-LOGADO    TO QUI-USUARIO
               MOVE WK-QTD-FATURAS       TO QUI-QTD-FATURAS
               MOVE WK-TOTAL-PAGO-CTVS   TO QUI-TOTAL-PAGO-CTVS
               MOVE 1                    TO QUI-QTD-VIAS
               WRITE REG-QUITACAO
               ADD 1                     TO WK-QTD-EMITIDAS
            ELSE
               ADD 1                     TO QUI-QTD-VIAS
               MOVE WK-DATA-HOJE         TO QUI-DATA-ULTIMA-VIA
               REWRITE REG-QUITACAO
               ADD 1                     TO WK-QTD-SEGUNDAS-VIAS
            END-IF
            PERFORM P600-IMPRIMIR-DECLARACAO
            .
       P500-FIM.

      *    Os numeros saem sempre do QUITMSTR - a segunda via repete
      *    a primeira mesmo que o FATMSTR tenha mudado depois.
       P600-IMPRIMIR-DECLARACAO.
            MOVE 13                      TO LK-QTDE-CAMPOS
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
            MOVE 'CPF'                   TO LK-NOME-CAMPO(7)
            MOVE WK-CPF                  TO LK-VALOR-CAMPO(7)
            MOVE 'ANO'                   TO LK-NOME-CAMPO(8)
            MOVE QUI-ANO                 TO LK-VALOR-CAMPO(8)
            MOVE 'QTD-FATURAS'           TO LK-NOME-CAMPO(9)
            MOVE QUI-QTD-FATURAS         TO LK-VALOR-CAMPO(9)
            MOVE 'TOTAL-PAGO'            TO LK-NOME-CAMPO(10)
            COMPUTE WK-VALOR-REAIS = QUI-TOTAL-PAGO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            MOVE WK-VALOR-EDITADO        TO LK-VALOR-CAMPO(10)
            MOVE 'EMISSAO'               TO LK-NOME-CAMPO(11)
            MOVE QUI-DATA-EMISSAO        TO LK-VALOR-CAMPO(11)
            MOVE 'DATA'                  TO LK-NOME-CAMPO(12)
            MOVE WK-DATA-HOJE            TO LK-VALOR-CAMPO(12)
            MOVE 'VIA'                   TO LK-NOME-CAMPO(13)
            MOVE WK-VIA                  TO LK-VALOR-CAMPO(13)

            MOVE 'N'                     TO WK-PULANDO-BLOCO
            PERFORM P610-MESCLAR-LINHA
                    VARYING WK-IDX-LINHA FROM 1 BY 1
                    UNTIL WK-IDX-LINHA > WK-QTDE-LINHAS-TPL
            MOVE SPACES                  TO DECLARACAO-REC
            WRITE DECLARACAO-REC AFTER ADVANCING PAGE
            .

       P610-MESCLAR-LINHA.
            MOVE WK-TEMPLATE-LINHAS(WK-IDX-LINHA) TO LK-TEMPLATE
            CALL 'MERGELIN' USING PARAMETRES-MERGE
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
                     MOVE LK-LINHA-MESCLADA TO DECLARACAO-REC
                     WRITE DECLARACAO-REC
                  END-IF
            END-EVALUATE
            .

       P800-EXCECAO.
            MOVE SPACES                  TO EXCECAO-REC
            STRING 'RESP ' WK-GUARDIAO-ATUAL ' ' WK-MOTIVO-EXCECAO
                   DELIMITED BY SIZE INTO EXCECAO-REC
            END-STRING
            WRITE EXCECAO-REC
            ADD 1                        TO WK-QTD-EXCECOES
            .

       P900-FINALIZAR.
            CLOSE FATURA-MASTER ACORDO-MASTER QUITACAO-LOG
            CLOSE CONTATO-MASTER SUPRESSAO QUITACAO-TEMPLATE
            CLOSE DECLARACOES-IMPRESSAS RELATORIO-EXCECOES
            DISPLAY 'DECLARACOES EMITIDAS (FATQUITA): ' WK-QTD-EMITIDAS
            DISPLAY 'SEGUNDAS VIAS...................: '
                    WK-QTD-SEGUNDAS-VIAS
            DISPLAY 'JA EMITIDAS ANTES (PULADAS).....: '
                    WK-QTD-JA-EMITIDAS
            DISPLAY 'EXCECOES (FATQUIEX).............: '
                    WK-QTD-EXCECOES
            MOVE ' *** DECLARACOES DE QUITACAO ***        ' TO
                                         WS-MENSSAGEM
            .
       END PROGRAM FATQUIT.
