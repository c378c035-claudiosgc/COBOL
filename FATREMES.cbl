      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: REMESSA DE BOLETOS REGISTRADOS DAS MENSALIDADES
      *          (CNAB 400). OS PAGAMENTOS CHEGAVAM NUM ARQUIVO DE
      *          VIRGULA MONTADO A MAO DO SITE DO BANCO (FATPAGTO).
      *          ESTE LOTE MANDA AO BANCO, NO LAYOUT LAYOUTCN, TODA
      *          FATURA ABERTA DO FATMSTR AINDA NAO ENVIADA (OU CUJO
      *          BOLETO O BANCO RECUSOU) - VALOR LIQUIDO,
      *          VENCIMENTO, JUROS DO DIA E MULTA DAS MESMAS TAXAS
      *          DO CFGMSTR QUE A BAIXA USA, E O PAGADOR
      *          (RESPONSAVEL, COM CPF E ENDERECO DO CONTATO-MASTER).
      *          O HEADER LEVA A SEQUENCIA DE TRANSMISSAO DO
      *          TRANSREG (TRNUTIL), COMO AS DEMAIS INTERFACES; CADA
      *          FATURA ENVIADA FICA MARCADA COM O NUMERO DA REMESSA.
      *          FATURA SEM RESPONSAVEL OU SEM CPF NAO VIRA BOLETO E
      *          SAI EM FATREMRJ. O RETORNO DO BANCO E O FATRETOR.
      * Modification History:
      *   15/10/2026 CS  Boleto recusado pelo banco (FATRETOR) volta na
      *                  remessa seguinte, como a fatura nao enviada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATREMES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELFAT'.
           COPY 'SELCONT'.
           SELECT ARQ-REMESSA
               ASSIGN TO "CNABREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-REMESSA.
           SELECT RELATORIO-REJEITOS
               ASSIGN TO "FATREMRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-REJEITOS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDFAT'.
           COPY 'FDCONT'.
       FD  ARQ-REMESSA
           LABEL RECORD IS STANDARD.
           COPY 'LAYOUTCN'.
       FD  RELATORIO-REJEITOS
           LABEL RECORD IS STANDARD.
       01  REJ-REC                      PIC X(80).
       WORKING-STORAGE SECTION.
       77  WK-FS-FATURA                 PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-REMESSA                PIC X(02) VALUE SPACES.
       77  WK-FS-REJEITOS               PIC X(02) VALUE SPACES.
       77  WK-FIM-FATURAS               PIC X(01) VALUE 'N'.
       77  WK-MOTIVO-REJEICAO           PIC X(40) VALUE SPACES.
       77  WK-SEQ-REGISTRO              PIC 9(06) VALUE ZEROS.
       77  WK-QTD-ENVIADAS              PIC 9(06) VALUE ZEROS.
       77  WK-QTD-REJEITADAS            PIC 9(05) VALUE ZEROS.
       77  WK-TOTAL-ENVIADO-CTVS        PIC 9(12) VALUE ZEROS.
       77  WK-MULTA-BP                  PIC 9(06) VALUE ZEROS.
       77  WK-JUROS-MES-BP              PIC 9(06) VALUE ZEROS.
       77  WK-BANCO                     PIC 9(03) VALUE ZEROS.
       77  WK-AGENCIA                   PIC 9(05) VALUE ZEROS.
       77  WK-CONTA                     PIC 9(07) VALUE ZEROS.
       77  WK-COBR-CART                 PIC 9(03) VALUE ZEROS.
       77  WK-CONVENIO                  PIC 9(06) VALUE ZEROS.
       01  WK-DATA-AAAAMMDD             PIC 9(08) VALUE ZEROS.
       01  WK-DATA-PARTES REDEFINES WK-DATA-AAAAMMDD.
           03 WK-DATA-SECULO            PIC 9(02).
           03 WK-DATA-AA                PIC 9(02).
           03 WK-DATA-MM                PIC 9(02).
           03 WK-DATA-DD                PIC 9(02).
       01  WK-DATA-DDMMAA.
           03 WK-DDMMAA-DD              PIC 9(02).
           03 WK-DDMMAA-MM              PIC 9(02).
           03 WK-DDMMAA-AA              PIC 9(02).
       01  WK-DATA-DDMMAA-NUM REDEFINES WK-DATA-DDMMAA
                                        PIC 9(06).
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
           COPY 'PARMCFG'.
           COPY 'PARMTRN'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'FATREMES'              TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY '*** REMESSA DE BOLETOS (CNAB 400) ***'
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            PERFORM P050-LER-CONFIGURACAO
            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P200-LER-FATURA THRU P200-FIM
                    UNTIL WK-FIM-FATURAS = 'S'
            PERFORM P900-FINALIZAR
            STOP RUN
            .

      ******************************************************************
      * P050-LER-CONFIGURACAO: dados do convenio de cobranca e as
      * mesmas taxas de multa/juros do ENCUTIL - o banco cobra no
      * boleto exatamente o que a baixa no balcao cobraria.
      ******************************************************************
       P050-LER-CONFIGURACAO.
            MOVE 'CNAB-BANCO'            TO LK-CFG-CHAVE
            MOVE 237                     TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-BANCO
            MOVE 'CNAB-AGENCIA'          TO LK-CFG-CHAVE
            MOVE ZEROS                   TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-AGENCIA
            MOVE 'CNAB-CONTA'            TO LK-CFG-CHAVE
            MOVE ZEROS                   TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-CONTA
            MOVE 'CNAB-CARTEIRA'         TO LK-CFG-CHAVE
            MOVE 9                       TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-COBR-CART
            MOVE 'CNAB-CONVENIO'         TO LK-CFG-CHAVE
            MOVE ZEROS                   TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-CONVENIO
            MOVE 'MULTA-ATRASO-BP'       TO LK-CFG-CHAVE
            MOVE 200                     TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-MULTA-BP
            MOVE 'JUROS-MES-BP'          TO LK-CFG-CHAVE
            MOVE 100                     TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-JUROS-MES-BP
            .

       P100-ABRIR-ARQUIVOS.
            OPEN I-O FATURA-MASTER
            IF WK-FS-FATURA = '35'
               DISPLAY 'NAO HA FATURAS (RODE O FATGERA).'
               STOP RUN
            END-IF
            OPEN INPUT CONTATO-MASTER
            IF WK-FS-CONTATO = '35'
               OPEN OUTPUT CONTATO-MASTER
               CLOSE CONTATO-MASTER
               OPEN INPUT CONTATO-MASTER
            END-IF
            OPEN OUTPUT ARQ-REMESSA
            OPEN OUTPUT RELATORIO-REJEITOS
            MOVE 'FATURAS QUE NAO ENTRARAM NA REMESSA DE BOLETOS'
                                         TO REJ-REC
            WRITE REJ-REC

            SET LK-TRN-REG-SAIDA         TO TRUE
            MOVE 'CNABREM'               TO LK-TRN-ARQUIVO
            MOVE 'FATREMES'              TO LK-TRN-PROGRAMA
            CALL 'TRNUTIL' USING PARAMETRES-TRN

            MOVE SPACES                  TO REG-CNAB-HEADER
            MOVE '0'                     TO CNB-HDR-TIPO-REG
            SET CNB-HDR-REMESSA          TO TRUE
            MOVE 'REMESSA'               TO CNB-HDR-LITERAL
            MOVE 01                      TO CNB-HDR-COD-SERVICO
            MOVE 'COBRANCA'              TO CNB-HDR-LIT-SERVICO
            MOVE WK-CONVENIO             TO CNB-HDR-COD-EMPRESA
            MOVE 'ESCOLA - MENSALIDADES' TO CNB-HDR-NOME-EMPRESA
            MOVE WK-BANCO                TO CNB-HDR-BANCO
            MOVE SPACES                  TO CNB-HDR-NOME-BANCO
            MOVE WK-DATA-HOJE            TO WK-DATA-AAAAMMDD
            PERFORM P800-DATA-PARA-DDMMAA
            MOVE WK-DATA-DDMMAA-NUM      TO CNB-HDR-DATA
            MOVE LK-TRN-SEQUENCIA        TO CNB-HDR-SEQ-ARQUIVO
            ADD 1                        TO WK-SEQ-REGISTRO
            MOVE WK-SEQ-REGISTRO         TO CNB-HDR-SEQ-REGISTRO
            WRITE REG-CNAB-HEADER
            .

       P200-LER-FATURA.
            READ FATURA-MASTER NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-FATURAS
                 NOT AT END
                    IF FAT-ABERTA
                       AND (FAT-BOLETO-NAO-ENVIADO
                            OR FAT-BOLETO-RECUSADO)
                       AND FAT-VALOR-CTVS > ZEROS
                       PERFORM P300-MONTAR-DETALHE THRU P300-FIM
                    END-IF
            END-READ
            .
       P200-FIM.

      ******************************************************************
      * P300-MONTAR-DETALHE: pagador e o responsavel da fatura; sem
      * ele (ou sem CPF) o banco recusaria o registro, entao a fatura
      * fica fora da remessa e vai para o relatorio - continua nao
      * enviada e entra na proxima depois de corrigido o cadastro.
      ******************************************************************
       P300-MONTAR-DETALHE.
            IF FAT-GUARDIAO = ZEROS
               MOVE 'FATURA SEM RESPONSAVEL'
                                         TO WK-MOTIVO-REJEICAO
               PERFORM P400-REJEITAR
               GO TO P300-FIM
            END-IF
            MOVE FAT-GUARDIAO            TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    MOVE 'RESPONSAVEL NAO ENCONTRADO'
                                         TO WK-MOTIVO-REJEICAO
                    PERFORM P400-REJEITAR
                    GO TO P300-FIM
            END-READ
            IF WK-CPF = ZEROS OR WK-REG-ANONIMIZADO
               MOVE 'RESPONSAVEL SEM CPF'
                                         TO WK-MOTIVO-REJEICAO
               PERFORM P400-REJEITAR
               GO TO P300-FIM
            END-IF

            MOVE SPACES                  TO REG-CNAB-REMESSA
            MOVE '1'                     TO CNB-REM-TIPO-REG
            MOVE WK-AGENCIA              TO CNB-REM-AGENCIA
            MOVE WK-CONTA                TO CNB-REM-CONTA
            MOVE WK-COBR-CART            TO CNB-REM-CARTEIRA
            MOVE FAT-MATRICULA           TO CNB-REM-MATRICULA
            MOVE FAT-COMPETENCIA         TO CNB-REM-COMPETENCIA
            COMPUTE CNB-REM-NOSSO-NUMERO =
                    (FAT-COMPETENCIA * 1000000) + FAT-MATRICULA
            MOVE '01'                    TO CNB-REM-OCORRENCIA
            STRING FAT-MATRICULA FAT-COMPETENCIA(3:4)
                   DELIMITED BY SIZE INTO CNB-REM-SEU-NUMERO
            END-STRING
            MOVE FAT-VENCIMENTO          TO WK-DATA-AAAAMMDD
            PERFORM P800-DATA-PARA-DDMMAA
            MOVE WK-DATA-DDMMAA-NUM      TO CNB-REM-VENCIMENTO
            COMPUTE CNB-REM-VALOR = FAT-VALOR-CTVS / 100
            MOVE '99'                    TO CNB-REM-ESPECIE
            MOVE 'N'                     TO CNB-REM-ACEITE
            MOVE WK-DATA-HOJE            TO WK-DATA-AAAAMMDD
            PERFORM P800-DATA-PARA-DDMMAA
            MOVE WK-DATA-DDMMAA-NUM      TO CNB-REM-EMISSAO
            COMPUTE CNB-REM-JUROS-DIA ROUNDED =
                    FAT-VALOR-CTVS * WK-JUROS-MES-BP / 30000000
            COMPUTE CNB-REM-MULTA-PERC = WK-MULTA-BP / 100
            MOVE 01                      TO CNB-REM-TIPO-INSCRICAO
            MOVE WK-CPF                  TO CNB-REM-CPF-CNPJ
            STRING WK-PRIMEIRO-NOME DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WK-ULTIMO-NOME DELIMITED BY SPACE
                   INTO CNB-REM-NOME-PAGADOR
            END-STRING
            STRING WK-RUA ' ' WK-BAIRRO
                   DELIMITED BY SIZE INTO CNB-REM-ENDERECO
            END-STRING
            MOVE WK-CEP                  TO CNB-REM-CEP
            MOVE WK-CIDADE               TO CNB-REM-CIDADE
            MOVE WK-UF                   TO CNB-REM-UF
            ADD 1                        TO WK-SEQ-REGISTRO
            MOVE WK-SEQ-REGISTRO         TO CNB-REM-SEQ-REGISTRO
            WRITE REG-CNAB-REMESSA

            SET FAT-BOLETO-ENVIADO       TO TRUE
            MOVE LK-TRN-SEQUENCIA        TO FAT-SEQ-REMESSA
            REWRITE REG-FATURA
            IF WK-FS-FATURA NOT = '00'
               DISPLAY 'ERRO AO MARCAR FATURA ' FAT-MATRICULA '/'
                       FAT-COMPETENCIA ' - FS: ' WK-FS-FATURA
            END-IF
            ADD 1                        TO WK-QTD-ENVIADAS
            ADD FAT-VALOR-CTVS           TO WK-TOTAL-ENVIADO-CTVS
            .
       P300-FIM.

       P400-REJEITAR.
            ADD 1                        TO WK-QTD-REJEITADAS
            MOVE SPACES                  TO REJ-REC
            STRING FAT-MATRICULA '/' FAT-COMPETENCIA ' RESP. '
                   FAT-GUARDIAO ' - ' WK-MOTIVO-REJEICAO
                   DELIMITED BY SIZE INTO REJ-REC
            END-STRING
            WRITE REJ-REC
            .

       P800-DATA-PARA-DDMMAA.
            MOVE WK-DATA-DD              TO WK-DDMMAA-DD
            MOVE WK-DATA-MM              TO WK-DDMMAA-MM
            MOVE WK-DATA-AA              TO WK-DDMMAA-AA
            .

       P900-FINALIZAR.
            MOVE SPACES                  TO REG-CNAB-TRAILER
            MOVE '9'                     TO CNB-TRL-TIPO-REG
            MOVE '1'                     TO CNB-TRL-OPERACAO
            MOVE WK-QTD-ENVIADAS         TO CNB-TRL-QTD-TITULOS
            COMPUTE CNB-TRL-VALOR-TOTAL = WK-TOTAL-ENVIADO-CTVS / 100
            ADD 1                        TO WK-SEQ-REGISTRO
            MOVE WK-SEQ-REGISTRO         TO CNB-TRL-SEQ-REGISTRO
            WRITE REG-CNAB-TRAILER

            CLOSE FATURA-MASTER CONTATO-MASTER
            CLOSE ARQ-REMESSA RELATORIO-REJEITOS
            DISPLAY 'REMESSA N. ' LK-TRN-SEQUENCIA ' EM CNABREM.'
            DISPLAY 'BOLETOS ENVIADOS....: ' WK-QTD-ENVIADAS
            DISPLAY 'FATURAS REJEITADAS..: ' WK-QTD-REJEITADAS
                    ' (VER FATREMRJ)'

            MOVE 'FATREMES'              TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-ENVIADAS         TO LK-RUN-QTD-APLICADOS
            MOVE WK-QTD-REJEITADAS       TO LK-RUN-QTD-REJEITADOS
            MOVE ZEROS                   TO LK-RUN-QTD-LIDOS
                                            LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM FATREMES.
