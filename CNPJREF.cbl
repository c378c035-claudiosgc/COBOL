      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CONFERENCIA DO CADASTRO PJ CONTRA O EXTRATO PUBLICO DO
      *          CNPJ. O CONTPJ-MASTER NUNCA FICAVA SABENDO QUE A
      *          EMPRESA FOI BAIXADA, FICOU INAPTA OU MUDOU A RAZAO
      *          SOCIAL - E A GENTE SEGUIA MANDANDO MALA E VINCULANDO
      *          GENTE A EMPRESA QUE NAO EXISTE MAIS. ESTE LOTE LE O
      *          EXTRATO (CNPJEXT, LINHAS CNPJ,RAZAO SOCIAL,SITUACAO,
      *          LOGRADOURO,BAIRRO,MUNICIPIO,UF - SITUACAO NO CODIGO
      *          DO REGISTRO: 01 NULA, 02 ATIVA, 03 SUSPENSA, 04
      *          INAPTA, 08 BAIXADA), CRUZA PELO WK-CNPJ E LISTA EM
      *          CNPJREL AS DIFERENCAS DE RAZAO SOCIAL, ENDERECO (RUA
      *          PELA PADRONIZACAO DO LOGRUTIL, BAIRRO/CIDADE
      *          NORMALIZADOS, UF) E SITUACAO. NO MODO APLICAR, A
      *          RAZAO SOCIAL NOVA E GRAVADA E A EMPRESA NULA OU
      *          BAIXADA E INATIVADA - COM AUDITORIA E IMAGENS NO
      *          CONTJRNL. ENDERECO SO E APONTADO, NUNCA GRAVADO. OS
      *          VINCULOS (VINCMSTR) E AS CONTROLADAS DO GRUPO
      *          ECONOMICO DE CADA EMPRESA BAIXADA SAEM PARA REVISAO
      *          EM CNPJREV.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELCONTJ'.
           COPY 'SELCONT'.
           COPY 'SELVINC'.
           COPY 'SELAUDIT'.
           SELECT EXTRATO-CNPJ
               ASSIGN TO "CNPJEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EXTRATO.
           SELECT CNPJ-TRABALHO
               ASSIGN TO "CNPJWRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-CNPJ
               FILE STATUS IS WK-FS-TRABALHO.
           SELECT RELATORIO-CNPJ
               ASSIGN TO "CNPJREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT REVISAO-CNPJ
               ASSIGN TO "CNPJREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-REVISAO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDCONTJ'.
           COPY 'FDCONT'.
           COPY 'FDVINC'.
           COPY 'FDAUDIT'.
       FD  EXTRATO-CNPJ
           LABEL RECORD IS STANDARD.
       01  EXTRATO-REC                  PIC X(250).
      *****************************************************************
      * CNPJ-TRABALHO: o extrato indexado por CNPJ, para a varredura
      * unica do mestre PJ achar a empresa com uma leitura aleatoria.
      * Recriado a cada rodada.
      *****************************************************************
       FD  CNPJ-TRABALHO
           LABEL RECORD IS STANDARD.
       01  REG-CNPJ-TRABALHO.
           03 CNT-CNPJ                  PIC 9(14).
           03 CNT-RAZAO                 PIC X(60).
           03 CNT-SITUACAO              PIC X(02).
               88 CNT-NULA              VALUE '01'.
               88 CNT-ATIVA             VALUE '02'.
               88 CNT-SUSPENSA          VALUE '03'.
               88 CNT-INAPTA            VALUE '04'.
               88 CNT-BAIXADA           VALUE '08'.
           03 CNT-RUA                   PIC X(40).
           03 CNT-BAIRRO                PIC X(30).
           03 CNT-CIDADE                PIC X(30).
           03 CNT-UF                    PIC X(02).
       FD  RELATORIO-CNPJ
           LABEL RECORD IS STANDARD.
       01  CNPJ-REL-REC                 PIC X(132).
       FD  REVISAO-CNPJ
           LABEL RECORD IS STANDARD.
       01  CNPJ-REV-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WK-FS-CONTATO-PJ             PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-VINCULO                PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-EXTRATO                PIC X(02) VALUE SPACES.
       77  WK-FS-TRABALHO               PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-FS-REVISAO                PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
           COPY 'PARMRUN'.
           COPY 'PARMJRN'.
           COPY 'PARMNORM'.
           COPY 'PARMLOGR'.
       77  WK-IMAGEM-ANTES-PJ           PIC X(400) VALUE SPACES.
       77  WK-MODO-APLICAR              PIC X(01) VALUE 'N'.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-FIM-EXTRATO               PIC X(01) VALUE 'N'.
       77  WK-FIM-MESTRE                PIC X(01) VALUE 'N'.
       77  WK-FIM-VINCULO               PIC X(01) VALUE 'N'.
       77  WK-TEM-CONTATO               PIC X(01) VALUE 'N'.
       77  WK-TEM-VINCULO               PIC X(01) VALUE 'N'.
       77  WK-LINHA-OK                  PIC X(01) VALUE 'S'.
       77  WK-CNPJ-TEXTO                PIC X(14) VALUE SPACES.
       77  WK-MOTIVO                    PIC X(30) VALUE SPACES.
       77  WK-SITUACAO-NOME             PIC X(08) VALUE SPACES.
       77  WK-RAZAO-DIFERE              PIC X(01) VALUE 'N'.
       77  WK-ENDERECO-DIFERE           PIC X(01) VALUE 'N'.
       77  WK-INATIVAR                  PIC X(01) VALUE 'N'.
       77  WK-TEXTO-RUA                 PIC X(40) VALUE SPACES.
       77  WK-RUA-COMPARAR              PIC X(15) VALUE SPACES.
       77  WK-RUA-CADASTRO              PIC X(15) VALUE SPACES.
       77  WK-RUA-REGISTRO              PIC X(15) VALUE SPACES.
       77  WK-NORM-CADASTRO             PIC X(40) VALUE SPACES.
       77  WK-NORM-REGISTRO             PIC X(40) VALUE SPACES.
       77  WK-OPERACAO-AUDIT            PIC X(10) VALUE SPACES.
       77  WK-MENSAGEM-AUDIT            PIC X(40) VALUE SPACES.
       77  WK-QTD-LINHAS                PIC 9(06) VALUE ZEROS.
       77  WK-QTD-CARREGADAS            PIC 9(06) VALUE ZEROS.
       77  WK-QTD-INVALIDAS             PIC 9(06) VALUE ZEROS.
       77  WK-QTD-REPETIDAS             PIC 9(06) VALUE ZEROS.
       77  WK-QTD-EMPRESAS              PIC 9(06) VALUE ZEROS.
       77  WK-QTD-NAO-ACHADAS           PIC 9(06) VALUE ZEROS.
       77  WK-QTD-DIF-RAZAO             PIC 9(06) VALUE ZEROS.
       77  WK-QTD-DIF-ENDERECO          PIC 9(06) VALUE ZEROS.
       77  WK-QTD-DIF-SITUACAO          PIC 9(06) VALUE ZEROS.
       77  WK-QTD-RAZAO-GRAVADA         PIC 9(06) VALUE ZEROS.
       77  WK-QTD-INATIVADAS            PIC 9(06) VALUE ZEROS.
       77  WK-QTD-REVISAO               PIC 9(06) VALUE ZEROS.
       77  WK-IDX-BAIXA                 PIC 9(04) VALUE ZEROS.
       77  WK-QTDE-BAIXA                PIC 9(04) VALUE ZEROS.
       77  WK-ACHOU-PAI                 PIC X(01) VALUE 'N'.
      *****************************************************************
      * WK-TAB-BAIXADAS: empresas baixadas/nulas desta rodada
      * (inativadas, ou a inativar no modo previa) - a revisao dos
      * vinculos e das controladas e feita depois da varredura.
      *****************************************************************
       01  WK-TAB-BAIXADAS.
           05 WK-TB-ENTRY               OCCURS 500 TIMES.
               10 WK-TB-CODIGO          PIC 9(06).
               10 WK-TB-RAZAO           PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CNPJREF'               TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY '*** CONFERENCIA COM O EXTRATO DO CNPJ ***'
            DISPLAY 'APLICAR RAZAO SOCIAL E INATIVAR BAIXADAS '
                    '(S = APLICAR, N = SO RELATORIO)? '
            ACCEPT WK-MODO-APLICAR
            IF WK-MODO-APLICAR = 's'
               MOVE 'S'                  TO WK-MODO-APLICAR
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE

            PERFORM P100-ABRIR-ARQUIVOS THRU P100-FIM
            PERFORM P200-LER-EXTRATO THRU P200-FIM
                    UNTIL WK-FIM-EXTRATO = 'S'
            CLOSE EXTRATO-CNPJ

            MOVE SPACES                  TO CNPJ-REL-REC
            WRITE CNPJ-REL-REC
            MOVE 'DIFERENCAS ENCONTRADAS:' TO CNPJ-REL-REC
            WRITE CNPJ-REL-REC
            MOVE 'CODIGO CNPJ           CAMPO    NO CADASTRO / NO '
                 TO CNPJ-REL-REC
            MOVE 'REGISTRO'              TO CNPJ-REL-REC(50:8)
            WRITE CNPJ-REL-REC
            IF WK-QTD-CARREGADAS = ZEROS
               MOVE 'S'                  TO WK-FIM-MESTRE
            END-IF
            PERFORM P400-LER-EMPRESA THRU P400-FIM
                    UNTIL WK-FIM-MESTRE = 'S'

            PERFORM P600-REVISAR-BAIXADAS THRU P600-FIM
            PERFORM P900-FINALIZAR
            STOP RUN
            .

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT EXTRATO-CNPJ
            IF WK-FS-EXTRATO NOT = '00'
               DISPLAY 'EXTRATO DO CNPJ (CNPJEXT) NAO ENCONTRADO.'
               STOP RUN
            END-IF
            IF WK-MODO-APLICAR = 'S'
               OPEN I-O CONTPJ-MASTER
            ELSE
               OPEN INPUT CONTPJ-MASTER
            END-IF
            IF WK-FS-CONTATO-PJ = '35'
               DISPLAY 'NAO HA CADASTRO DE EMPRESAS.'
               CLOSE EXTRATO-CNPJ
               STOP RUN
            END-IF
            OPEN INPUT CONTATO-MASTER
            IF WK-FS-CONTATO = '00'
               MOVE 'S'                  TO WK-TEM-CONTATO
            END-IF
            OPEN INPUT VINCULO-MASTER
            IF WK-FS-VINCULO = '00'
               MOVE 'S'                  TO WK-TEM-VINCULO
            END-IF
      *     O indice de trabalho nasce vazio a cada rodada.
            OPEN OUTPUT CNPJ-TRABALHO
            CLOSE CNPJ-TRABALHO
            OPEN I-O CNPJ-TRABALHO

            OPEN OUTPUT RELATORIO-CNPJ
            MOVE SPACES                  TO CNPJ-REL-REC
            STRING 'CONFERENCIA COM O EXTRATO DO CNPJ - PROCESSADO EM '
                   WK-DATA-HOJE(7:2) '/' WK-DATA-HOJE(5:2) '/'
                   WK-DATA-HOJE(1:4)
                   DELIMITED BY SIZE INTO CNPJ-REL-REC
            END-STRING
            WRITE CNPJ-REL-REC
            MOVE SPACES                  TO CNPJ-REL-REC
            IF WK-MODO-APLICAR = 'S'
               MOVE 'MODO: APLICAR (RAZAO SOCIAL E BAIXA GRAVADAS)'
                                         TO CNPJ-REL-REC
            ELSE
               MOVE 'MODO: SO RELATORIO (NADA FOI GRAVADO)'
                                         TO CNPJ-REL-REC
            END-IF
            WRITE CNPJ-REL-REC
            MOVE SPACES                  TO CNPJ-REL-REC
            WRITE CNPJ-REL-REC
            MOVE 'LINHAS INVALIDAS DO EXTRATO:' TO CNPJ-REL-REC
            WRITE CNPJ-REL-REC

            OPEN OUTPUT REVISAO-CNPJ
            MOVE 'REVISAO - VINCULOS E CONTROLADAS DE EMPRESA BAIXADA'
                                         TO CNPJ-REV-REC
            WRITE CNPJ-REV-REC
            .
       P100-FIM.

      ******************************************************************
      * P200-LER-EXTRATO: cada linha valida vai para o indice de
      * trabalho. CNPJ repetido no extrato fica com a primeira.
      ******************************************************************
       P200-LER-EXTRATO.
            READ EXTRATO-CNPJ
                 AT END
                    MOVE 'S'             TO WK-FIM-EXTRATO
                    GO TO P200-FIM
            END-READ
            IF EXTRATO-REC = SPACES
               GO TO P200-FIM
            END-IF
            ADD 1                        TO WK-QTD-LINHAS
            PERFORM P250-VALIDAR-LINHA THRU P250-FIM
            IF WK-LINHA-OK NOT = 'S'
               ADD 1                     TO WK-QTD-INVALIDAS
               MOVE SPACES               TO CNPJ-REL-REC
               STRING WK-MOTIVO ' ' EXTRATO-REC(1:100)
                      DELIMITED BY SIZE INTO CNPJ-REL-REC
               END-STRING
               WRITE CNPJ-REL-REC
               GO TO P200-FIM
            END-IF

            MOVE WK-CNPJ-TEXTO           TO CNT-CNPJ
            WRITE REG-CNPJ-TRABALHO
            IF WK-FS-TRABALHO = '00'
               ADD 1                     TO WK-QTD-CARREGADAS
            ELSE
               ADD 1                     TO WK-QTD-REPETIDAS
            END-IF
            .
       P200-FIM.

       P250-VALIDAR-LINHA.
            MOVE 'S'                     TO WK-LINHA-OK
            MOVE SPACES                  TO WK-CNPJ-TEXTO WK-MOTIVO
                                            REG-CNPJ-TRABALHO
            UNSTRING EXTRATO-REC DELIMITED BY ','
                INTO WK-CNPJ-TEXTO
                     CNT-RAZAO
                     CNT-SITUACAO
                     CNT-RUA
                     CNT-BAIRRO
                     CNT-CIDADE
                     CNT-UF
            END-UNSTRING

            IF WK-CNPJ-TEXTO NOT NUMERIC OR WK-CNPJ-TEXTO = ZEROS
               MOVE 'CNPJ INVALIDO'      TO WK-MOTIVO
               MOVE 'N'                  TO WK-LINHA-OK
               GO TO P250-FIM
            END-IF
            IF CNT-RAZAO = SPACES
               MOVE 'SEM RAZAO SOCIAL'   TO WK-MOTIVO
               MOVE 'N'                  TO WK-LINHA-OK
               GO TO P250-FIM
            END-IF
            IF NOT CNT-NULA AND NOT CNT-ATIVA AND NOT CNT-SUSPENSA
               AND NOT CNT-INAPTA AND NOT CNT-BAIXADA
               MOVE 'SITUACAO INVALIDA'  TO WK-MOTIVO
               MOVE 'N'                  TO WK-LINHA-OK
            END-IF
            .
       P250-FIM.

      ******************************************************************
      * P400-LER-EMPRESA: varredura unica do mestre PJ. Empresa sem
      * CNPJ nao e procurada; CNPJ fora do extrato so conta no total.
      ******************************************************************
       P400-LER-EMPRESA.
            READ CONTPJ-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-MESTRE
                    GO TO P400-FIM
            END-READ
            IF WK-CNPJ = ZEROS
               GO TO P400-FIM
            END-IF
            MOVE WK-CNPJ                 TO CNT-CNPJ
            READ CNPJ-TRABALHO
                 INVALID KEY
                    ADD 1                TO WK-QTD-NAO-ACHADAS
                    GO TO P400-FIM
            END-READ
            ADD 1                        TO WK-QTD-EMPRESAS
            MOVE SPACES                  TO WK-IMAGEM-ANTES-PJ
            MOVE CADASTRO-PJ             TO WK-IMAGEM-ANTES-PJ
            PERFORM P410-NOME-SITUACAO

            PERFORM P420-CONFERIR-RAZAO
            PERFORM P430-CONFERIR-ENDERECO THRU P430-FIM
            PERFORM P440-CONFERIR-SITUACAO

            IF WK-INATIVAR = 'S'
               IF WK-QTDE-BAIXA < 500
                  ADD 1                  TO WK-QTDE-BAIXA
                  MOVE WK-CODIGO-PJ      TO WK-TB-CODIGO(WK-QTDE-BAIXA)
                  MOVE WK-RAZAO-SOCIAL   TO WK-TB-RAZAO(WK-QTDE-BAIXA)
               END-IF
            END-IF

            IF WK-MODO-APLICAR = 'S'
               IF WK-RAZAO-DIFERE = 'S' OR WK-INATIVAR = 'S'
                  PERFORM P500-APLICAR THRU P500-FIM
               END-IF
            END-IF
            .
       P400-FIM.

       P410-NOME-SITUACAO.
            EVALUATE TRUE
               WHEN CNT-NULA
                  MOVE 'NULA'            TO WK-SITUACAO-NOME
               WHEN CNT-ATIVA
                  MOVE 'ATIVA'           TO WK-SITUACAO-NOME
               WHEN CNT-SUSPENSA
                  MOVE 'SUSPENSA'        TO WK-SITUACAO-NOME
               WHEN CNT-INAPTA
                  MOVE 'INAPTA'          TO WK-SITUACAO-NOME
               WHEN CNT-BAIXADA
                  MOVE 'BAIXADA'         TO WK-SITUACAO-NOME
            END-EVALUATE
            .

      ******************************************************************
      * P420-CONFERIR-RAZAO: os dois lados normalizados (caixa alta,
      * sem acento) - acento e caixa nao sao diferenca.
      ******************************************************************
       P420-CONFERIR-RAZAO.
            MOVE 'N'                     TO WK-RAZAO-DIFERE
            MOVE WK-RAZAO-SOCIAL         TO LK-TEXTO-ENTRADA
            CALL 'NORMUTIL' USING PARAMETRES-NORM
            MOVE LK-TEXTO-NORMALIZADO    TO WK-NORM-CADASTRO
            MOVE CNT-RAZAO(1:40)         TO LK-TEXTO-ENTRADA
            CALL 'NORMUTIL' USING PARAMETRES-NORM
            MOVE LK-TEXTO-NORMALIZADO    TO WK-NORM-REGISTRO
            IF WK-NORM-CADASTRO NOT = WK-NORM-REGISTRO
               MOVE 'S'                  TO WK-RAZAO-DIFERE
               ADD 1                     TO WK-QTD-DIF-RAZAO
               MOVE SPACES               TO CNPJ-REL-REC
               STRING WK-CODIGO-PJ ' ' WK-CNPJ ' RAZAO    '
                      WK-RAZAO-SOCIAL ' / ' CNT-RAZAO(1:40)
                      DELIMITED BY SIZE INTO CNPJ-REL-REC
               END-STRING
               WRITE CNPJ-REL-REC
            END-IF
            .

      ******************************************************************
      * P430-CONFERIR-ENDERECO: a rua passa pela padronizacao do
      * LOGRUTIL dos dois lados ('RUA SAO JOAO' do registro e 'R SAO
      * JOAO' do cadastro nao sao diferenca); bairro e cidade so
      * normalizados, nas 15 posicoes do cadastro. Endereco vazio no
      * registro nao e comparado.
      ******************************************************************
       P430-CONFERIR-ENDERECO.
            MOVE 'N'                     TO WK-ENDERECO-DIFERE
            IF CNT-RUA = SPACES AND CNT-CIDADE = SPACES
               GO TO P430-FIM
            END-IF
            MOVE WK-RUA-PJ               TO WK-TEXTO-RUA
            PERFORM P450-PADRONIZAR-RUA
            MOVE WK-RUA-COMPARAR         TO WK-RUA-CADASTRO
            MOVE CNT-RUA                 TO WK-TEXTO-RUA
            PERFORM P450-PADRONIZAR-RUA
            MOVE WK-RUA-COMPARAR         TO WK-RUA-REGISTRO
            IF WK-RUA-CADASTRO NOT = WK-RUA-REGISTRO
               MOVE 'S'                  TO WK-ENDERECO-DIFERE
               MOVE SPACES               TO CNPJ-REL-REC
               STRING WK-CODIGO-PJ ' ' WK-CNPJ ' RUA      '
                      WK-RUA-PJ ' / ' CNT-RUA
                      DELIMITED BY SIZE INTO CNPJ-REL-REC
               END-STRING
               WRITE CNPJ-REL-REC
            END-IF

            MOVE WK-BAIRRO-PJ            TO LK-TEXTO-ENTRADA
            CALL 'NORMUTIL' USING PARAMETRES-NORM
            MOVE LK-TEXTO-NORMALIZADO    TO WK-NORM-CADASTRO
            MOVE CNT-BAIRRO              TO LK-TEXTO-ENTRADA
            CALL 'NORMUTIL' USING PARAMETRES-NORM
            MOVE LK-TEXTO-NORMALIZADO    TO WK-NORM-REGISTRO
            IF WK-NORM-CADASTRO(1:15) NOT = WK-NORM-REGISTRO(1:15)
               MOVE 'S'                  TO WK-ENDERECO-DIFERE
               MOVE SPACES               TO CNPJ-REL-REC
               STRING WK-CODIGO-PJ ' ' WK-CNPJ ' BAIRRO   '
                      WK-BAIRRO-PJ ' / ' CNT-BAIRRO
                      DELIMITED BY SIZE INTO CNPJ-REL-REC
               END-STRING
               WRITE CNPJ-REL-REC
            END-IF

            MOVE WK-CIDADE-PJ            TO LK-TEXTO-ENTRADA
            CALL 'NORMUTIL' USING PARAMETRES-NORM
            MOVE LK-TEXTO-NORMALIZADO    TO WK-NORM-CADASTRO
            MOVE CNT-CIDADE              TO LK-TEXTO-ENTRADA
            CALL 'NORMUTIL' USING PARAMETRES-NORM
            MOVE LK-TEXTO-NORMALIZADO    TO WK-NORM-REGISTRO
            IF WK-NORM-CADASTRO(1:15) NOT = WK-NORM-REGISTRO(1:15) OR
               WK-UF-PJ NOT = CNT-UF
               MOVE 'S'                  TO WK-ENDERECO-DIFERE
               MOVE SPACES               TO CNPJ-REL-REC
               STRING WK-CODIGO-PJ ' ' WK-CNPJ ' CIDADE   '
                      WK-CIDADE-PJ '-' WK-UF-PJ ' / '
                      CNT-CIDADE '-' CNT-UF
                      DELIMITED BY SIZE INTO CNPJ-REL-REC
               END-STRING
               WRITE CNPJ-REL-REC
            END-IF
            IF WK-ENDERECO-DIFERE = 'S'
               ADD 1                     TO WK-QTD-DIF-ENDERECO
            END-IF
            .
       P430-FIM.

      ******************************************************************
      * P440-CONFERIR-SITUACAO: empresa ativa no cadastro e nao ATIVA
      * no registro e diferenca; nula ou baixada fica para inativar.
      * Inativa no cadastro e ATIVA no registro tambem e apontada -
      * pode ser reativacao esquecida.
      ******************************************************************
       P440-CONFERIR-SITUACAO.
            MOVE 'N'                     TO WK-INATIVAR
            IF (WK-REG-PJ-ATIVO AND NOT CNT-ATIVA) OR
               (WK-REG-PJ-INATIVO AND CNT-ATIVA)
               ADD 1                     TO WK-QTD-DIF-SITUACAO
               MOVE SPACES               TO CNPJ-REL-REC
               STRING WK-CODIGO-PJ ' ' WK-CNPJ ' SITUACAO '
                      WK-STATUS-REG-PJ ' / ' CNT-SITUACAO ' '
                      WK-SITUACAO-NOME
                      DELIMITED BY SIZE INTO CNPJ-REL-REC
               END-STRING
               WRITE CNPJ-REL-REC
            END-IF
            IF WK-REG-PJ-ATIVO AND (CNT-NULA OR CNT-BAIXADA)
               MOVE 'S'                  TO WK-INATIVAR
            END-IF
            .

      ******************************************************************
      * P450-PADRONIZAR-RUA: WK-TEXTO-RUA normalizada e padronizada
      * pelo LOGRUTIL, nas 15 posicoes do cadastro. Sem a tabela de
      * abreviaturas fica so a normalizacao.
      ******************************************************************
       P450-PADRONIZAR-RUA.
            MOVE WK-TEXTO-RUA            TO LK-TEXTO-ENTRADA
            CALL 'NORMUTIL' USING PARAMETRES-NORM
            MOVE LK-TEXTO-NORMALIZADO    TO LK-LOGR-ENTRADA
            CALL 'LOGRUTIL' USING PARAMETRES-LOGR
            IF LK-LOGR-NAO-CABE
               MOVE LK-LOGR-PADRAO-LONGA(1:15) TO WK-RUA-COMPARAR
            ELSE
               MOVE LK-LOGR-SAIDA        TO WK-RUA-COMPARAR
            END-IF
            .

      ******************************************************************
      * P500-APLICAR: razao social do registro e/ou baixa logica, numa
      * regravacao so - uma linha de auditoria por mudanca e as
      * imagens antes/depois no CONTJRNL, para o JRNBACK desfazer uma
      * carga errada do extrato.
      ******************************************************************
       P500-APLICAR.
            IF WK-RAZAO-DIFERE = 'S'
               MOVE CNT-RAZAO(1:40)      TO WK-RAZAO-SOCIAL
            END-IF
            IF WK-INATIVAR = 'S'
               SET WK-REG-PJ-INATIVO     TO TRUE
            END-IF
            REWRITE CADASTRO-PJ
            IF WK-FS-CONTATO-PJ NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR EMPRESA ' WK-CODIGO-PJ
                       ' - FS: ' WK-FS-CONTATO-PJ
               GO TO P500-FIM
            END-IF

            IF WK-RAZAO-DIFERE = 'S'
               ADD 1                     TO WK-QTD-RAZAO-GRAVADA
               MOVE 'RAZAO-CNPJ'         TO WK-OPERACAO-AUDIT
               MOVE SPACES               TO WK-MENSAGEM-AUDIT
               STRING 'RAZAO SOCIAL PELO EXTRATO DO CNPJ'
                      DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
               END-STRING
               PERFORM P710-GRAVAR-AUDITORIA
            END-IF
            IF WK-INATIVAR = 'S'
               ADD 1                     TO WK-QTD-INATIVADAS
               MOVE 'BAIXA-CNPJ'         TO WK-OPERACAO-AUDIT
               MOVE SPACES               TO WK-MENSAGEM-AUDIT
               STRING 'INATIVADA - CNPJ ' WK-SITUACAO-NOME
                      ' NO REGISTRO'
                      DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
               END-STRING
               PERFORM P710-GRAVAR-AUDITORIA
            END-IF
            PERFORM P720-GRAVAR-DIARIO
            .
       P500-FIM.

      ******************************************************************
      * P600-REVISAR-BAIXADAS: para cada empresa baixada da rodada,
      * os vinculos de pessoas (VINCMSTR) e, numa segunda passada do
      * mestre PJ, as controladas que apontam para ela no grupo
      * economico - nada disso e desfeito aqui, so listado.
      ******************************************************************
       P600-REVISAR-BAIXADAS.
            IF WK-QTDE-BAIXA = ZEROS
               MOVE 'NENHUMA EMPRESA BAIXADA NESTA RODADA.'
                                         TO CNPJ-REV-REC
               WRITE CNPJ-REV-REC
               GO TO P600-FIM
            END-IF
            PERFORM P610-VINCULOS-DA-BAIXADA THRU P610-FIM
                    VARYING WK-IDX-BAIXA FROM 1 BY 1
                    UNTIL WK-IDX-BAIXA > WK-QTDE-BAIXA

            MOVE SPACES                  TO CNPJ-REV-REC
            WRITE CNPJ-REV-REC
            MOVE 'CONTROLADAS DE EMPRESA BAIXADA (GRUPO ECONOMICO):'
                                         TO CNPJ-REV-REC
            WRITE CNPJ-REV-REC
            MOVE 'N'                     TO WK-FIM-MESTRE
            MOVE ZEROS                   TO WK-CODIGO-PJ
            START CONTPJ-MASTER KEY IS NOT LESS THAN WK-CODIGO-PJ
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-MESTRE
            END-START
            PERFORM P650-LER-CONTROLADA THRU P650-FIM
                    UNTIL WK-FIM-MESTRE = 'S'
            .
       P600-FIM.

       P610-VINCULOS-DA-BAIXADA.
            MOVE SPACES                  TO CNPJ-REV-REC
            WRITE CNPJ-REV-REC
            MOVE SPACES                  TO CNPJ-REV-REC
            STRING 'EMPRESA ' WK-TB-CODIGO(WK-IDX-BAIXA) ' '
                   WK-TB-RAZAO(WK-IDX-BAIXA) ' - VINCULOS:'
                   DELIMITED BY SIZE INTO CNPJ-REV-REC
            END-STRING
            WRITE CNPJ-REV-REC
            IF WK-TEM-VINCULO NOT = 'S'
               GO TO P610-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-VINCULO
            MOVE WK-TB-CODIGO(WK-IDX-BAIXA) TO VIN-CODIGO-PJ
            MOVE ZEROS                   TO VIN-CODIGO-PF
            START VINCULO-MASTER KEY IS NOT LESS THAN VIN-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-VINCULO
            END-START
            PERFORM P620-LER-VINCULO THRU P620-FIM
                    UNTIL WK-FIM-VINCULO = 'S'
            .
       P610-FIM.

       P620-LER-VINCULO.
            READ VINCULO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-VINCULO
                    GO TO P620-FIM
            END-READ
            IF VIN-CODIGO-PJ NOT = WK-TB-CODIGO(WK-IDX-BAIXA)
               MOVE 'S'                  TO WK-FIM-VINCULO
               GO TO P620-FIM
            END-IF
            ADD 1                        TO WK-QTD-REVISAO
            MOVE SPACES                  TO CNPJ-REV-REC
            STRING '   PESSOA ' VIN-CODIGO-PF ' ' VIN-CARGO
                   DELIMITED BY SIZE INTO CNPJ-REV-REC
            END-STRING
            IF WK-TEM-CONTATO = 'S'
               MOVE VIN-CODIGO-PF        TO WK-CODIGO
               READ CONTATO-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       STRING WK-PRIMEIRO-NOME(1:15) ' '
                              WK-ULTIMO-NOME(1:15)
                              DELIMITED BY SIZE
                              INTO CNPJ-REV-REC(45:31)
                       END-STRING
               END-READ
            END-IF
            WRITE CNPJ-REV-REC
            .
       P620-FIM.

       P650-LER-CONTROLADA.
            READ CONTPJ-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-MESTRE
                    GO TO P650-FIM
            END-READ
            IF WK-GRUPO-PAI-PJ = ZEROS
               GO TO P650-FIM
            END-IF
            MOVE 'N'                     TO WK-ACHOU-PAI
            PERFORM P660-PROCURAR-PAI
                    VARYING WK-IDX-BAIXA FROM 1 BY 1
                    UNTIL WK-IDX-BAIXA > WK-QTDE-BAIXA
                       OR WK-ACHOU-PAI = 'S'
            IF WK-ACHOU-PAI NOT = 'S'
               GO TO P650-FIM
            END-IF
            ADD 1                        TO WK-QTD-REVISAO
            MOVE SPACES                  TO CNPJ-REV-REC
            STRING '   CONTROLADA ' WK-CODIGO-PJ ' '
                   WK-RAZAO-SOCIAL ' DE ' WK-GRUPO-PAI-PJ
                   ' SITUACAO ' WK-STATUS-REG-PJ
                   DELIMITED BY SIZE INTO CNPJ-REV-REC
            END-STRING
            WRITE CNPJ-REV-REC
            .
       P650-FIM.

       P660-PROCURAR-PAI.
            IF WK-TB-CODIGO(WK-IDX-BAIXA) = WK-GRUPO-PAI-PJ
               MOVE 'S'                  TO WK-ACHOU-PAI
            END-IF
            .

       P710-GRAVAR-AUDITORIA.
            OPEN EXTEND AUDITORIA
            IF WK-FS-AUDITORIA = '35'
               OPEN OUTPUT AUDITORIA
            END-IF

            MOVE FUNCTION CURRENT-DATE   TO AUD-DATA-HORA
            MOVE WK-OPERACAO-AUDIT       TO AUD-OPERACAO
            MOVE WK-CODIGO-PJ            TO AUD-CODIGO
            MOVE 'CNPJREF'               TO AUD-USUARIO
            MOVE WK-MENSAGEM-AUDIT       TO AUD-MENSAGEM

            MOVE ZEROS                  TO AUD-ELO
            MOVE AUDIT-REC(1:90)        TO LK-SELO-CONTEUDO
            SET LK-SELO-PROXIMO         TO TRUE
            CALL 'SELOUTIL' USING PARAMETRES-SELO
            MOVE LK-SELO-ELO            TO AUD-ELO
            WRITE AUDIT-REC

            CLOSE AUDITORIA
            .

       P720-GRAVAR-DIARIO.
            SET LK-JRN-ALTERACAO        TO TRUE
            MOVE 'CNPJREF'              TO LK-JRN-PROGRAMA
            MOVE 'BATCH'                TO LK-JRN-USUARIO
            MOVE 'CONTPJ'               TO LK-JRN-ARQUIVO
            MOVE WK-CODIGO-PJ           TO LK-JRN-CODIGO
            MOVE WK-IMAGEM-ANTES-PJ     TO LK-JRN-ANTES
            MOVE SPACES                 TO LK-JRN-DEPOIS
            MOVE CADASTRO-PJ            TO LK-JRN-DEPOIS
            CALL 'JRNUTIL' USING PARAMETRES-JRN
            .

       P900-FINALIZAR.
            MOVE SPACES                  TO CNPJ-REL-REC
            WRITE CNPJ-REL-REC
            MOVE SPACES                  TO CNPJ-REL-REC
            STRING 'LINHAS NO EXTRATO: ' WK-QTD-LINHAS
                   '  CARREGADAS: ' WK-QTD-CARREGADAS
                   '  INVALIDAS: ' WK-QTD-INVALIDAS
                   '  CNPJ REPETIDO: ' WK-QTD-REPETIDAS
                   DELIMITED BY SIZE INTO CNPJ-REL-REC
            END-STRING
            WRITE CNPJ-REL-REC
            MOVE SPACES                  TO CNPJ-REL-REC
            STRING 'EMPRESAS CONFERIDAS: ' WK-QTD-EMPRESAS
                   '  FORA DO EXTRATO: ' WK-QTD-NAO-ACHADAS
                   '  DIFERENCAS - RAZAO: ' WK-QTD-DIF-RAZAO
                   '  ENDERECO: ' WK-QTD-DIF-ENDERECO
                   '  SITUACAO: ' WK-QTD-DIF-SITUACAO
                   DELIMITED BY SIZE INTO CNPJ-REL-REC
            END-STRING
            WRITE CNPJ-REL-REC
            MOVE SPACES                  TO CNPJ-REL-REC
            STRING 'RAZAO SOCIAL GRAVADA: ' WK-QTD-RAZAO-GRAVADA
                   '  INATIVADAS: ' WK-QTD-INATIVADAS
                   '  BAIXADAS NA RODADA: ' WK-QTDE-BAIXA
                   '  ITENS PARA REVISAO (CNPJREV): ' WK-QTD-REVISAO
                   DELIMITED BY SIZE INTO CNPJ-REL-REC
            END-STRING
            WRITE CNPJ-REL-REC

            CLOSE CONTPJ-MASTER CNPJ-TRABALHO
                  RELATORIO-CNPJ REVISAO-CNPJ
            IF WK-TEM-CONTATO = 'S'
               CLOSE CONTATO-MASTER
            END-IF
            IF WK-TEM-VINCULO = 'S'
               CLOSE VINCULO-MASTER
            END-IF
            DISPLAY 'LINHAS DO EXTRATO.....: ' WK-QTD-LINHAS
            DISPLAY 'EMPRESAS CONFERIDAS...: ' WK-QTD-EMPRESAS
            DISPLAY 'RAZAO SOCIAL GRAVADA..: ' WK-QTD-RAZAO-GRAVADA
            DISPLAY 'INATIVADAS............: ' WK-QTD-INATIVADAS
            DISPLAY 'PARA REVISAO (CNPJREV): ' WK-QTD-REVISAO

            MOVE 'CNPJREF'               TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-LINHAS           TO LK-RUN-QTD-LIDOS
            COMPUTE LK-RUN-QTD-APLICADOS = WK-QTD-RAZAO-GRAVADA +
                                           WK-QTD-INATIVADAS
            MOVE WK-QTD-INVALIDAS        TO LK-RUN-QTD-REJEITADOS
            IF WK-QTD-CARREGADAS = ZEROS
               MOVE 8                    TO LK-RUN-CODIGO-RETORNO
            ELSE
               MOVE ZEROS                TO LK-RUN-CODIGO-RETORNO
            END-IF
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM CNPJREF.
