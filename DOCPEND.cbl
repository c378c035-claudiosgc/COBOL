      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: COBRANCA SEMANAL DE DOCUMENTOS DE MATRICULA. PARA
      *          CADA ALUNO ATIVO DO ALUNOID, CONFERE NO DOCMSTR CADA
      *          DOCUMENTO OBRIGATORIO E ATIVO DO TDOCMSTR: FALTANDO
      *          (CHECKLIST NUNCA ABERTO), PENDENTE (AINDA NAO
      *          ENTREGUE) OU VENCIDO (VALIDADE ANTERIOR A HOJE). O
      *          RELATORIO DOCPREL SAI ORDENADO POR SERIE E MATRICULA,
      *          COM TOTAL POR SERIE, PARA A SECRETARIA TER A LISTA
      *          ANTES DA INSPECAO; E CADA ALUNO COM PENDENCIA GERA
      *          UMA CARTA AO RESPONSAVEL (TEMPLATE DOCAVTP VIA
      *          MERGELIN, BLOCO @REPITA@ POR DOCUMENTO) EM DOCCARTA.
      *          ALUNO SEM RESPONSAVEL ATIVO NO CONTATO-MASTER FICA SO
      *          NO RELATORIO, MARCADO SEM CARTA. RODAR TODA SEMANA.
      * Modification History:
      *   15/10/2026 CS  Responsavel falecido (OBITCNTT) fica sem carta,
      *                  com marca propria no relatorio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCPEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELTDC'.
           COPY 'SELDOC'.
           COPY 'SELALID'.
           COPY 'SELCONT'.
           SELECT AVISO-TEMPLATE
               ASSIGN TO "DOCAVTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-TEMPLATE.
           SELECT CARTAS-AVISO
               ASSIGN TO "DOCCARTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-CARTAS.
           SELECT RELATORIO-PENDENCIAS
               ASSIGN TO "DOCPREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-ORDENACAO
               ASSIGN TO "DOCPWORK".
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDTDC'.
           COPY 'FDDOC'.
           COPY 'FDALID'.
           COPY 'FDCONT'.
       FD  AVISO-TEMPLATE
           LABEL RECORD IS STANDARD.
       01  ATPL-LINHA                   PIC X(80).
       FD  CARTAS-AVISO
           LABEL RECORD IS STANDARD.
       01  CARTA-REC                    PIC X(80).
       FD  RELATORIO-PENDENCIAS
           LABEL RECORD IS STANDARD.
       01  DOCPREL-REC                  PIC X(132).
       SD  ARQ-ORDENACAO.
       01  SORT-REC.
           03 SR-SERIE                  PIC 9(02).
           03 SR-MATRICULA              PIC 9(06).
           03 SR-CODIGO                 PIC X(04).
           03 SR-NOME                   PIC X(20).
           03 SR-GUARDIAO               PIC 9(06).
           03 SR-DESCRICAO              PIC X(30).
           03 SR-SITUACAO               PIC X(10).
           03 SR-VALIDADE               PIC 9(08).
       WORKING-STORAGE SECTION.
       77  WK-FS-TIPODOC                PIC X(02) VALUE SPACES.
       77  WK-FS-DOCUMENTO              PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-TEMPLATE               PIC X(02) VALUE SPACES.
       77  WK-FS-CARTAS                 PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-TEM-DOCUMENTO             PIC X(01) VALUE 'N'.
       77  WK-TEM-CONTATO               PIC X(01) VALUE 'N'.
       77  WK-TEM-TEMPLATE              PIC X(01) VALUE 'N'.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-ALUNOS                PIC X(01) VALUE 'N'.
       77  WK-FIM-ORDENACAO             PIC X(01) VALUE 'N'.
       77  WK-FIM-TEMPLATE              PIC X(01) VALUE 'N'.
       77  WK-PULANDO-BLOCO             PIC X(01) VALUE 'N'.
       77  WK-EM-REPITA                 PIC X(01) VALUE 'N'.
       77  WK-APOS-REPITA               PIC X(01) VALUE 'N'.
       77  WK-PRIMEIRO-REG              PIC X(01) VALUE 'S'.
       77  WK-TEM-RESPONSAVEL           PIC X(01) VALUE 'N'.
       77  WK-SITUACAO                  PIC X(10) VALUE SPACES.
       77  WK-SERIE-ATUAL               PIC 9(02) VALUE ZEROS.
       77  WK-MATRICULA-ATUAL           PIC 9(06) VALUE ZEROS.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-IDX-TIPO                  PIC 9(02) VALUE ZEROS.
       77  WK-IDX-LINHA                 PIC 9(02) VALUE ZEROS.
       77  WK-IDX-REP                   PIC 9(02) VALUE ZEROS.
       77  WK-IDX-PEND                  PIC 9(02) VALUE ZEROS.
       77  WK-QTD-ALUNOS                PIC 9(06) VALUE ZEROS.
       77  WK-QTD-ALUNOS-PEND           PIC 9(06) VALUE ZEROS.
       77  WK-QTD-DOCS-PEND             PIC 9(06) VALUE ZEROS.
       77  WK-QTD-CARTAS                PIC 9(06) VALUE ZEROS.
       77  WK-QTD-SEM-CARTA             PIC 9(06) VALUE ZEROS.
       77  WK-QTD-ALUNOS-SERIE          PIC 9(05) VALUE ZEROS.
       77  WK-QTD-DOCS-SERIE            PIC 9(05) VALUE ZEROS.
       77  WK-QTD-ED                    PIC ZZ9 VALUE ZEROS.
      *    Documentos exigidos (ativos e obrigatorios), carregados do
      *    TDOCMSTR uma vez para nao reler a tabela a cada aluno.
       01  WK-TABELA-TIPOS.
           05 WK-QTD-TIPOS              PIC 9(02) VALUE ZEROS.
           05 WK-TIPO OCCURS 50 TIMES.
               10 WK-TP-CODIGO          PIC X(04).
               10 WK-TP-DESCRICAO       PIC X(30).
      *    Pendencias do aluno corrente, juntadas ate a quebra de
      *    matricula para sairem todas numa unica carta.
       01  WK-TABELA-PENDENCIAS.
           05 WK-QTD-PEND               PIC 9(02) VALUE ZEROS.
           05 WK-PEND OCCURS 50 TIMES.
               10 WK-PD-DESCRICAO       PIC X(30).
               10 WK-PD-SITUACAO        PIC X(10).
               10 WK-PD-VALIDADE        PIC 9(08).
       01  WK-ALUNO-ATUAL.
           05 WK-AA-NOME                PIC X(20).
           05 WK-AA-GUARDIAO            PIC 9(06).
      *****************************************************************
      * Template da carta em tres partes: o que vem antes de @REPITA@
      * (cabecalho), o bloco de detalhe reaplicado a cada documento e
      * o que vem depois de @FIM-REPITA@ (fecho e assinatura).
      *****************************************************************
       01  WK-TABELA-TEMPLATE.
           05 WK-QTDE-LINHAS-TPL        PIC 9(02) VALUE ZEROS.
           05 WK-TEMPLATE-LINHAS        PIC X(80) VALUE SPACES
                                         OCCURS 40 TIMES.
       01  WK-BLOCO-REPITA.
           05 WK-QTDE-LINHAS-REP        PIC 9(02) VALUE ZEROS.
           05 WK-LINHAS-REPITA          PIC X(80) VALUE SPACES
                                         OCCURS 10 TIMES.
       01  WK-BLOCO-RODAPE.
           05 WK-QTDE-LINHAS-ROD        PIC 9(02) VALUE ZEROS.
           05 WK-LINHAS-RODAPE          PIC X(80) VALUE SPACES
                                         OCCURS 20 TIMES.
           COPY 'PARMERGE'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'DOCPEND'               TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE

            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P130-CARREGAR-TIPOS THRU P130-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-QTD-TIPOS = ZEROS
               DISPLAY 'NENHUM DOCUMENTO OBRIGATORIO ATIVO NO '
                       'TDOCMSTR - NADA A COBRAR.'
            END-IF

            SORT ARQ-ORDENACAO
                 ON ASCENDING KEY SR-SERIE SR-MATRICULA SR-CODIGO
                 INPUT PROCEDURE P200-APURAR THRU P200-FIM
                 OUTPUT PROCEDURE P400-EMITIR THRU P400-FIM

            PERFORM P900-FINALIZAR
            STOP RUN
            .

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT TIPO-DOCUMENTO
            IF WK-FS-TIPODOC NOT = '00'
               DISPLAY 'NAO HA TABELA DE DOCUMENTOS (TDOCMSTR) - '
                       'CADASTRE OS TIPOS NO DOCALU.'
               STOP RUN
            END-IF
            OPEN INPUT ALUNO-IDENTIDADE
            IF WK-FS-ALUNOID NOT = '00'
               DISPLAY 'NAO HA CADASTRO DE ALUNOS (ALUNOID).'
               CLOSE TIPO-DOCUMENTO
               STOP RUN
            END-IF
      *    Sem DOCMSTR nenhum checklist foi aberto: tudo falta.
            OPEN INPUT DOCUMENTO-ALUNO
            IF WK-FS-DOCUMENTO = '00'
               MOVE 'S'                  TO WK-TEM-DOCUMENTO
            END-IF
            OPEN INPUT CONTATO-MASTER
            IF WK-FS-CONTATO = '00'
               MOVE 'S'                  TO WK-TEM-CONTATO
            END-IF

            OPEN INPUT AVISO-TEMPLATE
            IF WK-FS-TEMPLATE = '00'
               MOVE 'N'                  TO WK-FIM-TEMPLATE
               PERFORM P150-CARREGAR-TEMPLATE THRU P150-FIM
                       UNTIL WK-FIM-TEMPLATE = 'S'
               CLOSE AVISO-TEMPLATE
               OPEN OUTPUT CARTAS-AVISO
               MOVE 'S'                  TO WK-TEM-TEMPLATE
            ELSE
               DISPLAY 'TEMPLATE DOCAVTP NAO ENCONTRADO - SO O '
                       'RELATORIO SERA GERADO.'
            END-IF

            OPEN OUTPUT RELATORIO-PENDENCIAS
            MOVE SPACES                  TO DOCPREL-REC
            STRING 'DOCUMENTOS DE MATRICULA FALTANDO/PENDENTES/'
                   'VENCIDOS EM ' WK-DATA-HOJE
                   DELIMITED BY SIZE INTO DOCPREL-REC
            END-STRING
            WRITE DOCPREL-REC
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE LOW-VALUES              TO TDC-CODIGO
            START TIPO-DOCUMENTO KEY IS NOT LESS THAN TDC-CODIGO
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            .

       P130-CARREGAR-TIPOS.
            READ TIPO-DOCUMENTO NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P130-FIM
            END-READ
            IF TDC-ATIVO AND TDC-E-OBRIGATORIO
               AND WK-QTD-TIPOS < 50
               ADD 1                     TO WK-QTD-TIPOS
               MOVE TDC-CODIGO           TO WK-TP-CODIGO(WK-QTD-TIPOS)
               MOVE TDC-DESCRICAO        TO
                    WK-TP-DESCRICAO(WK-QTD-TIPOS)
            END-IF
            .
       P130-FIM.

      ******************************************************************
      * Na carga, @REPITA@/@FIM-REPITA@ separam o cabecalho, o bloco
      * de detalhe (um por documento pendente) e o fecho da carta.
      ******************************************************************
       P150-CARREGAR-TEMPLATE.
            READ AVISO-TEMPLATE
                 AT END
                    MOVE 'S'             TO WK-FIM-TEMPLATE
                    GO TO P150-FIM
            END-READ
            EVALUATE TRUE
               WHEN ATPL-LINHA(1:8) = '@REPITA@'
                  MOVE 'S'               TO WK-EM-REPITA
               WHEN ATPL-LINHA(1:12) = '@FIM-REPITA@'
                  MOVE 'N'               TO WK-EM-REPITA
                  MOVE 'S'               TO WK-APOS-REPITA
               WHEN WK-EM-REPITA = 'S'
                  IF WK-QTDE-LINHAS-REP < 10
                     ADD 1               TO WK-QTDE-LINHAS-REP
                     MOVE ATPL-LINHA     TO
                          WK-LINHAS-REPITA(WK-QTDE-LINHAS-REP)
                  END-IF
               WHEN WK-APOS-REPITA = 'S'
                  IF WK-QTDE-LINHAS-ROD < 20
                     ADD 1               TO WK-QTDE-LINHAS-ROD
                     MOVE ATPL-LINHA     TO
                          WK-LINHAS-RODAPE(WK-QTDE-LINHAS-ROD)
                  END-IF
               WHEN OTHER
                  IF WK-QTDE-LINHAS-TPL < 40
                     ADD 1               TO WK-QTDE-LINHAS-TPL
                     MOVE ATPL-LINHA     TO
                          WK-TEMPLATE-LINHAS(WK-QTDE-LINHAS-TPL)
                  END-IF
            END-EVALUATE
            .
       P150-FIM.

      ******************************************************************
      * P200-APURAR: uma linha de ordenacao por documento exigido que
      * o aluno ativo nao tem em ordem.
      ******************************************************************
       P200-APURAR.
            MOVE 'N'                     TO WK-FIM-ALUNOS
            MOVE ZEROS                   TO MAT-MATRICULA
            START ALUNO-IDENTIDADE KEY IS NOT LESS THAN MAT-MATRICULA
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ALUNOS
            END-START
            PERFORM P210-LER-ALUNO THRU P210-FIM
                    UNTIL WK-FIM-ALUNOS = 'S'
            .
       P200-FIM.

       P210-LER-ALUNO.
            READ ALUNO-IDENTIDADE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ALUNOS
                    GO TO P210-FIM
            END-READ
            IF NOT MAT-ATIVO
               GO TO P210-FIM
            END-IF
            ADD 1                        TO WK-QTD-ALUNOS
            PERFORM P220-CONFERIR-TIPO THRU P220-FIM
                    VARYING WK-IDX-TIPO FROM 1 BY 1
                    UNTIL WK-IDX-TIPO > WK-QTD-TIPOS
            .
       P210-FIM.

       P220-CONFERIR-TIPO.
            MOVE SPACES                  TO WK-SITUACAO
            MOVE ZEROS                   TO SR-VALIDADE
            IF WK-TEM-DOCUMENTO NOT = 'S'
               MOVE 'FALTANDO'           TO WK-SITUACAO
            ELSE
               MOVE MAT-MATRICULA        TO DOC-MATRICULA
               MOVE WK-TP-CODIGO(WK-IDX-TIPO) TO DOC-CODIGO
               READ DOCUMENTO-ALUNO
                    INVALID KEY
                       MOVE 'FALTANDO'   TO WK-SITUACAO
                    NOT INVALID KEY
                       EVALUATE TRUE
                          WHEN DOC-PENDENTE
                             MOVE 'PENDENTE' TO WK-SITUACAO
                          WHEN DOC-DATA-VALIDADE NOT = ZEROS
                           AND DOC-DATA-VALIDADE < WK-DATA-HOJE
                             MOVE 'VENCIDO' TO WK-SITUACAO
                             MOVE DOC-DATA-VALIDADE TO SR-VALIDADE
                       END-EVALUATE
               END-READ
            END-IF
            IF WK-SITUACAO = SPACES
               GO TO P220-FIM
            END-IF
            MOVE MAT-SERIE               TO SR-SERIE
            MOVE MAT-MATRICULA           TO SR-MATRICULA
            MOVE WK-TP-CODIGO(WK-IDX-TIPO) TO SR-CODIGO
            MOVE MAT-NOME                TO SR-NOME
            MOVE MAT-GUARDIAO            TO SR-GUARDIAO
            MOVE WK-TP-DESCRICAO(WK-IDX-TIPO) TO SR-DESCRICAO
            MOVE WK-SITUACAO             TO SR-SITUACAO
            RELEASE SORT-REC
            .
       P220-FIM.

      ******************************************************************
      * P400-EMITIR: quebra por serie (cabecalho e total) e por
      * matricula (carta ao responsavel com tudo o que falta).
      ******************************************************************
       P400-EMITIR.
            MOVE 'N'                     TO WK-FIM-ORDENACAO
            PERFORM P410-LER-PROXIMO THRU P410-FIM
                    UNTIL WK-FIM-ORDENACAO = 'S'
            IF WK-PRIMEIRO-REG = 'N'
               PERFORM P500-FECHAR-ALUNO THRU P500-FIM
               PERFORM P460-FECHAR-SERIE
            END-IF
            .
       P400-FIM.

       P410-LER-PROXIMO.
            RETURN ARQ-ORDENACAO
                AT END
                   MOVE 'S'              TO WK-FIM-ORDENACAO
                   GO TO P410-FIM
            END-RETURN

            IF WK-PRIMEIRO-REG = 'S'
               MOVE 'N'                  TO WK-PRIMEIRO-REG
               PERFORM P450-ABRIR-SERIE
               PERFORM P470-ABRIR-ALUNO
            ELSE
               IF SR-SERIE NOT = WK-SERIE-ATUAL
                  PERFORM P500-FECHAR-ALUNO THRU P500-FIM
                  PERFORM P460-FECHAR-SERIE
                  PERFORM P450-ABRIR-SERIE
                  PERFORM P470-ABRIR-ALUNO
               ELSE
                  IF SR-MATRICULA NOT = WK-MATRICULA-ATUAL
                     PERFORM P500-FECHAR-ALUNO THRU P500-FIM
                     PERFORM P470-ABRIR-ALUNO
                  END-IF
               END-IF
            END-IF

            ADD 1                        TO WK-QTD-DOCS-PEND
                                            WK-QTD-DOCS-SERIE
            IF WK-QTD-PEND < 50
               ADD 1                     TO WK-QTD-PEND
               MOVE SR-DESCRICAO         TO WK-PD-DESCRICAO(WK-QTD-PEND)
               MOVE SR-SITUACAO          TO WK-PD-SITUACAO(WK-QTD-PEND)
               MOVE SR-VALIDADE          TO WK-PD-VALIDADE(WK-QTD-PEND)
            END-IF
            MOVE SPACES                  TO DOCPREL-REC
            STRING '   ' SR-MATRICULA ' ' SR-NOME ' ' SR-CODIGO ' '
                   SR-DESCRICAO ' ' SR-SITUACAO ' ' SR-VALIDADE
                   DELIMITED BY SIZE INTO DOCPREL-REC
            END-STRING
            WRITE DOCPREL-REC
            .
       P410-FIM.

       P450-ABRIR-SERIE.
            MOVE SR-SERIE                TO WK-SERIE-ATUAL
            MOVE ZEROS                   TO WK-QTD-ALUNOS-SERIE
                                            WK-QTD-DOCS-SERIE
            MOVE SPACES                  TO DOCPREL-REC
            WRITE DOCPREL-REC
            MOVE SPACES                  TO DOCPREL-REC
            STRING 'SERIE ' SR-SERIE
                   DELIMITED BY SIZE INTO DOCPREL-REC
            END-STRING
            WRITE DOCPREL-REC
            MOVE SPACES                  TO DOCPREL-REC
            STRING '   MATRIC NOME                 COD. DOCUMENTO'
                   '                      SITUACAO   VALIDADE'
                   DELIMITED BY SIZE INTO DOCPREL-REC
            END-STRING
            WRITE DOCPREL-REC
            .

       P460-FECHAR-SERIE.
            MOVE SPACES                  TO DOCPREL-REC
            STRING '   TOTAL DA SERIE ' WK-SERIE-ATUAL ': '
                   WK-QTD-ALUNOS-SERIE ' ALUNO(S), '
                   WK-QTD-DOCS-SERIE ' DOCUMENTO(S)'
                   DELIMITED BY SIZE INTO DOCPREL-REC
            END-STRING
            WRITE DOCPREL-REC
            .

       P470-ABRIR-ALUNO.
            MOVE SR-MATRICULA            TO WK-MATRICULA-ATUAL
            MOVE SR-NOME                 TO WK-AA-NOME
            MOVE SR-GUARDIAO             TO WK-AA-GUARDIAO
            MOVE ZEROS                   TO WK-QTD-PEND
            ADD 1                        TO WK-QTD-ALUNOS-PEND
                                            WK-QTD-ALUNOS-SERIE
            .

      ******************************************************************
      * P500-FECHAR-ALUNO: a carta vai para o responsavel vinculado no
      * MATRALU, com o endereco do CONTATO-MASTER. Sem template nao
      * ha carta para ninguem; sem responsavel ou com responsavel
      * inativo/anonimizado, o aluno fica so no relatorio com a marca
      * SEM CARTA; responsavel falecido (OBITCNTT) tambem, com a marca
      * propria.
      ******************************************************************
       P500-FECHAR-ALUNO.
            IF WK-TEM-TEMPLATE NOT = 'S'
               GO TO P500-FIM
            END-IF
            MOVE 'N'                     TO WK-TEM-RESPONSAVEL
            IF WK-TEM-CONTATO = 'S' AND WK-AA-GUARDIAO NOT = ZEROS
               MOVE WK-AA-GUARDIAO       TO WK-CODIGO
               READ CONTATO-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF WK-REG-ATIVO AND NOT WK-REG-ANONIMIZADO
                          MOVE 'S'       TO WK-TEM-RESPONSAVEL
                       END-IF
                       IF WK-REG-FALECIDO
                          MOVE 'F'       TO WK-TEM-RESPONSAVEL
                       END-IF
               END-READ
            END-IF
            IF WK-TEM-RESPONSAVEL = 'S'
               PERFORM P510-IMPRIMIR-CARTA
               ADD 1                     TO WK-QTD-CARTAS
            ELSE
               ADD 1                     TO WK-QTD-SEM-CARTA
               MOVE SPACES               TO DOCPREL-REC
               IF WK-TEM-RESPONSAVEL = 'F'
                  STRING '   ' WK-MATRICULA-ATUAL
                         ' *** SEM CARTA - RESPONSAVEL FALECIDO ***'
                         DELIMITED BY SIZE INTO DOCPREL-REC
                  END-STRING
               ELSE
                  STRING '   ' WK-MATRICULA-ATUAL
                         ' *** SEM CARTA - RESPONSAVEL NAO CADASTRADO '
                         'OU INATIVO ***'
                         DELIMITED BY SIZE INTO DOCPREL-REC
                  END-STRING
               END-IF
               WRITE DOCPREL-REC
            END-IF
            .
       P500-FIM.

       P510-IMPRIMIR-CARTA.
            MOVE 11                      TO LK-QTDE-CAMPOS
            MOVE 'ALUNO'                 TO LK-NOME-CAMPO(1)
            MOVE WK-AA-NOME              TO LK-VALOR-CAMPO(1)
            MOVE 'MATRICULA'             TO LK-NOME-CAMPO(2)
            MOVE WK-MATRICULA-ATUAL      TO LK-VALOR-CAMPO(2)
            MOVE 'SERIE'                 TO LK-NOME-CAMPO(3)
            MOVE WK-SERIE-ATUAL          TO LK-VALOR-CAMPO(3)
            MOVE 'RESPONSAVEL'           TO LK-NOME-CAMPO(4)
            MOVE SPACES                  TO LK-VALOR-CAMPO(4)
            STRING WK-PRIMEIRO-NOME ' ' WK-ULTIMO-NOME
                   DELIMITED BY SIZE INTO LK-VALOR-CAMPO(4)
            END-STRING
            MOVE 'RUA'                   TO LK-NOME-CAMPO(5)
            MOVE WK-RUA                  TO LK-VALOR-CAMPO(5)
            MOVE 'BAIRRO'                TO LK-NOME-CAMPO(6)
            MOVE WK-BAIRRO               TO LK-VALOR-CAMPO(6)
            MOVE 'CIDADE'                TO LK-NOME-CAMPO(7)
            MOVE WK-CIDADE               TO LK-VALOR-CAMPO(7)
            MOVE 'UF'                    TO LK-NOME-CAMPO(8)
            MOVE WK-UF                   TO LK-VALOR-CAMPO(8)
            MOVE 'CEP'                   TO LK-NOME-CAMPO(9)
            MOVE WK-CEP                  TO LK-VALOR-CAMPO(9)
            MOVE 'DATA'                  TO LK-NOME-CAMPO(10)
            MOVE WK-DATA-HOJE            TO LK-VALOR-CAMPO(10)
            MOVE 'QTDE'                  TO LK-NOME-CAMPO(11)
            MOVE WK-QTD-PEND             TO WK-QTD-ED
            MOVE WK-QTD-ED               TO LK-VALOR-CAMPO(11)

            MOVE 'N'                     TO WK-PULANDO-BLOCO
            PERFORM P520-MESCLAR-LINHA
                    VARYING WK-IDX-LINHA FROM 1 BY 1
                    UNTIL WK-IDX-LINHA > WK-QTDE-LINHAS-TPL
            PERFORM P530-MESCLAR-DOCUMENTO
                    VARYING WK-IDX-PEND FROM 1 BY 1
                    UNTIL WK-IDX-PEND > WK-QTD-PEND
            MOVE 11                      TO LK-QTDE-CAMPOS
            MOVE 'N'                     TO WK-PULANDO-BLOCO
            PERFORM P540-MESCLAR-RODAPE
                    VARYING WK-IDX-LINHA FROM 1 BY 1
                    UNTIL WK-IDX-LINHA > WK-QTDE-LINHAS-ROD
            MOVE SPACES                  TO CARTA-REC
            WRITE CARTA-REC AFTER ADVANCING PAGE
            .

       P520-MESCLAR-LINHA.
            MOVE WK-TEMPLATE-LINHAS(WK-IDX-LINHA) TO LK-TEMPLATE
            CALL 'MERGELIN' USING PARAMETRES-MERGE
            PERFORM P550-TRATAR-LINHA
            .

      *    Campos de detalhe 12-14 so existem dentro do bloco.
       P530-MESCLAR-DOCUMENTO.
            MOVE 14                      TO LK-QTDE-CAMPOS
            MOVE 'DOCUMENTO'             TO LK-NOME-CAMPO(12)
            MOVE WK-PD-DESCRICAO(WK-IDX-PEND) TO LK-VALOR-CAMPO(12)
            MOVE 'SITUACAO'              TO LK-NOME-CAMPO(13)
            MOVE WK-PD-SITUACAO(WK-IDX-PEND) TO LK-VALOR-CAMPO(13)
            MOVE 'VALIDADE'              TO LK-NOME-CAMPO(14)
            MOVE WK-PD-VALIDADE(WK-IDX-PEND) TO LK-VALOR-CAMPO(14)
            MOVE 'N'                     TO WK-PULANDO-BLOCO
            PERFORM P535-MESCLAR-LINHA-DET
                    VARYING WK-IDX-REP FROM 1 BY 1
                    UNTIL WK-IDX-REP > WK-QTDE-LINHAS-REP
            .

       P535-MESCLAR-LINHA-DET.
            MOVE WK-LINHAS-REPITA(WK-IDX-REP) TO LK-TEMPLATE
            CALL 'MERGELIN' USING PARAMETRES-MERGE
            PERFORM P550-TRATAR-LINHA
            .

       P540-MESCLAR-RODAPE.
            MOVE WK-LINHAS-RODAPE(WK-IDX-LINHA) TO LK-TEMPLATE
            CALL 'MERGELIN' USING PARAMETRES-MERGE
            PERFORM P550-TRATAR-LINHA
            .

       P550-TRATAR-LINHA.
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
                     MOVE LK-LINHA-MESCLADA TO CARTA-REC
                     WRITE CARTA-REC
                  END-IF
            END-EVALUATE
            .

       P900-FINALIZAR.
            MOVE SPACES                  TO DOCPREL-REC
            WRITE DOCPREL-REC
            MOVE SPACES                  TO DOCPREL-REC
            STRING 'ALUNOS ATIVOS: ' WK-QTD-ALUNOS
                   '  COM PENDENCIA: ' WK-QTD-ALUNOS-PEND
                   '  DOCUMENTOS: ' WK-QTD-DOCS-PEND
                   '  CARTAS: ' WK-QTD-CARTAS
                   '  SEM CARTA: ' WK-QTD-SEM-CARTA
                   DELIMITED BY SIZE INTO DOCPREL-REC
            END-STRING
            WRITE DOCPREL-REC

            CLOSE TIPO-DOCUMENTO ALUNO-IDENTIDADE RELATORIO-PENDENCIAS
            IF WK-TEM-DOCUMENTO = 'S'
               CLOSE DOCUMENTO-ALUNO
            END-IF
            IF WK-TEM-CONTATO = 'S'
               CLOSE CONTATO-MASTER
            END-IF
            IF WK-TEM-TEMPLATE = 'S'
               CLOSE CARTAS-AVISO
            END-IF
            DISPLAY 'ALUNOS ATIVOS AVALIADOS.....: ' WK-QTD-ALUNOS
            DISPLAY 'ALUNOS COM PENDENCIA........: ' WK-QTD-ALUNOS-PEND
            DISPLAY 'DOCUMENTOS EM FALTA/VENCIDOS: ' WK-QTD-DOCS-PEND
            DISPLAY 'CARTAS AOS RESPONSAVEIS.....: ' WK-QTD-CARTAS
            DISPLAY 'SEM CARTA (SEM RESPONSAVEL).: ' WK-QTD-SEM-CARTA
            DISPLAY 'RELATORIO EM DOCPREL; CARTAS EM DOCCARTA.'

            MOVE 'DOCPEND'               TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-ALUNOS           TO LK-RUN-QTD-LIDOS
            MOVE WK-QTD-CARTAS           TO LK-RUN-QTD-APLICADOS
            MOVE WK-QTD-SEM-CARTA        TO LK-RUN-QTD-REJEITADOS
            MOVE ZEROS                   TO LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM DOCPEND.
