      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CHECKLIST DE DOCUMENTOS DE MATRICULA. CERTIDAO DE
      *          NASCIMENTO, RG, COMPROVANTE DE ENDERECO, CARTEIRA DE
      *          VACINACAO E HISTORICO DA ESCOLA ANTERIOR FICAVAM NUMA
      *          PASTA DE PAPEL, E A INSPECAO ACHAVA BURACO. AQUI A
      *          COORDENACAO MANTEM A TABELA DE TIPOS EXIGIDOS
      *          (TDOCMSTR - OBRIGATORIO, VALIDADE EM MESES) E A
      *          SECRETARIA REGISTRA, POR ALUNO, A ENTREGA DE CADA
      *          DOCUMENTO NO DOCMSTR: DATA DE RECEBIMENTO, VALIDADE
      *          (INFORMADA OU PELA TABELA) E O OPERADOR QUE CONFERIU.
      *          O CHECKLIST DO ALUNO NOVO JA VEM ABERTO DO MATRALU;
      *          PARA ALUNO ANTIGO, A OPCAO 3 ABRE PELO MESMO DOCUTIL.
      *          TABELA EXIGE PERFIL TOTAL; TUDO VAI PARA A TRILHA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCALU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELTDC'.
           COPY 'SELDOC'.
           COPY 'SELALID'.
           COPY 'SELAUDIT'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDTDC'.
           COPY 'FDDOC'.
           COPY 'FDALID'.
           COPY 'FDAUDIT'.
       WORKING-STORAGE SECTION.
       77  WK-FS-TIPODOC                PIC X(02) VALUE SPACES.
       77  WK-FS-DOCUMENTO              PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
           COPY 'PARMDATE'.
           COPY 'PARMDOC'.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-MATRICULA-INF             PIC 9(06) VALUE ZEROS.
       77  WK-CODIGO-INF                PIC X(04) VALUE SPACES.
       77  WK-DESCRICAO-INF             PIC X(30) VALUE SPACES.
       77  WK-OBRIGATORIO-INF           PIC X(01) VALUE SPACES.
       77  WK-VALIDADE-MESES-INF        PIC 9(03) VALUE ZEROS.
       77  WK-STATUS-INF                PIC X(01) VALUE SPACES.
       77  WK-DATA-INF                  PIC X(08) VALUE SPACES.
       77  WK-DATA-RECEBIDO             PIC 9(08) VALUE ZEROS.
       77  WK-DATA-VALIDADE             PIC 9(08) VALUE ZEROS.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-TIPO-NOVO                 PIC X(01) VALUE 'N'.
       77  WK-DOC-NOVO                  PIC X(01) VALUE 'N'.
       77  WK-SITUACAO-ED               PIC X(10) VALUE SPACES.
       77  WK-QTD-LISTADOS              PIC 9(04) VALUE ZEROS.
       77  WK-QTD-PENDENTES             PIC 9(04) VALUE ZEROS.
       77  WK-QTD-MESES                 PIC 9(06) VALUE ZEROS.
       77  WK-OPERACAO-AUDIT            PIC X(10) VALUE SPACES.
       77  WK-MENSAGEM-AUDIT            PIC X(40) VALUE SPACES.
       01  WK-DATA-CALCULO.
           05 WK-CALC-ANO               PIC 9(04).
           05 WK-CALC-MES               PIC 9(02).
           05 WK-CALC-DIA               PIC 9(02).
       01  WK-DATA-CALCULO-R REDEFINES WK-DATA-CALCULO
                                        PIC 9(08).

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P200-PROCESSA THRU P200-FIM
                    UNTIL WK-SUBOPCAO = 'S' OR WK-SUBOPCAO = 's'
            CLOSE TIPO-DOCUMENTO DOCUMENTO-ALUNO ALUNO-IDENTIDADE
            MOVE ' *** DOCUMENTOS DE MATRICULA ***        ' TO
                                         WS-MENSSAGEM
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
            OPEN I-O TIPO-DOCUMENTO
            IF WK-FS-TIPODOC = '35'
               OPEN OUTPUT TIPO-DOCUMENTO
               CLOSE TIPO-DOCUMENTO
               OPEN I-O TIPO-DOCUMENTO
            END-IF
            OPEN I-O DOCUMENTO-ALUNO
            IF WK-FS-DOCUMENTO = '35'
               OPEN OUTPUT DOCUMENTO-ALUNO
               CLOSE DOCUMENTO-ALUNO
               OPEN I-O DOCUMENTO-ALUNO
            END-IF
            OPEN INPUT ALUNO-IDENTIDADE
            IF WK-FS-ALUNOID = '35'
               OPEN OUTPUT ALUNO-IDENTIDADE
               CLOSE ALUNO-IDENTIDADE
               OPEN INPUT ALUNO-IDENTIDADE
            END-IF
            .

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** DOCUMENTOS DE MATRICULA ***'
            DISPLAY '1 - LISTAR TIPOS DE DOCUMENTO'
            DISPLAY '2 - INCLUIR/ALTERAR TIPO DE DOCUMENTO'
            DISPLAY '3 - ABRIR CHECKLIST DE UM ALUNO'
            DISPLAY '4 - REGISTRAR ENTREGA DE DOCUMENTO'
            DISPLAY '5 - CONSULTAR CHECKLIST DO ALUNO'
            DISPLAY 'S - SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WK-SUBOPCAO

            EVALUATE WK-SUBOPCAO
               WHEN '1'
                  PERFORM P300-LISTAR-TIPOS THRU P300-FIM
               WHEN '2'
                  IF WS-PERFIL-TOTAL
                     PERFORM P400-MANTER-TIPO THRU P400-FIM
                  ELSE
                     DISPLAY 'TABELA DE TIPOS EXIGE PERFIL TOTAL.'
                  END-IF
               WHEN '3'
                  PERFORM P500-ABRIR-CHECKLIST THRU P500-FIM
               WHEN '4'
                  PERFORM P600-REGISTRAR-ENTREGA THRU P600-FIM
               WHEN '5'
                  PERFORM P700-CONSULTAR THRU P700-FIM
               WHEN 'S'
               WHEN 's'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P200-FIM.

       P300-LISTAR-TIPOS.
            MOVE ZEROS                   TO WK-QTD-LISTADOS
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE LOW-VALUES              TO TDC-CODIGO
            START TIPO-DOCUMENTO KEY IS NOT LESS THAN TDC-CODIGO
                INVALID KEY
                   DISPLAY 'NENHUM TIPO DE DOCUMENTO CADASTRADO.'
                   GO TO P300-FIM
            END-START
            DISPLAY 'COD. DESCRICAO                      OBR MESES '
                    'SIT ALTERADO POR'
            PERFORM P310-LISTAR-UM THRU P310-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            DISPLAY WK-QTD-LISTADOS ' TIPO(S).'
            .
       P300-FIM.

       P310-LISTAR-UM.
            READ TIPO-DOCUMENTO NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P310-FIM
            END-READ
            ADD 1                        TO WK-QTD-LISTADOS
            DISPLAY TDC-CODIGO ' ' TDC-DESCRICAO '  ' TDC-OBRIGATORIO
                    '  ' TDC-VALIDADE-MESES '   ' TDC-STATUS '   '
                    TDC-DATA-ALTERACAO ' ' TDC-USUARIO
            .
       P310-FIM.

      ******************************************************************
      * P400-MANTER-TIPO: codigo novo inclui, codigo existente altera.
      * Tipo nao se exclui - ha checklist de aluno apontando para ele;
      * o que sai de uso fica 'I' inativo e para de ser cobrado.
      ******************************************************************
       P400-MANTER-TIPO.
            DISPLAY 'CODIGO DO DOCUMENTO (ATE 4 LETRAS): '
            MOVE SPACES                  TO WK-CODIGO-INF
            ACCEPT WK-CODIGO-INF
            MOVE FUNCTION UPPER-CASE(WK-CODIGO-INF) TO WK-CODIGO-INF
            IF WK-CODIGO-INF = SPACES
               DISPLAY 'CODIGO EM BRANCO.'
               GO TO P400-FIM
            END-IF
            MOVE WK-CODIGO-INF           TO TDC-CODIGO
            MOVE 'N'                     TO WK-TIPO-NOVO
            READ TIPO-DOCUMENTO
                 INVALID KEY
                    MOVE 'S'             TO WK-TIPO-NOVO
            END-READ
            IF WK-TIPO-NOVO = 'S'
               DISPLAY 'TIPO NOVO.'
               MOVE SPACES               TO REG-TIPO-DOCUMENTO
               MOVE WK-CODIGO-INF        TO TDC-CODIGO
               MOVE ZEROS                TO TDC-VALIDADE-MESES
               MOVE 'S'                  TO TDC-OBRIGATORIO
               SET TDC-ATIVO             TO TRUE
            ELSE
               DISPLAY 'ATUAL: ' TDC-DESCRICAO ' OBRIGATORIO '
                       TDC-OBRIGATORIO ' VALIDADE ' TDC-VALIDADE-MESES
                       ' MESES SITUACAO ' TDC-STATUS
            END-IF

            DISPLAY 'DESCRICAO (ENTER P/ MANTER): '
            MOVE SPACES                  TO WK-DESCRICAO-INF
            ACCEPT WK-DESCRICAO-INF
            IF WK-DESCRICAO-INF NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WK-DESCRICAO-INF)
                                         TO TDC-DESCRICAO
            END-IF
            IF TDC-DESCRICAO = SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA - NADA GRAVADO.'
               GO TO P400-FIM
            END-IF
            DISPLAY 'OBRIGATORIO NA MATRICULA (S/N, ENTER P/ MANTER): '
            MOVE SPACES                  TO WK-OBRIGATORIO-INF
            ACCEPT WK-OBRIGATORIO-INF
            IF WK-OBRIGATORIO-INF = 'S' OR WK-OBRIGATORIO-INF = 's'
               MOVE 'S'                  TO TDC-OBRIGATORIO
            END-IF
            IF WK-OBRIGATORIO-INF = 'N' OR WK-OBRIGATORIO-INF = 'n'
               MOVE 'N'                  TO TDC-OBRIGATORIO
            END-IF
            DISPLAY 'VALIDADE EM MESES APOS A ENTREGA (0 = NAO '
                    'VENCE): '
            MOVE TDC-VALIDADE-MESES      TO WK-VALIDADE-MESES-INF
            ACCEPT WK-VALIDADE-MESES-INF
            MOVE WK-VALIDADE-MESES-INF   TO TDC-VALIDADE-MESES
            DISPLAY 'SITUACAO (A=ATIVO I=INATIVO, ENTER P/ MANTER): '
            MOVE SPACES                  TO WK-STATUS-INF
            ACCEPT WK-STATUS-INF
            IF WK-STATUS-INF = 'A' OR WK-STATUS-INF = 'a'
               SET TDC-ATIVO             TO TRUE
            END-IF
            IF WK-STATUS-INF = 'I' OR WK-STATUS-INF = 'i'
               SET TDC-INATIVO           TO TRUE
            END-IF
            MOVE WS-USUARIO-LOGADO       TO TDC-USUARIO
            MOVE WK-DATA-HOJE            TO TDC-DATA-ALTERACAO

            MOVE SPACES                  TO WK-MENSAGEM-AUDIT
            IF WK-TIPO-NOVO = 'S'
               WRITE REG-TIPO-DOCUMENTO
               MOVE 'DOCTIP-INC'         TO WK-OPERACAO-AUDIT
            ELSE
               REWRITE REG-TIPO-DOCUMENTO
               MOVE 'DOCTIP-ALT'         TO WK-OPERACAO-AUDIT
            END-IF
            IF WK-FS-TIPODOC NOT = '00'
               DISPLAY 'ERRO AO GRAVAR TIPO - FS: ' WK-FS-TIPODOC
               GO TO P400-FIM
            END-IF
            DISPLAY 'TIPO ' TDC-CODIGO ' GRAVADO.'
            STRING TDC-CODIGO ' OBR ' TDC-OBRIGATORIO ' VAL '
                   TDC-VALIDADE-MESES ' SIT ' TDC-STATUS
                   DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
            END-STRING
            PERFORM P900-GRAVA-AUDITORIA
            .
       P400-FIM.

      ******************************************************************
      * P500-ABRIR-CHECKLIST: o DOCUTIL abre TDOCMSTR e DOCMSTR por
      * conta propria - os nossos sao fechados antes e reabertos
      * depois, como o MATRALU faz com o CADCONTT.
      ******************************************************************
       P500-ABRIR-CHECKLIST.
            DISPLAY 'MATRICULA: '
            ACCEPT WK-MATRICULA-INF
            MOVE WK-MATRICULA-INF        TO MAT-MATRICULA
            READ ALUNO-IDENTIDADE
                 INVALID KEY
                    DISPLAY 'MATRICULA NAO CADASTRADA.'
                    GO TO P500-FIM
            END-READ
            CLOSE TIPO-DOCUMENTO DOCUMENTO-ALUNO
            MOVE WK-MATRICULA-INF        TO LK-DOC-MATRICULA
            MOVE WS-USUARIO-LOGADO       TO LK-DOC-USUARIO
            CALL 'DOCUTIL' USING PARAMETRES-DOC
            OPEN I-O TIPO-DOCUMENTO DOCUMENTO-ALUNO

            EVALUATE TRUE
               WHEN LK-DOC-ABERTO
                  DISPLAY LK-DOC-QTD-ABERTOS ' DOCUMENTO(S) PENDENTE(S)'
                          ' ABERTO(S) PARA ' MAT-NOME
                  MOVE 'DOC-ABRIR'       TO WK-OPERACAO-AUDIT
                  MOVE SPACES            TO WK-MENSAGEM-AUDIT
                  STRING 'MAT ' WK-MATRICULA-INF ' PENDENTES '
                         LK-DOC-QTD-ABERTOS
                         DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
                  END-STRING
                  PERFORM P900-GRAVA-AUDITORIA
               WHEN LK-DOC-NADA-A-ABRIR
                  DISPLAY 'O CHECKLIST DO ALUNO JA TEM TODOS OS '
                          'DOCUMENTOS EXIGIDOS.'
               WHEN OTHER
                  DISPLAY 'SEM TIPO OBRIGATORIO ATIVO NO TDOCMSTR '
                          '(OPCAO 2).'
            END-EVALUATE
            .
       P500-FIM.

      ******************************************************************
      * P600-REGISTRAR-ENTREGA: documento fora do checklist (tipo nao
      * obrigatorio trazido por iniciativa do responsavel) tambem se
      * registra. A validade e a impressa no documento quando houver;
      * zero calcula pela tabela (entrega + TDC-VALIDADE-MESES) e tipo
      * sem validade fica zero - nao vence.
      ******************************************************************
       P600-REGISTRAR-ENTREGA.
            DISPLAY 'MATRICULA: '
            ACCEPT WK-MATRICULA-INF
            MOVE WK-MATRICULA-INF        TO MAT-MATRICULA
            READ ALUNO-IDENTIDADE
                 INVALID KEY
                    DISPLAY 'MATRICULA NAO CADASTRADA.'
                    GO TO P600-FIM
            END-READ
            DISPLAY 'ALUNO: ' MAT-NOME
            DISPLAY 'CODIGO DO DOCUMENTO: '
            MOVE SPACES                  TO WK-CODIGO-INF
            ACCEPT WK-CODIGO-INF
            MOVE FUNCTION UPPER-CASE(WK-CODIGO-INF) TO WK-CODIGO-INF
            MOVE WK-CODIGO-INF           TO TDC-CODIGO
            READ TIPO-DOCUMENTO
                 INVALID KEY
                    DISPLAY 'TIPO DE DOCUMENTO NAO CADASTRADO.'
                    GO TO P600-FIM
            END-READ
            IF TDC-INATIVO
               DISPLAY 'TIPO DE DOCUMENTO INATIVO.'
               GO TO P600-FIM
            END-IF

            MOVE WK-MATRICULA-INF        TO DOC-MATRICULA
            MOVE WK-CODIGO-INF           TO DOC-CODIGO
            MOVE 'N'                     TO WK-DOC-NOVO
            READ DOCUMENTO-ALUNO
                 INVALID KEY
                    MOVE 'S'             TO WK-DOC-NOVO
            END-READ
            IF WK-DOC-NOVO = 'N' AND DOC-RECEBIDO
               DISPLAY 'JA RECEBIDO EM ' DOC-DATA-RECEBIDO
                       ' POR ' DOC-USUARIO ' - VALIDADE '
                       DOC-DATA-VALIDADE ' (SERA SUBSTITUIDO).'
            END-IF

            DISPLAY 'DATA DO RECEBIMENTO (AAAAMMDD, ENTER = HOJE): '
            MOVE SPACES                  TO WK-DATA-INF
            ACCEPT WK-DATA-INF
            IF WK-DATA-INF = SPACES OR WK-DATA-INF = ZEROS
               MOVE WK-DATA-HOJE         TO WK-DATA-RECEBIDO
            ELSE
               MOVE WK-DATA-INF          TO LK-DATA-ENTRADA
               MOVE 'V'                  TO LK-FUNCAO
               SET LK-SAIDA-AAAAMMDD     TO TRUE
               CALL 'DATEUTIL' USING PARAMETRES-DATA
               IF NOT LK-STATUS-OK
                  DISPLAY 'DATA INVALIDA - VERIFIQUE DIA/MES/ANO.'
                  GO TO P600-FIM
               END-IF
               MOVE WK-DATA-INF          TO WK-DATA-RECEBIDO
            END-IF
            IF WK-DATA-RECEBIDO > WK-DATA-HOJE
               DISPLAY 'DATA DE RECEBIMENTO NO FUTURO.'
               GO TO P600-FIM
            END-IF

            DISPLAY 'VALIDADE IMPRESSA NO DOCUMENTO (AAAAMMDD, '
                    'ENTER = PELA TABELA): '
            MOVE SPACES                  TO WK-DATA-INF
            ACCEPT WK-DATA-INF
            IF WK-DATA-INF = SPACES OR WK-DATA-INF = ZEROS
               PERFORM P610-VALIDADE-TABELA THRU P610-FIM
            ELSE
               MOVE WK-DATA-INF          TO LK-DATA-ENTRADA
               MOVE 'V'                  TO LK-FUNCAO
               SET LK-SAIDA-AAAAMMDD     TO TRUE
               CALL 'DATEUTIL' USING PARAMETRES-DATA
               IF NOT LK-STATUS-OK
                  DISPLAY 'DATA INVALIDA - VERIFIQUE DIA/MES/ANO.'
                  GO TO P600-FIM
               END-IF
               MOVE WK-DATA-INF          TO WK-DATA-VALIDADE
            END-IF
            IF WK-DATA-VALIDADE NOT = ZEROS
               AND WK-DATA-VALIDADE < WK-DATA-HOJE
               DISPLAY 'DOCUMENTO JA VENCIDO - NAO PODE SER ACEITO.'
               GO TO P600-FIM
            END-IF

            MOVE WK-MATRICULA-INF        TO DOC-MATRICULA
            MOVE WK-CODIGO-INF           TO DOC-CODIGO
            SET DOC-RECEBIDO             TO TRUE
            MOVE WK-DATA-RECEBIDO        TO DOC-DATA-RECEBIDO
            MOVE WK-DATA-VALIDADE        TO DOC-DATA-VALIDADE
            MOVE WS-USUARIO-LOGADO       TO DOC-USUARIO
            MOVE WK-DATA-HOJE            TO DOC-DATA-REGISTRO
            IF WK-DOC-NOVO = 'S'
               WRITE REG-DOCUMENTO-ALUNO
            ELSE
               REWRITE REG-DOCUMENTO-ALUNO
            END-IF
            IF WK-FS-DOCUMENTO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR - FS: ' WK-FS-DOCUMENTO
               GO TO P600-FIM
            END-IF
            DISPLAY TDC-DESCRICAO ' RECEBIDO EM ' DOC-DATA-RECEBIDO
                    ' - VALIDADE ' DOC-DATA-VALIDADE

            MOVE 'DOC-ENTREG'            TO WK-OPERACAO-AUDIT
            MOVE SPACES                  TO WK-MENSAGEM-AUDIT
            STRING 'MAT ' DOC-MATRICULA ' ' DOC-CODIGO ' REC '
                   DOC-DATA-RECEBIDO ' VAL ' DOC-DATA-VALIDADE
                   DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
            END-STRING
            PERFORM P900-GRAVA-AUDITORIA
            .
       P600-FIM.

      *    Mesmo dia, N meses adiante; dia 29 a 31 vira 28 para nunca
      *    cair numa data que nao existe (fevereiro, mes de 30 dias).
       P610-VALIDADE-TABELA.
            MOVE ZEROS                   TO WK-DATA-VALIDADE
            IF TDC-VALIDADE-MESES = ZEROS
               GO TO P610-FIM
            END-IF
            MOVE WK-DATA-RECEBIDO        TO WK-DATA-CALCULO-R
            COMPUTE WK-QTD-MESES = (WK-CALC-ANO * 12)
                                 + (WK-CALC-MES - 1)
                                 + TDC-VALIDADE-MESES
            COMPUTE WK-CALC-ANO = WK-QTD-MESES / 12
            COMPUTE WK-CALC-MES = WK-QTD-MESES
                                - (WK-CALC-ANO * 12) + 1
            IF WK-CALC-DIA > 28
               MOVE 28                   TO WK-CALC-DIA
            END-IF
            MOVE WK-DATA-CALCULO-R       TO WK-DATA-VALIDADE
            .
       P610-FIM.

       P700-CONSULTAR.
            DISPLAY 'MATRICULA: '
            ACCEPT WK-MATRICULA-INF
            MOVE WK-MATRICULA-INF        TO MAT-MATRICULA
            READ ALUNO-IDENTIDADE
                 INVALID KEY
                    DISPLAY 'MATRICULA NAO CADASTRADA.'
                    GO TO P700-FIM
            END-READ
            DISPLAY 'ALUNO: ' MAT-MATRICULA ' ' MAT-NOME
                    ' SERIE ' MAT-SERIE
            MOVE ZEROS                   TO WK-QTD-LISTADOS
                                            WK-QTD-PENDENTES
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-MATRICULA-INF        TO DOC-MATRICULA
            MOVE LOW-VALUES              TO DOC-CODIGO
            START DOCUMENTO-ALUNO KEY IS NOT LESS THAN DOC-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            DISPLAY 'COD. DOCUMENTO                      SITUACAO   '
                    'RECEBIDO VALIDADE CONFERIDO'
            PERFORM P710-CONSULTAR-UM THRU P710-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-QTD-LISTADOS = ZEROS
               DISPLAY 'CHECKLIST NAO ABERTO PARA O ALUNO (OPCAO 3).'
            ELSE
               DISPLAY WK-QTD-PENDENTES ' PENDENTE(S)/VENCIDO(S) DE '
                       WK-QTD-LISTADOS ' DOCUMENTO(S).'
            END-IF
            .
       P700-FIM.

       P710-CONSULTAR-UM.
            READ DOCUMENTO-ALUNO NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P710-FIM
            END-READ
            IF DOC-MATRICULA NOT = WK-MATRICULA-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P710-FIM
            END-IF
            ADD 1                        TO WK-QTD-LISTADOS
            MOVE DOC-CODIGO              TO TDC-CODIGO
            READ TIPO-DOCUMENTO
                 INVALID KEY
                    MOVE '(TIPO EXCLUIDO)' TO TDC-DESCRICAO
            END-READ
            EVALUATE TRUE
               WHEN DOC-PENDENTE
                  MOVE 'PENDENTE'        TO WK-SITUACAO-ED
                  ADD 1                  TO WK-QTD-PENDENTES
               WHEN DOC-DATA-VALIDADE NOT = ZEROS
                AND DOC-DATA-VALIDADE < WK-DATA-HOJE
                  MOVE 'VENCIDO'         TO WK-SITUACAO-ED
                  ADD 1                  TO WK-QTD-PENDENTES
               WHEN OTHER
                  MOVE 'RECEBIDO'        TO WK-SITUACAO-ED
            END-EVALUATE
            DISPLAY DOC-CODIGO ' ' TDC-DESCRICAO ' ' WK-SITUACAO-ED
                    ' ' DOC-DATA-RECEBIDO ' ' DOC-DATA-VALIDADE ' '
                    DOC-USUARIO
            .
       P710-FIM.

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
       END PROGRAM DOCALU.
