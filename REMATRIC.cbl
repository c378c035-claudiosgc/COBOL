      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CICLO ANUAL DE REMATRICULA (REMMSTR). TODO OUTUBRO A
      *          SECRETARIA CORRIA ATRAS DAS FAMILIAS COM PAPEL PARA
      *          SABER QUEM VOLTA NO ANO SEGUINTE. AQUI O CICLO DO ANO
      *          LETIVO EMITE UM FORMULARIO POR ALUNO ATIVO AO
      *          RESPONSAVEL (TEMPLATE REMATRTP VIA MERGELIN, SAIDA
      *          REMATRFO) COM A SERIE QUE O PROGALU CARIMBOU E O
      *          PRAZO DE RESPOSTA, E GRAVA O ALUNO SEM RESPOSTA. A
      *          RESPOSTA (CONFIRMADA OU DESISTENCIA) E REGISTRADA
      *          COM DATA E USUARIO. RESPONSAVEL COM MENSALIDADE
      *          VENCIDA NO FATMSTR NAO CONFIRMA: QUITA ANTES, OU UM
      *          USUARIO TOTAL LIBERA COM MOTIVO (AUDITADO). SO O
      *          CONFIRMADO ENTRA NAS INSCRICOES (INSCALU) E NO
      *          FATURAMENTO (FATGERA) DO ANO. A CADA PRAZO A LISTA
      *          DE QUEM NAO RESPONDEU SAI EM REMATRPN, COM A OPCAO
      *          DE DAR NOVO PRAZO AOS LISTADOS.
      * Modification History:
      *   15/10/2026 CS  Responsavel falecido (OBITCNTT) fica sem
      *                  formulario pelo correio; aviso para o balcao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMATRIC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELREM'.
           COPY 'SELALID'.
           COPY 'SELFAT'.
           COPY 'SELCONT'.
           COPY 'SELAUDIT'.
           SELECT REMATRICULA-TEMPLATE
               ASSIGN TO "REMATRTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-TEMPLATE.
           SELECT FORMULARIOS-IMPRESSOS
               ASSIGN TO "REMATRFO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-FORMULARIOS.
           SELECT RELATORIO-PENDENTES
               ASSIGN TO "REMATRPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-PENDENTES.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDREM'.
           COPY 'FDALID'.
           COPY 'FDFAT'.
           COPY 'FDCONT'.
           COPY 'FDAUDIT'.
       FD  REMATRICULA-TEMPLATE
           LABEL RECORD IS STANDARD.
       01  RTPL-LINHA                   PIC X(80).
       FD  FORMULARIOS-IMPRESSOS
           LABEL RECORD IS STANDARD.
       01  FORMULARIO-REC               PIC X(80).
       FD  RELATORIO-PENDENTES
           LABEL RECORD IS STANDARD.
       01  PENDENTE-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       77  WK-FS-REMATRICULA            PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-FATURA                 PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-TEMPLATE               PIC X(02) VALUE SPACES.
       77  WK-FS-FORMULARIOS            PIC X(02) VALUE SPACES.
       77  WK-FS-PENDENTES              PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-FATURAS               PIC X(01) VALUE 'N'.
       77  WK-FIM-TEMPLATE              PIC X(01) VALUE 'N'.
       77  WK-PULANDO-BLOCO             PIC X(01) VALUE 'N'.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-ANO-INF                   PIC 9(04) VALUE ZEROS.
       77  WK-MATRICULA-INF             PIC 9(06) VALUE ZEROS.
       77  WK-PRAZO-INF                 PIC 9(08) VALUE ZEROS.
       77  WK-RESPOSTA-INF              PIC X(01) VALUE SPACES.
       77  WK-MOTIVO-INF                PIC X(30) VALUE SPACES.
       77  WK-CONFIRMA                  PIC X(01) VALUE 'N'.
       77  WK-GUARDIAO-CALC             PIC 9(06) VALUE ZEROS.
       77  WK-DEBITO-CTVS               PIC 9(09) VALUE ZEROS.
       77  WK-SALDO-FATURA              PIC S9(09) VALUE ZEROS.
       77  WK-IDX-LINHA                 PIC 9(02) VALUE ZEROS.
       77  WK-IDX-DEV                   PIC 9(04) VALUE ZEROS.
       77  WK-ACHOU-DEVEDOR             PIC X(01) VALUE 'N'.
       77  WK-TABELA-ESTOUROU           PIC X(01) VALUE 'N'.
       77  WK-QTD-EMITIDOS              PIC 9(05) VALUE ZEROS.
       77  WK-QTD-JA-NO-CICLO           PIC 9(05) VALUE ZEROS.
       77  WK-QTD-BLOQUEADOS            PIC 9(05) VALUE ZEROS.
       77  WK-QTD-SEM-ENDERECO          PIC 9(05) VALUE ZEROS.
       77  WK-QTD-FALECIDOS             PIC 9(05) VALUE ZEROS.
       77  WK-QTD-PENDENTES             PIC 9(05) VALUE ZEROS.
       77  WK-QTD-VENCIDOS              PIC 9(05) VALUE ZEROS.
       77  WK-OPERACAO-AUDIT            PIC X(10) VALUE SPACES.
       77  WK-MENSAGEM-AUDIT            PIC X(40) VALUE SPACES.
       77  WK-SITUACAO-PRAZO            PIC X(08) VALUE SPACES.
       77  WK-VALOR-REAIS               PIC 9(07)V99 VALUE ZEROS.
       77  WK-VALOR-EDITADO             PIC Z(6)9,99 VALUE ZEROS.
      *    Debito vencido por responsavel, montado numa passada so do
      *    FATMSTR para a emissao do ciclo.
       01  WK-TABELA-DEVEDORES.
           03 WK-QTD-DEVEDORES          PIC 9(04) VALUE ZEROS.
           03 WK-DEVEDOR OCCURS 2000 TIMES.
               05 WK-DEV-GUARDIAO       PIC 9(06).
               05 WK-DEV-SALDO-CTVS     PIC 9(09).
       01  WK-TABELA-TEMPLATE.
           05 WK-QTDE-LINHAS-TPL        PIC 9(02) VALUE ZEROS.
           05 WK-TEMPLATE-LINHAS        PIC X(80) VALUE SPACES
                                         OCCURS 40 TIMES.
           COPY 'PARMERGE'.
           COPY 'PARMDATE'.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P200-PROCESSA THRU P200-FIM
                    UNTIL WK-SUBOPCAO = 'S' OR WK-SUBOPCAO = 's'
            CLOSE REMATRICULA-MASTER ALUNO-IDENTIDADE
            CLOSE FATURA-MASTER CONTATO-MASTER
            MOVE ' *** REMATRICULA ***                    ' TO
                                         WS-MENSSAGEM
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
            OPEN I-O REMATRICULA-MASTER
            IF WK-FS-REMATRICULA = '35'
               OPEN OUTPUT REMATRICULA-MASTER
               CLOSE REMATRICULA-MASTER
               OPEN I-O REMATRICULA-MASTER
            END-IF
            OPEN INPUT ALUNO-IDENTIDADE
            IF WK-FS-ALUNOID = '35'
               OPEN OUTPUT ALUNO-IDENTIDADE
               CLOSE ALUNO-IDENTIDADE
               OPEN INPUT ALUNO-IDENTIDADE
            END-IF
            OPEN INPUT FATURA-MASTER
            IF WK-FS-FATURA = '35'
               OPEN OUTPUT FATURA-MASTER
               CLOSE FATURA-MASTER
               OPEN INPUT FATURA-MASTER
            END-IF
            OPEN INPUT CONTATO-MASTER
            IF WK-FS-CONTATO = '35'
               OPEN OUTPUT CONTATO-MASTER
               CLOSE CONTATO-MASTER
               OPEN INPUT CONTATO-MASTER
            END-IF
            .

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** REMATRICULA ***'
            DISPLAY '1 - EMITIR FORMULARIOS DO CICLO'
            DISPLAY '2 - REGISTRAR RESPOSTA DA FAMILIA'
            DISPLAY '3 - LIBERAR BLOQUEIO FINANCEIRO'
            DISPLAY '4 - CONSULTAR ALUNO NO CICLO'
            DISPLAY '5 - NAO RESPONDENTES (LISTA E NOVO PRAZO)'
            DISPLAY 'S - SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WK-SUBOPCAO

            EVALUATE WK-SUBOPCAO
               WHEN '1'
                  PERFORM P300-EMITIR-CICLO THRU P300-FIM
               WHEN '2'
                  PERFORM P400-REGISTRAR-RESPOSTA THRU P400-FIM
               WHEN '3'
                  IF WS-PERFIL-TOTAL
                     PERFORM P500-LIBERAR THRU P500-FIM
                  ELSE
                     DISPLAY 'LIBERAR EXIGE PERFIL TOTAL.'
                  END-IF
               WHEN '4'
                  PERFORM P600-CONSULTAR THRU P600-FIM
               WHEN '5'
                  PERFORM P650-NAO-RESPONDENTES THRU P650-FIM
               WHEN 'S'
               WHEN 's'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P200-FIM.

      ******************************************************************
      * P300-EMITIR-CICLO: um registro SEM RESPOSTA e um formulario
      * por aluno ativo ainda fora do ciclo do ano - rodar de novo
      * so pega quem entrou depois (aluno novo, retorno de
      * transferencia).
      ******************************************************************
       P300-EMITIR-CICLO.
            DISPLAY 'ANO LETIVO DA REMATRICULA (AAAA): '
            ACCEPT WK-ANO-INF
            IF WK-ANO-INF < WK-DATA-HOJE(1:4)
               DISPLAY 'ANO LETIVO JA PASSOU.'
               GO TO P300-FIM
            END-IF
            PERFORM P310-PEDIR-PRAZO THRU P310-FIM
            IF WK-PRAZO-INF = ZEROS
               GO TO P300-FIM
            END-IF

            OPEN INPUT REMATRICULA-TEMPLATE
            IF WK-FS-TEMPLATE NOT = '00'
               DISPLAY 'TEMPLATE REMATRTP NAO ENCONTRADO.'
               GO TO P300-FIM
            END-IF
            MOVE ZEROS                   TO WK-QTDE-LINHAS-TPL
            MOVE 'N'                     TO WK-FIM-TEMPLATE
            PERFORM P320-CARREGAR-TEMPLATE THRU P320-FIM
                    UNTIL WK-FIM-TEMPLATE = 'S'
            CLOSE REMATRICULA-TEMPLATE

            PERFORM P700-MONTAR-DEVEDORES THRU P700-FIM
            OPEN OUTPUT FORMULARIOS-IMPRESSOS
            MOVE ZEROS                   TO WK-QTD-EMITIDOS
                                            WK-QTD-JA-NO-CICLO
                                            WK-QTD-BLOQUEADOS
                                            WK-QTD-SEM-ENDERECO
                                            WK-QTD-FALECIDOS
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE ZEROS                   TO MAT-MATRICULA
            START ALUNO-IDENTIDADE KEY IS NOT LESS THAN MAT-MATRICULA
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P330-EMITIR-ALUNO THRU P330-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE FORMULARIOS-IMPRESSOS

            DISPLAY 'FORMULARIOS EMITIDOS (REMATRFO)..: '
                    WK-QTD-EMITIDOS
            DISPLAY 'JA ESTAVAM NO CICLO..............: '
                    WK-QTD-JA-NO-CICLO
            DISPLAY 'COM BLOQUEIO FINANCEIRO..........: '
                    WK-QTD-BLOQUEADOS
            DISPLAY 'RESPONSAVEL SEM ENDERECO (S/ FORM): '
                    WK-QTD-SEM-ENDERECO
            DISPLAY 'RESPONSAVEL FALECIDO (S/ FORM)...: '
                    WK-QTD-FALECIDOS
            MOVE 'REMAT-EMI'             TO WK-OPERACAO-AUDIT
            MOVE SPACES                  TO WK-MENSAGEM-AUDIT
            STRING 'ANO ' WK-ANO-INF ' PRAZO ' WK-PRAZO-INF
                   ' EMITIDOS ' WK-QTD-EMITIDOS
                   DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
            END-STRING
            PERFORM P900-GRAVA-AUDITORIA
            .
       P300-FIM.

       P310-PEDIR-PRAZO.
            DISPLAY 'PRAZO DE RESPOSTA (AAAAMMDD): '
            ACCEPT WK-PRAZO-INF
            MOVE WK-PRAZO-INF            TO LK-DATA-ENTRADA
            MOVE 'V'                     TO LK-FUNCAO
            SET LK-SAIDA-AAAAMMDD        TO TRUE
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            IF NOT LK-STATUS-OK OF PARAMETRES-DATA
               OR WK-PRAZO-INF < WK-DATA-HOJE
               DISPLAY 'PRAZO INVALIDO OU NO PASSADO.'
               MOVE ZEROS                TO WK-PRAZO-INF
            END-IF
            .
       P310-FIM.

       P320-CARREGAR-TEMPLATE.
            READ REMATRICULA-TEMPLATE
                 AT END
                    MOVE 'S'             TO WK-FIM-TEMPLATE
                    GO TO P320-FIM
            END-READ
            IF WK-QTDE-LINHAS-TPL < 40
               ADD 1                     TO WK-QTDE-LINHAS-TPL
               MOVE RTPL-LINHA           TO
                    WK-TEMPLATE-LINHAS(WK-QTDE-LINHAS-TPL)
            END-IF
            .
       P320-FIM.

       P330-EMITIR-ALUNO.
            READ ALUNO-IDENTIDADE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P330-FIM
            END-READ
            IF NOT MAT-ATIVO
               GO TO P330-FIM
            END-IF
            MOVE WK-ANO-INF              TO REM-ANO
            MOVE MAT-MATRICULA           TO REM-MATRICULA
            READ REMATRICULA-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1                TO WK-QTD-JA-NO-CICLO
                    GO TO P330-FIM
            END-READ

            INITIALIZE REG-REMATRICULA
            MOVE WK-ANO-INF              TO REM-ANO
            MOVE MAT-MATRICULA           TO REM-MATRICULA
            MOVE MAT-GUARDIAO            TO REM-GUARDIAO
            MOVE MAT-SERIE               TO REM-SERIE
            MOVE WK-DATA-HOJE            TO REM-DATA-EMISSAO
            MOVE WK-PRAZO-INF            TO REM-PRAZO
            MOVE 1                       TO REM-QTD-AVISOS
            SET REM-SEM-RESPOSTA         TO TRUE
            MOVE WS-USUARIO-LOGADO       TO REM-USUARIO
            MOVE MAT-GUARDIAO            TO WK-GUARDIAO-CALC
            PERFORM P710-DEBITO-DA-TABELA THRU P710-FIM
            MOVE WK-DEBITO-CTVS          TO REM-DEBITO-CTVS
            SET REM-LIVRE                TO TRUE
            IF WK-DEBITO-CTVS > ZEROS
               SET REM-BLOQUEADA         TO TRUE
               ADD 1                     TO WK-QTD-BLOQUEADOS
            END-IF
            WRITE REG-REMATRICULA
            IF WK-FS-REMATRICULA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR MATRICULA ' MAT-MATRICULA
                       ' - FS: ' WK-FS-REMATRICULA
               GO TO P330-FIM
            END-IF

            MOVE MAT-GUARDIAO            TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    ADD 1                TO WK-QTD-SEM-ENDERECO
                    DISPLAY 'AVISO - MATRICULA ' MAT-MATRICULA
                            ' SEM RESPONSAVEL CADASTRADO - ENTREGAR '
                            'FORMULARIO NO BALCAO.'
                    GO TO P330-FIM
            END-READ
            IF WK-REG-FALECIDO
               ADD 1                     TO WK-QTD-FALECIDOS
               DISPLAY 'AVISO - MATRICULA ' MAT-MATRICULA
                       ' RESPONSAVEL FALECIDO - ENTREGAR '
                       'FORMULARIO NO BALCAO.'
               GO TO P330-FIM
            END-IF
            PERFORM P340-IMPRIMIR-FORMULARIO
            ADD 1                        TO WK-QTD-EMITIDOS
            .
       P330-FIM.

       P340-IMPRIMIR-FORMULARIO.
            MOVE 14                      TO LK-QTDE-CAMPOS
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
            MOVE 'ALUNO'                 TO LK-NOME-CAMPO(7)
            MOVE MAT-NOME                TO LK-VALOR-CAMPO(7)
            MOVE 'MATRICULA'             TO LK-NOME-CAMPO(8)
            MOVE REM-MATRICULA           TO LK-VALOR-CAMPO(8)
            MOVE 'SERIE'                 TO LK-NOME-CAMPO(9)
            MOVE REM-SERIE               TO LK-VALOR-CAMPO(9)
            MOVE 'ANO'                   TO LK-NOME-CAMPO(10)
            MOVE REM-ANO                 TO LK-VALOR-CAMPO(10)
            MOVE 'PRAZO'                 TO LK-NOME-CAMPO(11)
            MOVE REM-PRAZO               TO LK-VALOR-CAMPO(11)
            MOVE 'BLOQUEIO'              TO LK-NOME-CAMPO(12)
            MOVE REM-BLOQUEIO            TO LK-VALOR-CAMPO(12)
            MOVE 'DEBITO'                TO LK-NOME-CAMPO(13)
            COMPUTE WK-VALOR-REAIS = REM-DEBITO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            MOVE WK-VALOR-EDITADO        TO LK-VALOR-CAMPO(13)
            MOVE 'DATA'                  TO LK-NOME-CAMPO(14)
            MOVE WK-DATA-HOJE            TO LK-VALOR-CAMPO(14)

            MOVE 'N'                     TO WK-PULANDO-BLOCO
            PERFORM P350-MESCLAR-LINHA
                    VARYING WK-IDX-LINHA FROM 1 BY 1
                    UNTIL WK-IDX-LINHA > WK-QTDE-LINHAS-TPL
            MOVE SPACES                  TO FORMULARIO-REC
            WRITE FORMULARIO-REC AFTER ADVANCING PAGE
            .

       P350-MESCLAR-LINHA.
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
                     MOVE LK-LINHA-MESCLADA TO FORMULARIO-REC
                     WRITE FORMULARIO-REC
                  END-IF
            END-EVALUATE
            .

      ******************************************************************
      * P400-REGISTRAR-RESPOSTA: desistencia grava direto. Confirmacao
      * reavalia o debito do responsavel na hora - quem quitou depois
      * da emissao passa; quem ainda deve so passa com liberacao.
      ******************************************************************
       P400-REGISTRAR-RESPOSTA.
            PERFORM P410-LER-ALUNO-CICLO THRU P410-FIM
            IF WK-FS-REMATRICULA NOT = '00'
               GO TO P400-FIM
            END-IF
            DISPLAY 'RESPOSTA (C = CONFIRMA, D = DESISTE): '
            ACCEPT WK-RESPOSTA-INF
            EVALUATE WK-RESPOSTA-INF
               WHEN 'C'
               WHEN 'c'
                  MOVE REM-GUARDIAO      TO WK-GUARDIAO-CALC
                  PERFORM P720-DEBITO-RESPONSAVEL THRU P720-FIM
                  MOVE WK-DEBITO-CTVS    TO REM-DEBITO-CTVS
                  IF WK-DEBITO-CTVS > ZEROS
                     SET REM-BLOQUEADA   TO TRUE
                  ELSE
                     SET REM-LIVRE       TO TRUE
                  END-IF
                  IF REM-BLOQUEADA AND REM-LIBERADO-POR = SPACES
                     REWRITE REG-REMATRICULA
                     COMPUTE WK-VALOR-REAIS = WK-DEBITO-CTVS / 100
                     MOVE WK-VALOR-REAIS TO WK-VALOR-EDITADO
                     DISPLAY 'BLOQUEIO FINANCEIRO - RESPONSAVEL '
                             REM-GUARDIAO ' DEVE R$ '
                             WK-VALOR-EDITADO ' VENCIDOS.'
                     DISPLAY 'QUITE OU PECA A LIBERACAO (OPCAO 3) '
                             'A UM USUARIO TOTAL.'
                     GO TO P400-FIM
                  END-IF
                  SET REM-CONFIRMADA     TO TRUE
               WHEN 'D'
               WHEN 'd'
                  SET REM-DECLINADA      TO TRUE
               WHEN OTHER
                  DISPLAY 'RESPOSTA INVALIDA.'
                  GO TO P400-FIM
            END-EVALUATE
            MOVE WK-DATA-HOJE            TO REM-DATA-RESPOSTA
            MOVE WS-USUARIO-LOGADO       TO REM-USUARIO
            REWRITE REG-REMATRICULA
            IF WK-FS-REMATRICULA = '00'
               DISPLAY 'RESPOSTA REGISTRADA: ' REM-RESPOSTA '.'
               MOVE 'REMAT-RESP'         TO WK-OPERACAO-AUDIT
               MOVE SPACES               TO WK-MENSAGEM-AUDIT
               STRING 'ANO ' REM-ANO ' MATRICULA ' REM-MATRICULA
                      ' RESPOSTA ' REM-RESPOSTA
                      DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
               END-STRING
               PERFORM P900-GRAVA-AUDITORIA
            ELSE
               DISPLAY 'ERRO AO REGRAVAR - FS: ' WK-FS-REMATRICULA
            END-IF
            .
       P400-FIM.

       P410-LER-ALUNO-CICLO.
            DISPLAY 'ANO LETIVO (AAAA): '
            ACCEPT WK-ANO-INF
            DISPLAY 'MATRICULA: '
            ACCEPT WK-MATRICULA-INF
            MOVE WK-ANO-INF              TO REM-ANO
            MOVE WK-MATRICULA-INF        TO REM-MATRICULA
            READ REMATRICULA-MASTER
                 INVALID KEY
                    DISPLAY 'ALUNO FORA DO CICLO DE ' WK-ANO-INF
                            ' (EMITA O CICLO PRIMEIRO).'
                    GO TO P410-FIM
            END-READ
            PERFORM P420-MOSTRAR-REGISTRO
            .
       P410-FIM.

       P420-MOSTRAR-REGISTRO.
            COMPUTE WK-VALOR-REAIS = REM-DEBITO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            DISPLAY 'MATRICULA ' REM-MATRICULA ' SERIE ' REM-SERIE
                    ' RESPONSAVEL ' REM-GUARDIAO
            DISPLAY 'EMITIDO EM ' REM-DATA-EMISSAO ' PRAZO '
                    REM-PRAZO ' AVISOS ' REM-QTD-AVISOS
            DISPLAY 'RESPOSTA ' REM-RESPOSTA ' EM ' REM-DATA-RESPOSTA
                    ' POR ' REM-USUARIO
            DISPLAY 'BLOQUEIO ' REM-BLOQUEIO ' DEBITO R$ '
                    WK-VALOR-EDITADO
            IF REM-LIBERADO-POR NOT = SPACES
               DISPLAY 'LIBERADO POR ' REM-LIBERADO-POR ' EM '
                       REM-DATA-LIBERACAO ' - ' REM-MOTIVO-LIBERACAO
            END-IF
            .

      ******************************************************************
      * P500-LIBERAR: a excecao ao bloqueio financeiro e sempre de um
      * usuario TOTAL, com motivo, e vai para a trilha de auditoria.
      ******************************************************************
       P500-LIBERAR.
            PERFORM P410-LER-ALUNO-CICLO THRU P410-FIM
            IF WK-FS-REMATRICULA NOT = '00'
               GO TO P500-FIM
            END-IF
            IF REM-CONFIRMADA OR REM-DECLINADA
               DISPLAY 'RESPOSTA JA REGISTRADA - NADA A LIBERAR.'
               GO TO P500-FIM
            END-IF
            MOVE REM-GUARDIAO            TO WK-GUARDIAO-CALC
            PERFORM P720-DEBITO-RESPONSAVEL THRU P720-FIM
            MOVE WK-DEBITO-CTVS          TO REM-DEBITO-CTVS
            IF WK-DEBITO-CTVS = ZEROS
               SET REM-LIVRE             TO TRUE
               REWRITE REG-REMATRICULA
               DISPLAY 'RESPONSAVEL SEM DEBITO VENCIDO - NAO PRECISA '
                       'DE LIBERACAO.'
               GO TO P500-FIM
            END-IF
            SET REM-BLOQUEADA            TO TRUE
            COMPUTE WK-VALOR-REAIS = WK-DEBITO-CTVS / 100
            MOVE WK-VALOR-REAIS          TO WK-VALOR-EDITADO
            DISPLAY 'DEBITO VENCIDO ATUAL: R$ ' WK-VALOR-EDITADO
            DISPLAY 'MOTIVO DA LIBERACAO: '
            MOVE SPACES                  TO WK-MOTIVO-INF
            ACCEPT WK-MOTIVO-INF
            IF WK-MOTIVO-INF = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO - NADA LIBERADO.'
               GO TO P500-FIM
            END-IF
            DISPLAY 'CONFIRMA A LIBERACAO (S/N)? '
            ACCEPT WK-CONFIRMA
            IF WK-CONFIRMA NOT = 'S' AND WK-CONFIRMA NOT = 's'
               GO TO P500-FIM
            END-IF
            MOVE WS-USUARIO-LOGADO       TO REM-LIBERADO-POR
            MOVE WK-DATA-HOJE            TO REM-DATA-LIBERACAO
            MOVE WK-MOTIVO-INF           TO REM-MOTIVO-LIBERACAO
            REWRITE REG-REMATRICULA
            IF WK-FS-REMATRICULA = '00'
               DISPLAY 'BLOQUEIO LIBERADO - REGISTRE A CONFIRMACAO '
                       '(OPCAO 2).'
               MOVE 'REMAT-LIB'          TO WK-OPERACAO-AUDIT
               MOVE SPACES               TO WK-MENSAGEM-AUDIT
               STRING 'MAT ' REM-MATRICULA ' ' WK-MOTIVO-INF
                      DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
               END-STRING
               PERFORM P900-GRAVA-AUDITORIA
            ELSE
               DISPLAY 'ERRO AO REGRAVAR - FS: ' WK-FS-REMATRICULA
            END-IF
            .
       P500-FIM.

       P600-CONSULTAR.
            PERFORM P410-LER-ALUNO-CICLO THRU P410-FIM
            .
       P600-FIM.

      ******************************************************************
      * P650-NAO-RESPONDENTES: lista de cobranca de resposta no
      * prazo. Com novo prazo informado, os listados recebem o prazo
      * novo e contam mais um aviso.
      ******************************************************************
       P650-NAO-RESPONDENTES.
            DISPLAY 'ANO LETIVO (AAAA): '
            ACCEPT WK-ANO-INF
            DISPLAY 'NOVO PRAZO PARA OS LISTADOS (AAAAMMDD, 0 = '
                    'MANTER): '
            MOVE ZEROS                   TO WK-PRAZO-INF
            ACCEPT WK-PRAZO-INF
            IF WK-PRAZO-INF NOT = ZEROS
               MOVE WK-PRAZO-INF         TO LK-DATA-ENTRADA
               MOVE 'V'                  TO LK-FUNCAO
               SET LK-SAIDA-AAAAMMDD     TO TRUE
               CALL 'DATEUTIL' USING PARAMETRES-DATA
               IF NOT LK-STATUS-OK OF PARAMETRES-DATA
                  OR WK-PRAZO-INF < WK-DATA-HOJE
                  DISPLAY 'PRAZO INVALIDO OU NO PASSADO.'
                  GO TO P650-FIM
               END-IF
            END-IF

            OPEN OUTPUT RELATORIO-PENDENTES
            MOVE SPACES                  TO PENDENTE-REC
            STRING 'REMATRICULA ' WK-ANO-INF ' - SEM RESPOSTA EM '
                   WK-DATA-HOJE
                   DELIMITED BY SIZE INTO PENDENTE-REC
            END-STRING
            WRITE PENDENTE-REC
            MOVE 'MATRIC SR RESP.  NOME DO RESPONSAVEL  TELEFONE     '
                                         TO PENDENTE-REC
            MOVE 'PRAZO    SITUACAO AV'  TO PENDENTE-REC(53:20)
            WRITE PENDENTE-REC
            MOVE ZEROS                   TO WK-QTD-PENDENTES
                                            WK-QTD-VENCIDOS
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-ANO-INF              TO REM-ANO
            MOVE ZEROS                   TO REM-MATRICULA
            START REMATRICULA-MASTER KEY IS NOT LESS THAN REM-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P660-LISTAR-PENDENTE THRU P660-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE RELATORIO-PENDENTES
            DISPLAY 'SEM RESPOSTA (REMATRPN)..: ' WK-QTD-PENDENTES
            DISPLAY 'COM PRAZO VENCIDO........: ' WK-QTD-VENCIDOS
            IF WK-PRAZO-INF NOT = ZEROS AND WK-QTD-PENDENTES > ZEROS
               DISPLAY 'NOVO PRAZO ' WK-PRAZO-INF ' GRAVADO PARA OS '
                       'LISTADOS.'
               MOVE 'REMAT-PRZ'          TO WK-OPERACAO-AUDIT
               MOVE SPACES               TO WK-MENSAGEM-AUDIT
               STRING 'ANO ' WK-ANO-INF ' NOVO PRAZO ' WK-PRAZO-INF
                      ' QTD ' WK-QTD-PENDENTES
                      DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
               END-STRING
               PERFORM P900-GRAVA-AUDITORIA
            END-IF
            .
       P650-FIM.

       P660-LISTAR-PENDENTE.
            READ REMATRICULA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P660-FIM
            END-READ
            IF REM-ANO NOT = WK-ANO-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P660-FIM
            END-IF
            IF NOT REM-SEM-RESPOSTA
               GO TO P660-FIM
            END-IF
            ADD 1                        TO WK-QTD-PENDENTES
            MOVE 'NO PRAZO'              TO WK-SITUACAO-PRAZO
            IF REM-PRAZO < WK-DATA-HOJE
               MOVE 'VENCIDO'            TO WK-SITUACAO-PRAZO
               ADD 1                     TO WK-QTD-VENCIDOS
            END-IF
            MOVE REM-GUARDIAO            TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    MOVE SPACES          TO WK-PRIMEIRO-NOME
                    MOVE ZEROS           TO WK-DDD(1) WK-PREFIXO(1)
                                            WK-SUFIXO(1)
            END-READ
            MOVE SPACES                  TO PENDENTE-REC
            STRING REM-MATRICULA ' ' REM-SERIE ' ' REM-GUARDIAO ' '
                   WK-PRIMEIRO-NOME ' (' WK-DDD(1) ') '
                   WK-PREFIXO(1) '-' WK-SUFIXO(1) ' ' REM-PRAZO ' '
                   WK-SITUACAO-PRAZO ' ' REM-QTD-AVISOS
                   DELIMITED BY SIZE INTO PENDENTE-REC
            END-STRING
            IF REM-BLOQUEADA
               MOVE 'BLOQ. FINANCEIRO'   TO PENDENTE-REC(77:16)
            END-IF
            WRITE PENDENTE-REC
            IF WK-PRAZO-INF NOT = ZEROS
               MOVE WK-PRAZO-INF         TO REM-PRAZO
               ADD 1                     TO REM-QTD-AVISOS
               REWRITE REG-REMATRICULA
            END-IF
            .
       P660-FIM.

      ******************************************************************
      * P700-MONTAR-DEVEDORES: uma passada no FATMSTR soma o saldo
      * vencido (valor + multa + juros - pago) das faturas abertas de
      * cada responsavel. Se a tabela estourar, os que ficaram de
      * fora sao apurados um a um pelo P720.
      ******************************************************************
       P700-MONTAR-DEVEDORES.
            MOVE ZEROS                   TO WK-QTD-DEVEDORES
            MOVE 'N'                     TO WK-TABELA-ESTOUROU
            MOVE 'N'                     TO WK-FIM-FATURAS
            MOVE LOW-VALUES              TO FAT-CHAVE
            START FATURA-MASTER KEY IS NOT LESS THAN FAT-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-FATURAS
            END-START
            PERFORM P705-SOMAR-DEVEDOR THRU P705-FIM
                    UNTIL WK-FIM-FATURAS = 'S'
            .
       P700-FIM.

       P705-SOMAR-DEVEDOR.
            READ FATURA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-FATURAS
                    GO TO P705-FIM
            END-READ
            PERFORM P730-SALDO-VENCIDO
            IF WK-SALDO-FATURA NOT > ZEROS
               GO TO P705-FIM
            END-IF
            MOVE FAT-GUARDIAO            TO WK-GUARDIAO-CALC
            PERFORM P715-PROCURAR-DEVEDOR
            IF WK-ACHOU-DEVEDOR = 'S'
               ADD WK-SALDO-FATURA   TO WK-DEV-SALDO-CTVS(WK-IDX-DEV)
               GO TO P705-FIM
            END-IF
            IF WK-QTD-DEVEDORES NOT < 2000
               MOVE 'S'                  TO WK-TABELA-ESTOUROU
               GO TO P705-FIM
            END-IF
            ADD 1                        TO WK-QTD-DEVEDORES
            MOVE FAT-GUARDIAO  TO WK-DEV-GUARDIAO(WK-QTD-DEVEDORES)
            MOVE WK-SALDO-FATURA
                               TO WK-DEV-SALDO-CTVS(WK-QTD-DEVEDORES)
            .
       P705-FIM.

       P710-DEBITO-DA-TABELA.
            MOVE ZEROS                   TO WK-DEBITO-CTVS
            PERFORM P715-PROCURAR-DEVEDOR
            IF WK-ACHOU-DEVEDOR = 'S'
               MOVE WK-DEV-SALDO-CTVS(WK-IDX-DEV) TO WK-DEBITO-CTVS
               GO TO P710-FIM
            END-IF
            IF WK-TABELA-ESTOUROU = 'S'
               PERFORM P720-DEBITO-RESPONSAVEL THRU P720-FIM
            END-IF
            .
       P710-FIM.

       P715-PROCURAR-DEVEDOR.
            MOVE 'N'                     TO WK-ACHOU-DEVEDOR
            PERFORM P716-COMPARAR-DEVEDOR
                    VARYING WK-IDX-DEV FROM 1 BY 1
                    UNTIL WK-IDX-DEV > WK-QTD-DEVEDORES
                       OR WK-ACHOU-DEVEDOR = 'S'
            IF WK-ACHOU-DEVEDOR = 'S'
               SUBTRACT 1                FROM WK-IDX-DEV
            END-IF
            .

       P716-COMPARAR-DEVEDOR.
            IF WK-DEV-GUARDIAO(WK-IDX-DEV) = WK-GUARDIAO-CALC
               MOVE 'S'                  TO WK-ACHOU-DEVEDOR
            END-IF
            .

      ******************************************************************
      * P720-DEBITO-RESPONSAVEL: saldo vencido de um responsavel so,
      * varrendo o FATMSTR como o FATACORD faz.
      ******************************************************************
       P720-DEBITO-RESPONSAVEL.
            MOVE ZEROS                   TO WK-DEBITO-CTVS
            IF WK-GUARDIAO-CALC = ZEROS
               GO TO P720-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-FATURAS
            MOVE LOW-VALUES              TO FAT-CHAVE
            START FATURA-MASTER KEY IS NOT LESS THAN FAT-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-FATURAS
            END-START
            PERFORM P725-SOMAR-FATURA THRU P725-FIM
                    UNTIL WK-FIM-FATURAS = 'S'
            .
       P720-FIM.

       P725-SOMAR-FATURA.
            READ FATURA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-FATURAS
                    GO TO P725-FIM
            END-READ
            IF FAT-GUARDIAO NOT = WK-GUARDIAO-CALC
               GO TO P725-FIM
            END-IF
            PERFORM P730-SALDO-VENCIDO
            IF WK-SALDO-FATURA > ZEROS
               ADD WK-SALDO-FATURA       TO WK-DEBITO-CTVS
            END-IF
            .
       P725-FIM.

       P730-SALDO-VENCIDO.
            MOVE ZEROS                   TO WK-SALDO-FATURA
            IF FAT-ABERTA AND FAT-VENCIMENTO < WK-DATA-HOJE
               AND FAT-GUARDIAO NOT = ZEROS
               COMPUTE WK-SALDO-FATURA = FAT-VALOR-CTVS
                     + FAT-MULTA-CTVS + FAT-JUROS-CTVS
                     - FAT-VALOR-PAGO-CTVS
            END-IF
            .

      ******************************************************************
      * P900-GRAVA-AUDITORIA: mesma trilha selada (AUDITLOG via
      * SELOUTIL) do resto do lado escolar - ano e matricula vao na
      * mensagem, AUD-CODIGO fica zero.
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
       END PROGRAM REMATRIC.
