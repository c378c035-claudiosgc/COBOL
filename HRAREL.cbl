      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: ATIVIDADE FORA DO HORARIO - RELATORIO DIARIO. LE A
      *          TRILHA DE AUDITORIA DO DIA INFORMADO (ENTER = ONTEM)
      *          E CONFERE CADA ACAO DE OPERADOR CONTRA A JANELA DE
      *          ACESSO DELE (HRAMSTR VIA HRAUTIL): LISTA, EM ORDEM
      *          DE HORARIO, O QUE FOI FEITO FORA DA JANELA, O QUE
      *          FOI FEITO EM HORA EXTRA APROVADA (COM QUEM APROVOU)
      *          E OS LOGINS RECUSADOS POR HORARIO (LOGIN-HOR); NO
      *          FIM, O QUADRO POR USUARIO. LINHA DE LOTE (USUARIO
      *          QUE NAO ESTA NO USERMSTR) NAO ENTRA. SAIDA EM HRAREL,
      *          REGISTRADA NO SPOOL. SO LEITURA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRAREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELAUDIT'.
           COPY 'SELUSERS'.
           SELECT RELATORIO-HORARIO
               ASSIGN TO "HRAREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDAUDIT'.
           COPY 'FDUSERS'.
       FD  RELATORIO-HORARIO
           LABEL RECORD IS STANDARD.
       01  HRAREL-REC                   PIC X(132).
       WORKING-STORAGE SECTION.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-USUARIOS               PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-USUARIOS-ABERTO           PIC X(01) VALUE 'N'.
           COPY 'PARMRUN'.
           COPY 'PARMSPL'.
           COPY 'PARMHRA'.
       77  WK-DATA-DIGITADA             PIC X(08) VALUE SPACES.
       77  WK-DATA-ALVO                 PIC 9(08) VALUE ZEROS.
       77  WK-DIA-ALVO                  PIC 9(07) VALUE ZEROS.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-QTD-LIDOS                 PIC 9(07) VALUE ZEROS.
       77  WK-QTD-DO-DIA                PIC 9(07) VALUE ZEROS.
       77  WK-QTD-FORA                  PIC 9(06) VALUE ZEROS.
       77  WK-QTD-EXTRA                 PIC 9(06) VALUE ZEROS.
       77  WK-QTD-RECUSADOS             PIC 9(06) VALUE ZEROS.
       77  WK-ID-BUSCA                  PIC X(08) VALUE SPACES.
       77  WK-IDX-USR                   PIC 9(03) VALUE ZEROS.
       77  WK-POS-USR                   PIC 9(03) VALUE ZEROS.
       77  WK-SITUACAO-TEXTO            PIC X(40) VALUE SPACES.
      *****************************************************************
      * WK-TAB-OPERADORES: um item por operador com alguma linha fora
      * da janela no dia, com a filial do USERMSTR, os totais e a
      * primeira/ultima hora fora.
      *****************************************************************
       01  WK-TAB-OPERADORES.
           05 WK-QTD-OPERADORES         PIC 9(03) VALUE ZEROS.
           05 WK-OPERADORES OCCURS 200 TIMES.
               10 WK-OPR-ID             PIC X(08).
               10 WK-OPR-FILIAL         PIC X(03).
               10 WK-OPR-QTD-FORA       PIC 9(05).
               10 WK-OPR-QTD-EXTRA      PIC 9(05).
               10 WK-OPR-QTD-RECUSADOS  PIC 9(05).
               10 WK-OPR-PRIMEIRA       PIC X(04).
               10 WK-OPR-ULTIMA         PIC X(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'HRAREL'                TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            PERFORM P100-PARAMETROS
            OPEN INPUT AUDITORIA
            IF WK-FS-AUDITORIA NOT = '00'
               DISPLAY 'TRILHA DE AUDITORIA (AUDITLOG) NAO ENCONTRADA.'
               STOP RUN
            END-IF
            OPEN INPUT USUARIOS
            IF WK-FS-USUARIOS = '00'
               MOVE 'S'                  TO WK-USUARIOS-ABERTO
            END-IF
            OPEN OUTPUT RELATORIO-HORARIO
            PERFORM P150-CABECALHO

            PERFORM P200-LER-AUDITORIA THRU P200-FIM
                    UNTIL WK-FIM-ARQ = 'S'

            PERFORM P400-CABECALHO-QUADRO
            PERFORM P410-LINHA-OPERADOR
                    VARYING WK-IDX-USR FROM 1 BY 1
                    UNTIL WK-IDX-USR > WK-QTD-OPERADORES
            PERFORM P500-RODAPE

            CLOSE AUDITORIA RELATORIO-HORARIO
            IF WK-USUARIOS-ABERTO = 'S'
               CLOSE USUARIOS
            END-IF
            SET LK-HRA-FECHAR            TO TRUE
            CALL 'HRAUTIL' USING PARAMETRES-HRA

            MOVE 'HRAREL'                TO LK-SPL-NOME
            MOVE 'LOTE'                  TO LK-SPL-USUARIO
            MOVE 'HRAREL'                TO LK-SPL-ORIGEM
            CALL 'SPLUTIL' USING PARAMETRES-SPL

            DISPLAY 'LINHAS DE AUDITORIA LIDAS..: ' WK-QTD-LIDOS
            DISPLAY 'ACOES FORA DA JANELA.......: ' WK-QTD-FORA
            DISPLAY 'ACOES EM HORA EXTRA........: ' WK-QTD-EXTRA
            DISPLAY 'LOGINS RECUSADOS (HORARIO).: ' WK-QTD-RECUSADOS
            DISPLAY 'RELATORIO EM HRAREL.'

            MOVE 'HRAREL'                TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-LIDOS            TO LK-RUN-QTD-LIDOS
            MOVE ZEROS                   TO LK-RUN-QTD-APLICADOS
                                            LK-RUN-QTD-REJEITADOS
                                            LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            STOP RUN
            .

      ******************************************************************
      * P100-PARAMETROS: o lote roda de manha sobre o dia anterior -
      * a noite e a madrugada sao justamente o que interessa.
      ******************************************************************
       P100-PARAMETROS.
            DISPLAY '*** ATIVIDADE FORA DO HORARIO ***'
            DISPLAY 'DIA AAAAMMDD (ENTER P/ ONTEM): '
            ACCEPT WK-DATA-DIGITADA
            IF WK-DATA-DIGITADA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-ALVO
               COMPUTE WK-DIA-ALVO =
                       FUNCTION INTEGER-OF-DATE(WK-DATA-ALVO) - 1
               COMPUTE WK-DATA-ALVO =
                       FUNCTION DATE-OF-INTEGER(WK-DIA-ALVO)
            ELSE
               IF WK-DATA-DIGITADA NOT NUMERIC
                  DISPLAY 'DATA INVALIDA.'
                  STOP RUN
               END-IF
               MOVE WK-DATA-DIGITADA     TO WK-DATA-ALVO
            END-IF
            .

       P150-CABECALHO.
            MOVE SPACES                  TO HRAREL-REC
            STRING 'ATIVIDADE FORA DA JANELA DE ACESSO - DIA '
                   WK-DATA-ALVO(7:2) '/' WK-DATA-ALVO(5:2) '/'
                   WK-DATA-ALVO(1:4)
                   DELIMITED BY SIZE INTO HRAREL-REC
            END-STRING
            WRITE HRAREL-REC
            MOVE SPACES                  TO HRAREL-REC
            WRITE HRAREL-REC
            MOVE 'HORA  USUARIO  FIL OPERACAO   CODIGO SITUACAO'
                                         TO HRAREL-REC
            WRITE HRAREL-REC
            .

      ******************************************************************
      * P200-LER-AUDITORIA: LOGIN-HOR e gravado antes do login, com o
      * usuario em branco e o USR-ID digitado no comeco da mensagem;
      * as demais linhas valem pelo AUD-USUARIO.
      ******************************************************************
       P200-LER-AUDITORIA.
            READ AUDITORIA
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P200-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDOS
            IF AUD-DATA-HORA(1:8) NOT = WK-DATA-ALVO
               GO TO P200-FIM
            END-IF
            ADD 1                        TO WK-QTD-DO-DIA

            IF AUD-OPERACAO = 'LOGIN-HOR'
               MOVE AUD-MENSAGEM(1:8)    TO WK-ID-BUSCA
               PERFORM P210-ACHAR-OPERADOR THRU P210-FIM
               IF WK-POS-USR = ZEROS
                  GO TO P200-FIM
               END-IF
               ADD 1                     TO
                   WK-OPR-QTD-RECUSADOS(WK-POS-USR)
               ADD 1                     TO WK-QTD-RECUSADOS
               MOVE 'LOGIN RECUSADO POR HORARIO'
                                         TO WK-SITUACAO-TEXTO
               PERFORM P300-LINHA-DETALHE
               GO TO P200-FIM
            END-IF

            IF AUD-USUARIO = SPACES
               GO TO P200-FIM
            END-IF
            MOVE AUD-USUARIO             TO WK-ID-BUSCA
            PERFORM P220-LER-USUARIO THRU P220-FIM
            IF USR-ID NOT = WK-ID-BUSCA
               GO TO P200-FIM
            END-IF
            SET LK-HRA-CONFERIR          TO TRUE
            MOVE USR-ID                  TO LK-HRA-USUARIO
            MOVE USR-FILIAL              TO LK-HRA-FILIAL
            MOVE WK-DATA-ALVO            TO LK-HRA-DATA
            MOVE AUD-DATA-HORA(9:4)      TO LK-HRA-HORA
            CALL 'HRAUTIL' USING PARAMETRES-HRA
            IF NOT LK-HRA-FORA AND NOT LK-HRA-EXCECAO
               GO TO P200-FIM
            END-IF

            PERFORM P210-ACHAR-OPERADOR THRU P210-FIM
            IF WK-POS-USR = ZEROS
               GO TO P200-FIM
            END-IF
            MOVE SPACES                  TO WK-SITUACAO-TEXTO
            IF LK-HRA-FORA
               ADD 1                     TO WK-OPR-QTD-FORA(WK-POS-USR)
               ADD 1                     TO WK-QTD-FORA
               STRING 'FORA: ' LK-HRA-MOTIVO
                      DELIMITED BY SIZE INTO WK-SITUACAO-TEXTO
               END-STRING
            ELSE
               ADD 1                     TO
                   WK-OPR-QTD-EXTRA(WK-POS-USR)
               ADD 1                     TO WK-QTD-EXTRA
               STRING 'HORA EXTRA APROVADA POR ' LK-HRA-APROVADOR
                      DELIMITED BY SIZE INTO WK-SITUACAO-TEXTO
               END-STRING
            END-IF
            PERFORM P300-LINHA-DETALHE
            .
       P200-FIM.

      ******************************************************************
      * P210-ACHAR-OPERADOR: operador novo entra na tabela com a
      * filial do USERMSTR; USR-ID que nao esta no cadastro (linha
      * de lote, id digitado errado) fica de fora.
      ******************************************************************
       P210-ACHAR-OPERADOR.
            MOVE ZEROS                   TO WK-POS-USR
            PERFORM P215-COMPARAR-OPERADOR
                    VARYING WK-IDX-USR FROM 1 BY 1
                    UNTIL WK-IDX-USR > WK-QTD-OPERADORES
                       OR WK-POS-USR > ZEROS
            IF WK-POS-USR > ZEROS
               GO TO P210-FIM
            END-IF
            PERFORM P220-LER-USUARIO THRU P220-FIM
            IF USR-ID NOT = WK-ID-BUSCA
               GO TO P210-FIM
            END-IF
            IF WK-QTD-OPERADORES NOT < 200
               GO TO P210-FIM
            END-IF
            ADD 1                        TO WK-QTD-OPERADORES
            MOVE WK-QTD-OPERADORES       TO WK-POS-USR
            MOVE WK-ID-BUSCA             TO WK-OPR-ID(WK-POS-USR)
            MOVE USR-FILIAL              TO WK-OPR-FILIAL(WK-POS-USR)
            MOVE ZEROS                   TO
                 WK-OPR-QTD-FORA(WK-POS-USR)
                 WK-OPR-QTD-EXTRA(WK-POS-USR)
                 WK-OPR-QTD-RECUSADOS(WK-POS-USR)
            MOVE SPACES                  TO
                 WK-OPR-PRIMEIRA(WK-POS-USR)
                 WK-OPR-ULTIMA(WK-POS-USR)
            .
       P210-FIM.

       P215-COMPARAR-OPERADOR.
            IF WK-OPR-ID(WK-IDX-USR) = WK-ID-BUSCA
               MOVE WK-IDX-USR           TO WK-POS-USR
            END-IF
            .

      ******************************************************************
      * P220-LER-USUARIO: na volta, USR-ID = WK-ID-BUSCA so quando o
      * usuario existe no cadastro.
      ******************************************************************
       P220-LER-USUARIO.
            MOVE SPACES                  TO USR-ID
            IF WK-USUARIOS-ABERTO NOT = 'S'
               GO TO P220-FIM
            END-IF
            MOVE WK-ID-BUSCA             TO USR-ID
            READ USUARIOS
                 INVALID KEY
                    MOVE SPACES          TO USR-ID
            END-READ
            .
       P220-FIM.

       P300-LINHA-DETALHE.
            IF WK-OPR-PRIMEIRA(WK-POS-USR) = SPACES
               MOVE AUD-DATA-HORA(9:4)   TO WK-OPR-PRIMEIRA(WK-POS-USR)
            END-IF
            MOVE AUD-DATA-HORA(9:4)      TO WK-OPR-ULTIMA(WK-POS-USR)
            MOVE SPACES                  TO HRAREL-REC
            STRING AUD-DATA-HORA(9:2) ':' AUD-DATA-HORA(11:2) ' '
                   WK-OPR-ID(WK-POS-USR) ' '
                   WK-OPR-FILIAL(WK-POS-USR) ' ' AUD-OPERACAO ' '
                   AUD-CODIGO ' ' WK-SITUACAO-TEXTO
                   DELIMITED BY SIZE INTO HRAREL-REC
            END-STRING
            WRITE HRAREL-REC
            .

       P400-CABECALHO-QUADRO.
            MOVE SPACES                  TO HRAREL-REC
            WRITE HRAREL-REC
            MOVE 'QUADRO POR USUARIO' TO HRAREL-REC
            WRITE HRAREL-REC
            MOVE 'USUARIO  FIL  FORA  EXTRA RECUSADOS PRIMEIRA ULTIMA'
                                         TO HRAREL-REC
            WRITE HRAREL-REC
            .

       P410-LINHA-OPERADOR.
            MOVE SPACES                  TO HRAREL-REC
            STRING WK-OPR-ID(WK-IDX-USR) ' '
                   WK-OPR-FILIAL(WK-IDX-USR) '  '
                   WK-OPR-QTD-FORA(WK-IDX-USR) ' '
                   WK-OPR-QTD-EXTRA(WK-IDX-USR) '     '
                   WK-OPR-QTD-RECUSADOS(WK-IDX-USR) ' '
                   WK-OPR-PRIMEIRA(WK-IDX-USR) '     '
                   WK-OPR-ULTIMA(WK-IDX-USR)
                   DELIMITED BY SIZE INTO HRAREL-REC
            END-STRING
            WRITE HRAREL-REC
            .

       P500-RODAPE.
            MOVE SPACES                  TO HRAREL-REC
            WRITE HRAREL-REC
            MOVE SPACES                  TO HRAREL-REC
            STRING 'LINHAS DO DIA: ' WK-QTD-DO-DIA
                   '  FORA DA JANELA: ' WK-QTD-FORA
                   '  HORA EXTRA: ' WK-QTD-EXTRA
                   '  LOGINS RECUSADOS: ' WK-QTD-RECUSADOS
                   DELIMITED BY SIZE INTO HRAREL-REC
            END-STRING
            WRITE HRAREL-REC
            .
       END PROGRAM HRAREL.
