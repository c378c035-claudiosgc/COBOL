      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA MATRIZ CURRICULAR (CURMSTR). NADA NO
      *          SISTEMA DIZIA QUAIS MATERIAS UMA SERIE TEM DE CURSAR
      *          NEM QUANTAS HORAS-AULA CADA UMA EXIGE - O INSCALU
      *          INSCREVIA EM QUALQUER OFERTA E O PROGALU SO CONTAVA
      *          REPROVACOES. AQUI A COORDENACAO CADASTRA, POR ANO
      *          LETIVO E SERIE, CADA MATERIA DA MATRIZ COM A CARGA
      *          HORARIA ANUAL E SE E OBRIGATORIA OU ELETIVA, E PODE
      *          COPIAR A MATRIZ DE UM ANO PARA O SEGUINTE. INCLUIR,
      *          ALTERAR, EXCLUIR E COPIAR EXIGEM PERFIL TOTAL E VAO
      *          PARA A TRILHA DE AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURMANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELCUR'.
           COPY 'SELAUDIT'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDCUR'.
           COPY 'FDAUDIT'.
       WORKING-STORAGE SECTION.
       77  WK-FS-CURRICULO              PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-ANO-INF                   PIC 9(04) VALUE ZEROS.
       77  WK-ANO-DESTINO               PIC 9(04) VALUE ZEROS.
       77  WK-SERIE-INF                 PIC 9(02) VALUE ZEROS.
       77  WK-MATERIA-INF               PIC X(15) VALUE SPACES.
       77  WK-CARGA-INF                 PIC 9(04) VALUE ZEROS.
       77  WK-TIPO-INF                  PIC X(01) VALUE SPACES.
       77  WK-CONFIRMA                  PIC X(01) VALUE 'N'.
       77  WK-QTD-LISTADOS              PIC 9(04) VALUE ZEROS.
       77  WK-QTD-COPIADOS              PIC 9(04) VALUE ZEROS.
       77  WK-QTD-JA-EXISTIAM           PIC 9(04) VALUE ZEROS.
       77  WK-TOTAL-CARGA               PIC 9(05) VALUE ZEROS.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-OPERACAO-AUDIT            PIC X(10) VALUE SPACES.
       77  WK-MENSAGEM-AUDIT            PIC X(40) VALUE SPACES.
      *    Materias da matriz de origem, guardadas antes da copia
      *    (gravar no meio da leitura sequencial perderia a posicao).
       01  WK-TABELA-COPIA.
           03 WK-QTD-COPIA              PIC 9(03) VALUE ZEROS.
           03 WK-COPIA OCCURS 300 TIMES.
               05 WK-CP-SERIE           PIC 9(02).
               05 WK-CP-MATERIA         PIC X(15).
               05 WK-CP-CARGA           PIC 9(04).
               05 WK-CP-TIPO            PIC X(01).
       77  WK-IDX-COPIA                 PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            PERFORM P100-ABRIR-ARQUIVO
            PERFORM P200-PROCESSA THRU P200-FIM
                    UNTIL WK-SUBOPCAO = 'S' OR WK-SUBOPCAO = 's'
            CLOSE CURRICULO-MASTER
            MOVE ' *** MATRIZ CURRICULAR ***              ' TO
                                         WS-MENSSAGEM
            GOBACK
            .

       P100-ABRIR-ARQUIVO.
            OPEN I-O CURRICULO-MASTER
            IF WK-FS-CURRICULO = '35'
               OPEN OUTPUT CURRICULO-MASTER
               CLOSE CURRICULO-MASTER
               OPEN I-O CURRICULO-MASTER
            END-IF
            .

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** MATRIZ CURRICULAR POR SERIE ***'
            DISPLAY '1 - LISTAR MATRIZ DE UMA SERIE'
            DISPLAY '2 - INCLUIR MATERIA NA MATRIZ'
            DISPLAY '3 - ALTERAR CARGA/TIPO DE MATERIA'
            DISPLAY '4 - EXCLUIR MATERIA DA MATRIZ'
            DISPLAY '5 - COPIAR MATRIZ DE UM ANO PARA OUTRO'
            DISPLAY 'S - SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WK-SUBOPCAO

            EVALUATE WK-SUBOPCAO
               WHEN '1'
                  PERFORM P300-LISTAR THRU P300-FIM
               WHEN '2'
                  IF WS-PERFIL-TOTAL
                     PERFORM P400-INCLUIR THRU P400-FIM
                  ELSE
                     DISPLAY 'INCLUIR EXIGE PERFIL TOTAL.'
                  END-IF
               WHEN '3'
                  IF WS-PERFIL-TOTAL
                     PERFORM P500-ALTERAR THRU P500-FIM
                  ELSE
                     DISPLAY 'ALTERAR EXIGE PERFIL TOTAL.'
                  END-IF
               WHEN '4'
                  IF WS-PERFIL-TOTAL
                     PERFORM P600-EXCLUIR THRU P600-FIM
                  ELSE
                     DISPLAY 'EXCLUIR EXIGE PERFIL TOTAL.'
                  END-IF
               WHEN '5'
                  IF WS-PERFIL-TOTAL
                     PERFORM P700-COPIAR THRU P700-FIM
                  ELSE
                     DISPLAY 'COPIAR EXIGE PERFIL TOTAL.'
                  END-IF
               WHEN 'S'
               WHEN 's'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P200-FIM.

       P300-LISTAR.
            DISPLAY 'ANO LETIVO (AAAA): '
            ACCEPT WK-ANO-INF
            DISPLAY 'SERIE: '
            ACCEPT WK-SERIE-INF
            DISPLAY 'MATERIA         CARGA TIPO ALTERADO POR'
            MOVE ZEROS                   TO WK-QTD-LISTADOS
                                            WK-TOTAL-CARGA
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-ANO-INF              TO CUR-ANO
            MOVE WK-SERIE-INF            TO CUR-SERIE
            MOVE LOW-VALUES              TO CUR-MATERIA
            START CURRICULO-MASTER KEY IS NOT LESS THAN CUR-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P310-LISTAR-UMA THRU P310-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-QTD-LISTADOS = ZEROS
               DISPLAY 'SERIE SEM MATRIZ CADASTRADA NESTE ANO.'
            ELSE
               DISPLAY WK-QTD-LISTADOS ' MATERIA(S) - CARGA TOTAL '
                       WK-TOTAL-CARGA ' HORAS-AULA.'
            END-IF
            .
       P300-FIM.

       P310-LISTAR-UMA.
            READ CURRICULO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P310-FIM
            END-READ
            IF CUR-ANO NOT = WK-ANO-INF
               OR CUR-SERIE NOT = WK-SERIE-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P310-FIM
            END-IF
            ADD 1                        TO WK-QTD-LISTADOS
            ADD CUR-CARGA-HORARIA        TO WK-TOTAL-CARGA
            DISPLAY CUR-MATERIA ' ' CUR-CARGA-HORARIA '  '
                    CUR-TIPO '    ' CUR-USUARIO ' '
                    CUR-DATA-ALTERACAO
            .
       P310-FIM.

       P350-PEDIR-CHAVE.
            DISPLAY 'ANO LETIVO (AAAA): '
            ACCEPT WK-ANO-INF
            DISPLAY 'SERIE: '
            ACCEPT WK-SERIE-INF
            DISPLAY 'MATERIA: '
            ACCEPT WK-MATERIA-INF
            MOVE WK-ANO-INF              TO CUR-ANO
            MOVE WK-SERIE-INF            TO CUR-SERIE
            MOVE WK-MATERIA-INF          TO CUR-MATERIA
            .

       P400-INCLUIR.
            PERFORM P350-PEDIR-CHAVE
            READ CURRICULO-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY 'MATERIA JA ESTA NA MATRIZ - USE ALTERAR.'
                    GO TO P400-FIM
            END-READ
            DISPLAY 'CARGA HORARIA ANUAL (HORAS-AULA): '
            MOVE ZEROS                   TO WK-CARGA-INF
            ACCEPT WK-CARGA-INF
            DISPLAY 'TIPO (O = OBRIGATORIA, E = ELETIVA): '
            ACCEPT WK-TIPO-INF
            MOVE WK-TIPO-INF             TO CUR-TIPO
            IF WK-CARGA-INF = ZEROS OR NOT CUR-TIPO-VALIDO
               DISPLAY 'CARGA OU TIPO INVALIDO - NADA INCLUIDO.'
               GO TO P400-FIM
            END-IF
            MOVE WK-ANO-INF              TO CUR-ANO
            MOVE WK-SERIE-INF            TO CUR-SERIE
            MOVE WK-MATERIA-INF          TO CUR-MATERIA
            MOVE WK-CARGA-INF            TO CUR-CARGA-HORARIA
            MOVE WS-USUARIO-LOGADO       TO CUR-USUARIO
            MOVE WK-DATA-HOJE            TO CUR-DATA-ALTERACAO
            WRITE REG-CURRICULO
            IF WK-FS-CURRICULO = '00'
               DISPLAY 'MATERIA INCLUIDA NA MATRIZ.'
               MOVE 'CURR-INC'           TO WK-OPERACAO-AUDIT
               PERFORM P800-MONTAR-MENSAGEM
               PERFORM P900-GRAVA-AUDITORIA
            ELSE
               DISPLAY 'ERRO AO GRAVAR - FS: ' WK-FS-CURRICULO
            END-IF
            .
       P400-FIM.

       P500-ALTERAR.
            PERFORM P350-PEDIR-CHAVE
            READ CURRICULO-MASTER
                 INVALID KEY
                    DISPLAY 'MATERIA NAO ESTA NA MATRIZ.'
                    GO TO P500-FIM
            END-READ
            DISPLAY 'CARGA ATUAL: ' CUR-CARGA-HORARIA
                    '  TIPO ATUAL: ' CUR-TIPO
            DISPLAY 'NOVA CARGA (0 P/ MANTER): '
            MOVE ZEROS                   TO WK-CARGA-INF
            ACCEPT WK-CARGA-INF
            IF WK-CARGA-INF NOT = ZEROS
               MOVE WK-CARGA-INF         TO CUR-CARGA-HORARIA
            END-IF
            DISPLAY 'NOVO TIPO (O/E, BRANCO P/ MANTER): '
            MOVE SPACES                  TO WK-TIPO-INF
            ACCEPT WK-TIPO-INF
            IF WK-TIPO-INF NOT = SPACES
               MOVE WK-TIPO-INF          TO CUR-TIPO
               IF NOT CUR-TIPO-VALIDO
                  DISPLAY 'TIPO INVALIDO - NADA ALTERADO.'
                  GO TO P500-FIM
               END-IF
            END-IF
            MOVE WS-USUARIO-LOGADO       TO CUR-USUARIO
            MOVE WK-DATA-HOJE            TO CUR-DATA-ALTERACAO
            REWRITE REG-CURRICULO
            IF WK-FS-CURRICULO = '00'
               DISPLAY 'MATERIA ALTERADA.'
               MOVE 'CURR-ALT'           TO WK-OPERACAO-AUDIT
               PERFORM P800-MONTAR-MENSAGEM
               PERFORM P900-GRAVA-AUDITORIA
            ELSE
               DISPLAY 'ERRO AO ALTERAR - FS: ' WK-FS-CURRICULO
            END-IF
            .
       P500-FIM.

       P600-EXCLUIR.
            PERFORM P350-PEDIR-CHAVE
            READ CURRICULO-MASTER
                 INVALID KEY
                    DISPLAY 'MATERIA NAO ESTA NA MATRIZ.'
                    GO TO P600-FIM
            END-READ
            DISPLAY 'EXCLUIR ' CUR-MATERIA ' DA MATRIZ DA SERIE '
                    CUR-SERIE ' DE ' CUR-ANO ' (S/N)? '
            ACCEPT WK-CONFIRMA
            IF WK-CONFIRMA NOT = 'S' AND WK-CONFIRMA NOT = 's'
               GO TO P600-FIM
            END-IF
            PERFORM P800-MONTAR-MENSAGEM
            DELETE CURRICULO-MASTER
            IF WK-FS-CURRICULO = '00'
               DISPLAY 'MATERIA EXCLUIDA DA MATRIZ.'
               MOVE 'CURR-EXC'           TO WK-OPERACAO-AUDIT
               PERFORM P900-GRAVA-AUDITORIA
            ELSE
               DISPLAY 'ERRO AO EXCLUIR - FS: ' WK-FS-CURRICULO
            END-IF
            .
       P600-FIM.

      ******************************************************************
      * P700-COPIAR: a matriz do ano seguinte quase sempre repete a
      * do ano corrente. Copia todas as series do ano de origem;
      * materia que ja existe no destino nao e sobrescrita.
      ******************************************************************
       P700-COPIAR.
            DISPLAY 'ANO DE ORIGEM (AAAA): '
            ACCEPT WK-ANO-INF
            DISPLAY 'ANO DE DESTINO (AAAA): '
            ACCEPT WK-ANO-DESTINO
            IF WK-ANO-DESTINO = WK-ANO-INF
               DISPLAY 'ORIGEM E DESTINO IGUAIS.'
               GO TO P700-FIM
            END-IF
            MOVE ZEROS                   TO WK-QTD-COPIA
                                            WK-QTD-COPIADOS
                                            WK-QTD-JA-EXISTIAM
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-ANO-INF              TO CUR-ANO
            MOVE ZEROS                   TO CUR-SERIE
            MOVE LOW-VALUES              TO CUR-MATERIA
            START CURRICULO-MASTER KEY IS NOT LESS THAN CUR-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P710-GUARDAR-ORIGEM THRU P710-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-QTD-COPIA = ZEROS
               DISPLAY 'ANO DE ORIGEM SEM MATRIZ.'
               GO TO P700-FIM
            END-IF
            PERFORM P720-GRAVAR-DESTINO
                    VARYING WK-IDX-COPIA FROM 1 BY 1
                    UNTIL WK-IDX-COPIA > WK-QTD-COPIA
            DISPLAY 'MATERIAS COPIADAS......: ' WK-QTD-COPIADOS
            DISPLAY 'JA EXISTIAM NO DESTINO.: ' WK-QTD-JA-EXISTIAM
            MOVE 'CURR-COPIA'            TO WK-OPERACAO-AUDIT
            MOVE SPACES                  TO WK-MENSAGEM-AUDIT
            STRING 'MATRIZ ' WK-ANO-INF ' P/ ' WK-ANO-DESTINO
                   ' COPIADAS ' WK-QTD-COPIADOS
                   DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
            END-STRING
            PERFORM P900-GRAVA-AUDITORIA
            .
       P700-FIM.

       P710-GUARDAR-ORIGEM.
            READ CURRICULO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P710-FIM
            END-READ
            IF CUR-ANO NOT = WK-ANO-INF
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P710-FIM
            END-IF
            IF WK-QTD-COPIA NOT < 300
               DISPLAY 'MATRIZ DE ORIGEM COM MAIS DE 300 MATERIAS - '
                       'AS DEMAIS NAO FORAM COPIADAS.'
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P710-FIM
            END-IF
            ADD 1                        TO WK-QTD-COPIA
            MOVE CUR-SERIE             TO WK-CP-SERIE(WK-QTD-COPIA)
            MOVE CUR-MATERIA           TO WK-CP-MATERIA(WK-QTD-COPIA)
            MOVE CUR-CARGA-HORARIA     TO WK-CP-CARGA(WK-QTD-COPIA)
            MOVE CUR-TIPO              TO WK-CP-TIPO(WK-QTD-COPIA)
            .
       P710-FIM.

       P720-GRAVAR-DESTINO.
            MOVE WK-ANO-DESTINO          TO CUR-ANO
            MOVE WK-CP-SERIE(WK-IDX-COPIA)   TO CUR-SERIE
            MOVE WK-CP-MATERIA(WK-IDX-COPIA) TO CUR-MATERIA
            MOVE WK-CP-CARGA(WK-IDX-COPIA)   TO CUR-CARGA-HORARIA
            MOVE WK-CP-TIPO(WK-IDX-COPIA)    TO CUR-TIPO
            MOVE WS-USUARIO-LOGADO       TO CUR-USUARIO
            MOVE WK-DATA-HOJE            TO CUR-DATA-ALTERACAO
            WRITE REG-CURRICULO
            IF WK-FS-CURRICULO = '00'
               ADD 1                     TO WK-QTD-COPIADOS
            ELSE
               ADD 1                     TO WK-QTD-JA-EXISTIAM
            END-IF
            .

       P800-MONTAR-MENSAGEM.
            MOVE SPACES                  TO WK-MENSAGEM-AUDIT
            STRING CUR-ANO ' SER ' CUR-SERIE ' ' CUR-MATERIA ' '
                   CUR-CARGA-HORARIA 'H ' CUR-TIPO
                   DELIMITED BY SIZE INTO WK-MENSAGEM-AUDIT
            END-STRING
            .

      ******************************************************************
      * P900-GRAVA-AUDITORIA: mesma trilha selada (AUDITLOG via
      * SELOUTIL) do resto do lado escolar - AUD-CODIGO fica zero.
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
       END PROGRAM CURMANT.
