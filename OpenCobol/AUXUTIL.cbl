      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE MANUTENCAO DO INDICE DA TRILHA DE
      *          AUDITORIA (AUDIDX), NO ESTILO CHAMADO/CHAMADOR DE
      *          IDXUTIL. O SELOUTIL CHAMA A CADA APPEND, DEPOIS DE
      *          CALCULAR O ELO, E A LINHA GANHA AS ENTRADAS POR
      *          CODIGO E POR OPERADOR - NENHUM DOS PROGRAMAS QUE
      *          GRAVAM AUDITORIA PRECISA SABER DO INDICE, E A
      *          CORRENTE DE ELOS NAO E TOCADA. INDICE AUSENTE NAO E
      *          CRIADO AQUI (SAIRIA SEM AS LINHAS ANTIGAS E A
      *          CONSULTA POSICIONADA ESCONDERIA HISTORICO): SO O
      *          AUXRBLD CRIA. INDICE INVALIDADO (TRILHA REESCRITA)
      *          TAMBEM NAO RECEBE ENTRADA ATE A RECONSTRUCAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUXUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELAUX'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDAUX'.
       WORKING-STORAGE SECTION.
       77  WK-FS-AUDIDX                 PIC X(02) VALUE SPACES.
       77  WK-PROXIMA-SEQUENCIA         PIC 9(09) VALUE ZEROS.
       01  WK-LINHA-AUDIT.
           03 WK-LA-DATA-HORA           PIC X(26).
           03 WK-LA-OPERACAO            PIC X(10).
           03 WK-LA-CODIGO              PIC 9(06).
           03 WK-LA-USUARIO             PIC X(08).
           03 WK-LA-MENSAGEM            PIC X(40).
           03 WK-LA-ELO                 PIC 9(09).

       LINKAGE SECTION.
           COPY 'PARMAUX'.

       PROCEDURE DIVISION USING PARAMETRES-AUX.
       MAIN-PROCEDURE.
            SET LK-AUX-OK                TO TRUE
            OPEN I-O INDICE-AUDITORIA
            IF WK-FS-AUDIDX NOT = '00'
               SET LK-AUX-INDISPONIVEL   TO TRUE
               GOBACK
            END-IF

            PERFORM P100-LER-CONTROLE THRU P100-FIM
            IF NOT LK-AUX-OK
               CLOSE INDICE-AUDITORIA
               GOBACK
            END-IF

            EVALUATE TRUE
               WHEN LK-AUX-GRAVAR
                  PERFORM P200-GRAVAR-ENTRADAS
               WHEN LK-AUX-INVALIDAR
                  SET AX-INDICE-INVALIDO TO TRUE
                  MOVE FUNCTION CURRENT-DATE(1:14) TO AX-DATA-SITUACAO
                  REWRITE REG-INDICE-AUDIT
               WHEN OTHER
                  CONTINUE
            END-EVALUATE

            CLOSE INDICE-AUDITORIA
            GOBACK
            .

      ******************************************************************
      * P100-LER-CONTROLE: sem registro de controle o indice nao veio
      * do AUXRBLD e nao serve; invalidado so aceita nova invalidacao.
      ******************************************************************
       P100-LER-CONTROLE.
            MOVE '0'                     TO AX-TIPO
            MOVE SPACES                  TO AX-VALOR AX-DATA-HORA
            MOVE ZEROS                   TO AX-SEQUENCIA
            READ INDICE-AUDITORIA
                 INVALID KEY
                    SET LK-AUX-INDISPONIVEL TO TRUE
                    GO TO P100-FIM
            END-READ
            IF AX-INDICE-INVALIDO AND NOT LK-AUX-INVALIDAR
               SET LK-AUX-INDISPONIVEL   TO TRUE
            END-IF
            .
       P100-FIM.

       P200-GRAVAR-ENTRADAS.
            ADD 1 AX-ULTIMA-SEQUENCIA GIVING WK-PROXIMA-SEQUENCIA
            MOVE WK-PROXIMA-SEQUENCIA    TO AX-ULTIMA-SEQUENCIA
            REWRITE REG-INDICE-AUDIT

            MOVE LK-AUX-IMAGEM           TO WK-LINHA-AUDIT
            MOVE 'C'                     TO AX-TIPO
            MOVE WK-LA-CODIGO            TO AX-VALOR
            MOVE WK-LA-DATA-HORA         TO AX-DATA-HORA
            MOVE WK-PROXIMA-SEQUENCIA    TO AX-SEQUENCIA
            MOVE LK-AUX-ORIGEM           TO AX-ORIGEM
            MOVE LK-AUX-IMAGEM           TO AX-IMAGEM
            WRITE REG-INDICE-AUDIT
            MOVE 'U'                     TO AX-TIPO
            MOVE WK-LA-USUARIO           TO AX-VALOR
            WRITE REG-INDICE-AUDIT
            IF WK-FS-AUDIDX NOT = '00' AND WK-FS-AUDIDX NOT = '22'
               MOVE WK-FS-AUDIDX         TO LK-AUX-STATUS
            END-IF
            .
       END PROGRAM AUXUTIL.
