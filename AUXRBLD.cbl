      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: RECONSTRUCAO DO INDICE DA TRILHA DE AUDITORIA
      *          (AUDIDX), NO MESMO ESPIRITO DO SIDXRBLD COM O SECIDX.
      *          O SELOUTIL MANTEM O INDICE A CADA APPEND, MAS O
      *          CORTE MENSAL (AUDARCH) E A RASPAGEM LGPD (LGPDDEL)
      *          REESCREVEM A TRILHA E O AUDRESEL MARCA O INDICE
      *          COMO INVALIDO - ATE ESTE LOTE RODAR, HISTCNTT,
      *          CONS360, LGPDDOSS E AUDCONS VOLTAM A VARRER. APAGA
      *          O INDICE E O RECONSTROI: PRIMEIRO O ARQUIVO MORTO
      *          (AUDITARC), DEPOIS O VIVO (AUDITLOG), DUAS ENTRADAS
      *          POR LINHA (CODIGO E OPERADOR). SO LE A TRILHA - OS
      *          ELOS DO AUDVERIF NAO SAO TOCADOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUXRBLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELAUDIT'.
           COPY 'SELAUDARC'.
           COPY 'SELAUX'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDAUDIT'.
           COPY 'FDAUDARC'.
           COPY 'FDAUX'.
       WORKING-STORAGE SECTION.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-AUDARC                 PIC X(02) VALUE SPACES.
       77  WK-FS-AUDIDX                 PIC X(02) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-SEQUENCIA                 PIC 9(09) VALUE ZEROS.
       77  WK-QTD-VIVAS                 PIC 9(06) VALUE ZEROS.
       77  WK-QTD-MORTAS                PIC 9(06) VALUE ZEROS.
       77  WK-QTD-LINHAS                PIC 9(06) VALUE ZEROS.
       77  WK-LINHA-IMAGEM              PIC X(99) VALUE SPACES.
       77  WK-ORIGEM                    PIC X(01) VALUE SPACES.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'AUXRBLD'               TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

      *     O indice nasce de novo, vazio. O registro de controle entra
      *     primeiro como invalido: um abend no meio da reconstrucao
      *     deixa as consultas varrendo, nunca lendo indice pela metade.
            OPEN OUTPUT INDICE-AUDITORIA
            MOVE '0'                     TO AX-TIPO
            MOVE SPACES                  TO AX-VALOR AX-DATA-HORA
                                            AX-ORIGEM AX-IMAGEM
            MOVE ZEROS                   TO AX-SEQUENCIA
                                            AX-ULTIMA-SEQUENCIA
            SET AX-INDICE-INVALIDO       TO TRUE
            MOVE FUNCTION CURRENT-DATE(1:14) TO AX-DATA-SITUACAO
            WRITE REG-INDICE-AUDIT

            OPEN INPUT AUDITORIA-ARQUIVO
            IF WK-FS-AUDARC = '00'
               MOVE 'N'                  TO WK-FIM-ARQ
               PERFORM P200-LER-MORTA THRU P200-FIM
                       UNTIL WK-FIM-ARQ = 'S'
               CLOSE AUDITORIA-ARQUIVO
            END-IF

            OPEN INPUT AUDITORIA
            IF WK-FS-AUDITORIA = '00'
               MOVE 'N'                  TO WK-FIM-ARQ
               PERFORM P300-LER-VIVA THRU P300-FIM
                       UNTIL WK-FIM-ARQ = 'S'
               CLOSE AUDITORIA
            END-IF
            CLOSE INDICE-AUDITORIA

      *     Indice completo: controle passa a valido com a ultima
      *     sequencia, e o SELOUTIL continua a numeracao dali.
            OPEN I-O INDICE-AUDITORIA
            MOVE '0'                     TO AX-TIPO
            MOVE SPACES                  TO AX-VALOR AX-DATA-HORA
            MOVE ZEROS                   TO AX-SEQUENCIA
            READ INDICE-AUDITORIA
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE WK-SEQUENCIA    TO AX-ULTIMA-SEQUENCIA
                    SET AX-INDICE-VALIDO TO TRUE
                    MOVE FUNCTION CURRENT-DATE(1:14)
                                         TO AX-DATA-SITUACAO
                    REWRITE REG-INDICE-AUDIT
            END-READ
            CLOSE INDICE-AUDITORIA

            ADD WK-QTD-MORTAS WK-QTD-VIVAS GIVING WK-QTD-LINHAS
            DISPLAY 'INDICE DA AUDITORIA RECONSTRUIDO DE '
                    WK-QTD-LINHAS ' LINHA(S): ' WK-QTD-MORTAS
                    ' DO ARQUIVO MORTO, ' WK-QTD-VIVAS
                    ' DA TRILHA VIVA.'

            MOVE 'AUXRBLD'               TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-LINHAS           TO LK-RUN-QTD-LIDOS
            MOVE WK-QTD-LINHAS           TO LK-RUN-QTD-APLICADOS
            MOVE ZEROS                   TO LK-RUN-QTD-REJEITADOS
                                            LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            STOP RUN
            .

       P200-LER-MORTA.
            READ AUDITORIA-ARQUIVO
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    ADD 1                TO WK-QTD-MORTAS
                    MOVE AUDARC-REC      TO WK-LINHA-IMAGEM
                    MOVE 'M'             TO WK-ORIGEM
                    PERFORM P400-GRAVAR-ENTRADAS
            END-READ
            .
       P200-FIM.

       P300-LER-VIVA.
            READ AUDITORIA
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    ADD 1                TO WK-QTD-VIVAS
                    MOVE AUDIT-REC       TO WK-LINHA-IMAGEM
                    MOVE 'V'             TO WK-ORIGEM
                    PERFORM P400-GRAVAR-ENTRADAS
            END-READ
            .
       P300-FIM.

      ******************************************************************
      * P400-GRAVAR-ENTRADAS: mesma montagem de chave do AUXUTIL -
      * codigo 9(06) movido para o valor X(08), alinhado a esquerda.
      ******************************************************************
       P400-GRAVAR-ENTRADAS.
            ADD 1                        TO WK-SEQUENCIA
            MOVE 'C'                     TO AX-TIPO
            MOVE WK-LINHA-IMAGEM(37:6)   TO AX-VALOR
            MOVE WK-LINHA-IMAGEM(1:26)   TO AX-DATA-HORA
            MOVE WK-SEQUENCIA            TO AX-SEQUENCIA
            MOVE WK-ORIGEM               TO AX-ORIGEM
            MOVE WK-LINHA-IMAGEM         TO AX-IMAGEM
            WRITE REG-INDICE-AUDIT
            MOVE 'U'                     TO AX-TIPO
            MOVE WK-LINHA-IMAGEM(43:8)   TO AX-VALOR
            WRITE REG-INDICE-AUDIT
            .
       END PROGRAM AUXRBLD.
