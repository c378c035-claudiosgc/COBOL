      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: SUBROTINA DA JANELA DE ACESSO (HRAMSTR), NO ESTILO
      *          CHAMADO/CHAMADOR DE LGLUTIL. O OPERADOR ENTRAVA NO
      *          MENUCNTT E NO MENUALUN AS 3 DA MANHA DE UM DOMINGO
      *          SEM QUE NADA O SEGURASSE. AQUI SE RESPONDE SE O
      *          USUARIO PODE ESTAR NO SISTEMA NUM DADO DIA E HORA:
      *          A JANELA PROPRIA DO USUARIO OU, NA FALTA DELA, A DA
      *          FILIAL; DIA UTIL PELO DATEUTIL 'U' (FIM DE SEMANA E
      *          FERIADO DO CALMSTR); SABADO SO SE A JANELA ABRE NO
      *          SABADO; E A EXCECAO DE HORA EXTRA APROVADA POR UM
      *          TOTAL. O ARQUIVO FICA ABERTO ENTRE AS CHAMADAS; O
      *          CHAMADOR FECHA COM A FUNCAO 'F'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRAUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELHRA'.
           COPY 'SELCAL'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDHRA'.
           COPY 'FDCAL'.
       WORKING-STORAGE SECTION.
       77  WK-FS-HORARIO                PIC X(02) VALUE SPACES.
       77  WK-FS-CALEND                 PIC X(02) VALUE SPACES.
       77  WK-SITUACAO-ARQ              PIC X(01) VALUE 'N'.
           88 WK-ARQ-FECHADO            VALUE 'N'.
           88 WK-ARQ-ABERTO             VALUE 'S'.
           88 WK-ARQ-AUSENTE            VALUE 'X'.
       77  WK-ACHOU-JANELA              PIC X(01) VALUE 'N'.
       77  WK-INTEIRO-DATA              PIC 9(07) VALUE ZEROS.
       77  WK-DIA-SEMANA                PIC 9(01) VALUE ZEROS.
      *    WK-ULTIMO-DIA / WK-TIPO-DIA: a classificacao do ultimo dia
      *    perguntado - o HRAREL confere centenas de linhas do mesmo
      *    dia e o DATEUTIL abre o CALMSTR a cada chamada.
       77  WK-ULTIMO-DIA                PIC 9(08) VALUE ZEROS.
       77  WK-TIPO-DIA                  PIC X(01) VALUE SPACE.
           88 WK-DIA-UTIL               VALUE 'U'.
           88 WK-DIA-SABADO             VALUE 'S'.
           88 WK-DIA-FECHADO            VALUE 'X'.
           COPY 'PARMDATE'.

       LINKAGE SECTION.
           COPY 'PARMHRA'.

       PROCEDURE DIVISION USING PARAMETRES-HRA.
       MAIN-PROCEDURE.
            IF LK-HRA-FECHAR
               IF WK-ARQ-ABERTO
                  CLOSE HORARIO-ACESSO
               END-IF
               SET WK-ARQ-FECHADO        TO TRUE
               GOBACK
            END-IF

            SET LK-HRA-SEM-JANELA        TO TRUE
            MOVE SPACES                  TO LK-HRA-ORIGEM
                                            LK-HRA-APROVADOR
                                            LK-HRA-MOTIVO
            MOVE ZEROS                   TO LK-HRA-FIM-JANELA

            IF WK-ARQ-FECHADO
               OPEN INPUT HORARIO-ACESSO
               IF WK-FS-HORARIO = '00'
                  SET WK-ARQ-ABERTO      TO TRUE
               ELSE
                  SET WK-ARQ-AUSENTE     TO TRUE
               END-IF
            END-IF
            IF WK-ARQ-AUSENTE
               GOBACK
            END-IF

      *     Registro do usuario: a excecao vale antes de tudo; horas
      *     zeradas mandam para a janela da filial.
            MOVE 'N'                     TO WK-ACHOU-JANELA
            MOVE 'U'                     TO HRA-TIPO
            MOVE LK-HRA-USUARIO          TO HRA-ID
            READ HORARIO-ACESSO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF HRA-EXC-DATA = LK-HRA-DATA
                       AND HRA-EXC-APROVADOR NOT = SPACES
                       AND LK-HRA-HORA < HRA-EXC-HORA-FIM
                       SET LK-HRA-EXCECAO TO TRUE
                       MOVE 'U'          TO LK-HRA-ORIGEM
                       MOVE HRA-EXC-HORA-FIM TO LK-HRA-FIM-JANELA
                       MOVE HRA-EXC-APROVADOR TO LK-HRA-APROVADOR
                       MOVE HRA-EXC-MOTIVO TO LK-HRA-MOTIVO
                       GOBACK
                    END-IF
                    IF HRA-SEMANA-INICIO NOT = ZEROS
                       OR HRA-SEMANA-FIM NOT = ZEROS
                       MOVE 'S'          TO WK-ACHOU-JANELA
                    END-IF
            END-READ

            IF WK-ACHOU-JANELA NOT = 'S'
               MOVE 'F'                  TO HRA-TIPO
               MOVE LK-HRA-FILIAL        TO HRA-ID
               READ HORARIO-ACESSO
                    INVALID KEY
                       GOBACK
                    NOT INVALID KEY
                       MOVE 'S'          TO WK-ACHOU-JANELA
               END-READ
            END-IF

            MOVE HRA-TIPO                TO LK-HRA-ORIGEM
            PERFORM P100-CLASSIFICAR-DIA THRU P100-FIM
            PERFORM P200-APLICAR-JANELA THRU P200-FIM
            GOBACK
            .

      ******************************************************************
      * P100-CLASSIFICAR-DIA: dia util (seg-sex fora de feriado) vem
      * do DATEUTIL 'U'. Dia nao util e sabado ou domingo/feriado; o
      * DATEUTIL responde 'N' para todo sabado, entao o feriado que
      * cai no sabado e conferido aqui direto no CALMSTR.
      ******************************************************************
       P100-CLASSIFICAR-DIA.
            IF LK-HRA-DATA = WK-ULTIMO-DIA
               GO TO P100-FIM
            END-IF
            MOVE LK-HRA-DATA             TO WK-ULTIMO-DIA
            SET WK-DIA-FECHADO           TO TRUE

            MOVE LK-HRA-DATA             TO LK-DATA-ENTRADA
            SET LK-SAIDA-AAAAMMDD        TO TRUE
            MOVE 'U'                     TO LK-FUNCAO
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            IF NOT LK-STATUS-OK
               GO TO P100-FIM
            END-IF
            IF LK-E-DIA-UTIL
               SET WK-DIA-UTIL           TO TRUE
               GO TO P100-FIM
            END-IF

      *     INTEGER-OF-DATE comeca numa segunda-feira: resto 6 e
      *     sabado (mesma conta do DATEUTIL).
            COMPUTE WK-INTEIRO-DATA =
                    FUNCTION INTEGER-OF-DATE(LK-HRA-DATA)
            COMPUTE WK-DIA-SEMANA = FUNCTION MOD(WK-INTEIRO-DATA, 7)
            IF WK-DIA-SEMANA NOT = 6
               GO TO P100-FIM
            END-IF
            SET WK-DIA-SABADO            TO TRUE
            OPEN INPUT CALENDARIO
            IF WK-FS-CALEND NOT = '00'
               GO TO P100-FIM
            END-IF
            MOVE LK-HRA-DATA             TO CAL-DATA
            READ CALENDARIO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WK-DIA-FECHADO   TO TRUE
            END-READ
            CLOSE CALENDARIO
            .
       P100-FIM.

      ******************************************************************
      * P200-APLICAR-JANELA: o inicio entra, o fim nao (janela 0800-
      * 1800 aceita 08:00 e recusa 18:00).
      ******************************************************************
       P200-APLICAR-JANELA.
            SET LK-HRA-FORA              TO TRUE
            EVALUATE TRUE
               WHEN WK-DIA-UTIL
                  MOVE HRA-SEMANA-FIM    TO LK-HRA-FIM-JANELA
                  IF LK-HRA-HORA NOT < HRA-SEMANA-INICIO
                     AND LK-HRA-HORA < HRA-SEMANA-FIM
                     SET LK-HRA-DENTRO   TO TRUE
                  ELSE
                     MOVE 'FORA DO HORARIO DO DIA UTIL'
                                         TO LK-HRA-MOTIVO
                  END-IF
               WHEN WK-DIA-SABADO AND HRA-ABRE-SABADO
                  MOVE HRA-SABADO-FIM    TO LK-HRA-FIM-JANELA
                  IF LK-HRA-HORA NOT < HRA-SABADO-INICIO
                     AND LK-HRA-HORA < HRA-SABADO-FIM
                     SET LK-HRA-DENTRO   TO TRUE
                  ELSE
                     MOVE 'FORA DO HORARIO DE SABADO'
                                         TO LK-HRA-MOTIVO
                  END-IF
               WHEN WK-DIA-SABADO
                  MOVE 'SABADO SEM EXPEDIENTE'
                                         TO LK-HRA-MOTIVO
               WHEN OTHER
                  MOVE 'DOMINGO OU FERIADO'
                                         TO LK-HRA-MOTIVO
            END-EVALUATE
            .
       P200-FIM.
       END PROGRAM HRAUTIL.
