      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: SUBROTINA DA JANELA DE LANCAMENTO DE NOTAS (JANMSTR),
      *          NO ESTILO CHAMADO/CHAMADOR DE PRFUTIL. O ALTNOTA E O
      *          CAMINHO CONTROLADO DE CORRECAO, MAS QUALQUER
      *          PROFESSOR AINDA DIGITAVA NOTA NUM SEMESTRE FECHADO
      *          HA MESES PELO M2AULA42/PROCTURM/AVALCNTT - E O
      *          AL-MEDIA MUDAVA CALADO. AQUI SE RESPONDE SE HOJE A
      *          MATERIA/PERIODO ACEITA LANCAMENTO: REABERTURA DA
      *          MATERIA EM VIGOR VALE PRIMEIRO; SENAO PERIODO
      *          FECHADO OU FORA DAS DATAS E RECUSADO. PERIODO SEM
      *          CALENDARIO NAO CRITICA NADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JANUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELJAN'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDJAN'.
       WORKING-STORAGE SECTION.
       77  WK-FS-JANELA                 PIC X(02) VALUE SPACES.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
           COPY 'PARMJAN'.

       PROCEDURE DIVISION USING PARAMETRES-JAN.
       MAIN-PROCEDURE.
            SET LK-JAN-SEM-CALENDARIO    TO TRUE
            MOVE 'N'                     TO LK-JAN-REABERTA
            MOVE ZEROS                   TO LK-JAN-DATA-ABRE
                                            LK-JAN-DATA-FECHA
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE

            OPEN INPUT JANELA-MASTER
            IF WK-FS-JANELA NOT = '00'
               GOBACK
            END-IF

            MOVE LK-JAN-ANO-SEMESTRE     TO JAN-ANO-SEMESTRE
            MOVE SPACES                  TO JAN-MATERIA
            READ JANELA-MASTER
                 INVALID KEY
                    CLOSE JANELA-MASTER
                    GOBACK
            END-READ

            MOVE JAN-DATA-ABRE           TO LK-JAN-DATA-ABRE
            MOVE JAN-DATA-FECHA          TO LK-JAN-DATA-FECHA
            IF JAN-FECHADA
               SET LK-JAN-FECHADO        TO TRUE
            ELSE
               IF WK-DATA-HOJE < JAN-DATA-ABRE
                  OR WK-DATA-HOJE > JAN-DATA-FECHA
                  SET LK-JAN-FORA        TO TRUE
               ELSE
                  SET LK-JAN-DENTRO      TO TRUE
               END-IF
            END-IF

            IF NOT LK-JAN-DENTRO AND LK-JAN-MATERIA NOT = SPACES
               MOVE LK-JAN-ANO-SEMESTRE  TO JAN-ANO-SEMESTRE
               MOVE LK-JAN-MATERIA       TO JAN-MATERIA
               READ JANELA-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF WK-DATA-HOJE NOT < JAN-DATA-ABRE
                          AND WK-DATA-HOJE NOT > JAN-DATA-FECHA
                          SET LK-JAN-DENTRO TO TRUE
                          MOVE 'S'       TO LK-JAN-REABERTA
                          MOVE JAN-DATA-ABRE  TO LK-JAN-DATA-ABRE
                          MOVE JAN-DATA-FECHA TO LK-JAN-DATA-FECHA
                       END-IF
               END-READ
            END-IF

            CLOSE JANELA-MASTER
            GOBACK
            .
       END PROGRAM JANUTIL.
