      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: RECONSTRUCAO DO CAMINHO DE TURMA (ALUTIDX) A PARTIR
      *          DO ALUNOMST, NO MESMO ESPIRITO DO IDXREBLD. E A CARGA
      *          INICIAL DO CAMINHO (O MESTRE JA EXISTIA ANTES DELE) E
      *          A RECUPERACAO QUANDO O INDICE SE PERDE OU FICA FORA
      *          DE FASE COM O MESTRE (RESTORE DE BACKUP, ABEND NO
      *          MEIO DE UMA GRAVACAO): RECRIA O ARQUIVO DO ZERO COM
      *          UMA ENTRADA POR REGISTRO DO MESTRE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTXRBLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELALUNO'.
           COPY 'SELATX'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDALUNO'.
           COPY 'FDATX'.
       WORKING-STORAGE SECTION.
       77  WK-FS-ALUNO                  PIC X(02) VALUE SPACES.
       77  WK-FS-ALUTIDX                PIC X(02) VALUE SPACES.
       77  WK-FIM-MESTRE                PIC X(01) VALUE 'N'.
       77  WK-QTD-LIDOS                 PIC 9(06) VALUE ZEROS.
       77  WK-QTD-ENTRADAS              PIC 9(06) VALUE ZEROS.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'ALTXRBLD'              TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            OPEN INPUT ALUNO-MASTER
            IF WK-FS-ALUNO = '35'
               DISPLAY 'NAO HA MESTRE DE ALUNOS (ALUNOMST).'
               STOP RUN
            END-IF
      *     O caminho nasce de novo, vazio - so o que o mestre diz
      *     volta.
            OPEN OUTPUT ALUNO-TURMA-INDICE

            PERFORM P200-LER-UM THRU P200-FIM
                    UNTIL WK-FIM-MESTRE = 'S'

            CLOSE ALUNO-MASTER ALUNO-TURMA-INDICE
            DISPLAY 'CAMINHO DE TURMA RECONSTRUIDO - ENTRADAS: '
                    WK-QTD-ENTRADAS

            MOVE 'ALTXRBLD'              TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-LIDOS            TO LK-RUN-QTD-LIDOS
            MOVE WK-QTD-ENTRADAS         TO LK-RUN-QTD-APLICADOS
            COMPUTE LK-RUN-QTD-REJEITADOS = WK-QTD-LIDOS -
                                            WK-QTD-ENTRADAS
            MOVE ZEROS                   TO LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            STOP RUN
            .

       P200-LER-UM.
            READ ALUNO-MASTER NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-MESTRE
                 NOT AT END
                    ADD 1                TO WK-QTD-LIDOS
                    PERFORM P300-GRAVAR-ENTRADA
            END-READ
            .
       P200-FIM.

       P300-GRAVAR-ENTRADA.
            MOVE AL-ANO-SEMESTRE         TO ATX-ANO-SEMESTRE
            MOVE AL-MATERIA              TO ATX-MATERIA
            MOVE AL-MATRICULA            TO ATX-MATRICULA
            WRITE REG-ALUNO-TURMA
            IF WK-FS-ALUTIDX = '00'
               ADD 1                     TO WK-QTD-ENTRADAS
            END-IF
            .
       END PROGRAM ALTXRBLD.
