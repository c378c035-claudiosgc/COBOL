      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE MANUTENCAO DO CAMINHO DE TURMA DO
      *          MESTRE DE ALUNOS (ALUTIDX), NO MOLDE DO IDXUTIL.
      *          QUEM GRAVA NO ALUNOMST (M2AULA42, PROCTURM, ALTNOTA,
      *          RECUPALU, AVALMED) CHAMA COM 'G' DEPOIS DO WRITE OU
      *          REWRITE - ENTRADA QUE JA EXISTE NAO E ERRO, ENTAO A
      *          REGRAVACAO TAMBEM CURA UMA ENTRADA PERDIDA; QUEM
      *          EXCLUI (ARQALU) CHAMA COM 'R' - REMOCAO DE ENTRADA
      *          INEXISTENTE NAO E ERRO. RECONSTRUCAO COMPLETA E O
      *          ALTXRBLD (LOTCONTT.JCL STEP040), O UNICO QUE CRIA O
      *          ARQUIVO - SEM ELE A SUBROTINA DEVOLVE '03'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTXUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELATX'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDATX'.
       WORKING-STORAGE SECTION.
       77  WK-FS-ALUTIDX                PIC X(02) VALUE SPACES.

       LINKAGE SECTION.
           COPY 'PARMATX'.

       PROCEDURE DIVISION USING PARAMETRES-ATX.
       MAIN-PROCEDURE.
            SET LK-ATX-OK                TO TRUE
            OPEN I-O ALUNO-TURMA-INDICE
      *     Sem o caminho nao se cria um com uma entrada so - os
      *     leitores confiariam nele e perderiam o resto do mestre.
      *     Ele nasce completo, pelo ALTXRBLD; ate la, varredura.
            IF WK-FS-ALUTIDX = '35'
               SET LK-ATX-INDISPONIVEL   TO TRUE
               GOBACK
            END-IF
            IF WK-FS-ALUTIDX NOT = '00'
               MOVE WK-FS-ALUTIDX        TO LK-ATX-STATUS
               GOBACK
            END-IF

            MOVE LK-ATX-ANO-SEMESTRE     TO ATX-ANO-SEMESTRE
            MOVE LK-ATX-MATERIA          TO ATX-MATERIA
            MOVE LK-ATX-MATRICULA        TO ATX-MATRICULA

            IF LK-ATX-GRAVAR
               WRITE REG-ALUNO-TURMA
               IF WK-FS-ALUTIDX NOT = '00' AND WK-FS-ALUTIDX NOT = '22'
                  MOVE WK-FS-ALUTIDX     TO LK-ATX-STATUS
               END-IF
            ELSE
               READ ALUNO-TURMA-INDICE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       DELETE ALUNO-TURMA-INDICE
               END-READ
            END-IF

            CLOSE ALUNO-TURMA-INDICE
            GOBACK
            .
       END PROGRAM ALTXUTIL.
