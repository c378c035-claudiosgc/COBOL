      *          AVALIACOES COM DATA, TIPO E PESO. ALUNO/MATERIA SEM
      *          REGISTRO NO ALUNOMST E RELATADO E PULADO (AS NOTAS
      *          ENTRAM PELO M2AULA42/PROCTURM COMO SEMPRE).
      * Modification History:
      *   15/10/2026 CS  Periodo fechado na janela de notas (JANMSTR
      *                  via JANUTIL) nao e regravado, salvo materia
      *                  reaberta pelo coordenador.
      *   15/10/2026 CS  Toda gravacao no ALUNOMST atualiza o caminho
      *                  de turma (ALUTIDX via ALTXUTIL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-QTD-NOTAS                 PIC 9(02) VALUE ZEROS.
       77  WK-QTD-APLICADOS             PIC 9(04) VALUE ZEROS.
       77  WK-QTD-SEM-MESTRE            PIC 9(04) VALUE ZEROS.
       77  WK-QTD-FECHADOS              PIC 9(04) VALUE ZEROS.
       01  WK-NOTAS-EXIBICAO.
           05 WK-NOTA-EXIB              PIC 9(02)V9 OCCURS 4 TIMES.
           COPY 'PARMRUN'.
           COPY 'PARMJAN'.
           COPY 'PARMATX'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY 'ALUNO/MATERIA ATUALIZADOS: ' WK-QTD-APLICADOS
            DISPLAY 'SEM REGISTRO NO MESTRE...: '
                    WK-QTD-SEM-MESTRE
            DISPLAY 'PERIODO FECHADO..........: '
                    WK-QTD-FECHADOS
            ADD WK-QTD-FECHADOS          TO WK-QTD-SEM-MESTRE

            MOVE 'AVALMED '              TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
      * aleatoria, nao mexe na varredura do AVALMSTR.
      ******************************************************************
       P400-APLICAR-NO-MESTRE.
      *     Periodo ja fechado nao muda mais AL-MEDIA por aqui - so
      *     a materia reaberta pelo coordenador.
            MOVE WK-ANO-INF              TO LK-JAN-ANO-SEMESTRE
            MOVE WK-MATERIA-ATUAL        TO LK-JAN-MATERIA
            CALL 'JANUTIL' USING PARAMETRES-JAN
            IF LK-JAN-FECHADO
               ADD 1                     TO WK-QTD-FECHADOS
               DISPLAY 'PERIODO FECHADO: '
                       WK-MATRICULA-ATUAL ' '
                       WK-MATERIA-ATUAL
               GO TO P400-FIM
            END-IF

            MOVE WK-MATRICULA-ATUAL      TO AL-MATRICULA
            MOVE WK-ANO-INF              TO AL-ANO-SEMESTRE
            MOVE WK-MATERIA-ATUAL        TO AL-MATERIA
            REWRITE CADASTRO-ALUNO
            IF WK-FS-ALUNO = '00'
               ADD 1                     TO WK-QTD-APLICADOS
               PERFORM P950-GRAVAR-CAMINHO-TURMA
            END-IF
            .
       P400-FIM.
      ******************************************************************
      * P950-GRAVAR-CAMINHO-TURMA: entrada do registro no caminho de
      * turma (ALUTIDX via ALTXUTIL) - e o que deixa os batches de
      * turma posicionar no periodo/materia em vez de varrer o mestre.
      * Entrada ja existente nao e erro. Recuperacao e o ALTXRBLD.
      ******************************************************************
       P950-GRAVAR-CAMINHO-TURMA.
            SET LK-ATX-GRAVAR            TO TRUE
            MOVE AL-MATRICULA            TO LK-ATX-MATRICULA
            MOVE AL-ANO-SEMESTRE         TO LK-ATX-ANO-SEMESTRE
            MOVE AL-MATERIA              TO LK-ATX-MATERIA
            CALL 'ALTXUTIL' USING PARAMETRES-ATX
            .
       END PROGRAM AVALMED.
