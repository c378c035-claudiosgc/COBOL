      *                  materia/periodo e rejeitada - a superlotacao
      *                  morre antes de chegar no mestre. Sem o
      *                  registro, tudo segue como sempre.
      *   15/10/2026 CS  Linha de periodo fechado ou fora da janela
      *                  de notas (JANMSTR via JANUTIL) e rejeitada,
      *                  salvo reabertura da materia.
      *   15/10/2026 CS  Toda gravacao no ALUNOMST atualiza o caminho
      *                  de turma (ALUTIDX via ALTXUTIL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 WK-PROVAS-PESO      PIC 9V99 OCCURS 6 TIMES.
       77  WK-PROFESSOR-LOTE            PIC X(08) VALUE SPACES.
           COPY 'PARMPRF'.
           COPY 'PARMJAN'.
           COPY 'PARMATX'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                                         TO WK-MENSAGEM-REGRA
                  PERFORM P260-ACUMULAR-ERRO
               END-IF
      *        Janela de lancamento da materia/periodo (JANMSTR).
               MOVE TM-ANO-SEMESTRE   TO LK-JAN-ANO-SEMESTRE
               MOVE TM-MATERIA        TO LK-JAN-MATERIA
               CALL 'JANUTIL' USING PARAMETRES-JAN
               IF LK-JAN-FECHADO
                  MOVE 'PERIODO FECHADO PARA LANCAMENTO'
                                         TO WK-MENSAGEM-REGRA
                  PERFORM P260-ACUMULAR-ERRO
               END-IF
               IF LK-JAN-FORA
                  MOVE 'FORA DA JANELA DE NOTAS DO PERIODO'
                                         TO WK-MENSAGEM-REGRA
                  PERFORM P260-ACUMULAR-ERRO
               END-IF
      *        Com o registro de inscricoes presente, so passa quem
      *        esta MATRICULADO na oferta daquela materia/periodo.
               IF WK-INSCR-OK = 'S'
            IF WK-FS-ALUNO = '22'
               PERFORM P410-REGRAVAR-ALUNO
            END-IF
            IF WK-FS-ALUNO = '00'
               PERFORM P950-GRAVAR-CAMINHO-TURMA
            END-IF
            .

      ******************************************************************
            DISPLAY 'LINHAS REJEITADAS PELA CRITICA: '
                    WK-CONT-REJEITADOS
            .
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
       END PROGRAM PROCTURM.
