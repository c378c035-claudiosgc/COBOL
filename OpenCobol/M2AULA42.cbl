       77  WK-TEM-COMAREA          PIC X(01) VALUE 'N'.
           COPY 'PARMEXC'.
           COPY 'PARMPRF'.
           COPY 'PARMJAN'.
           COPY 'PARMATX'.

       LINKAGE SECTION.
           COPY 'COMAREA'.
              GOBACK
           END-IF

      *    Janela de lancamento (JANMSTR via JANUTIL): periodo
      *    fechado ou fora das datas recusa, salvo reabertura da
      *    materia pelo coordenador; sem calendario nao critica.
           MOVE WK-ANO-SEMESTRE       TO LK-JAN-ANO-SEMESTRE
           MOVE WK-MATERIA            TO LK-JAN-MATERIA
           CALL 'JANUTIL' USING PARAMETRES-JAN
               ON EXCEPTION
                  SET LK-JAN-SEM-CALENDARIO TO TRUE
           END-CALL
           IF LK-JAN-FECHADO OR LK-JAN-FORA
              IF LK-JAN-FECHADO
                 DISPLAY 'PERIODO FECHADO - LANCAMENTO RECUSADO.'
              ELSE
                 DISPLAY 'FORA DA JANELA DE NOTAS ('
                         LK-JAN-DATA-ABRE ' A ' LK-JAN-DATA-FECHA
                         ') - LANCAMENTO RECUSADO.'
              END-IF
              PERFORM 3001-FINALIZAR
              GOBACK
           END-IF

           PERFORM 1003-LOCALIZAR-CONFIG

           DISPLAY 'INFORME AS ' WK-QTDE-NOTAS-ATUAL ' NOTAS OBTIDAS: '
           IF WK-FS-ALUNO = '22'
              PERFORM 2004-REGRAVAR-ALUNO
           END-IF
           IF WK-FS-ALUNO = '00'
              PERFORM 2005-GRAVAR-CAMINHO-TURMA
           END-IF
           .

      *****************************************************************
           REWRITE CADASTRO-ALUNO
           .

      *****************************************************************
      * 2005-GRAVAR-CAMINHO-TURMA: entrada do registro no caminho de
      * turma (ALUTIDX via ALTXUTIL), por onde os batches de turma
      * posicionam no periodo/materia. Entrada ja existente nao e
      * erro; rodando avulso (sem os modulos do sistema no caminho)
      * nao se aplica - o ALTXRBLD reconstroi depois.
      *****************************************************************
       2005-GRAVAR-CAMINHO-TURMA.
           SET LK-ATX-GRAVAR        TO TRUE
           MOVE AL-MATRICULA        TO LK-ATX-MATRICULA
           MOVE AL-ANO-SEMESTRE     TO LK-ATX-ANO-SEMESTRE
           MOVE AL-MATERIA          TO LK-ATX-MATERIA
           CALL 'ALTXUTIL' USING PARAMETRES-ATX
               ON EXCEPTION
                  CONTINUE
           END-CALL
           .

       3000-FINALIZAR SECTION.
       3001-FINALIZAR.
           CLOSE ALUNO-MASTER
