      *          E CADA TROCA VIRA UMA LINHA EM NOTAUDIT (VALOR
      *          ANTIGO, NOVO, QUEM, QUANDO, POR QUE) - COM CONSULTA
      *          POR ALUNO OU POR OPERADOR.
      * Modification History:
      *   15/10/2026 CS  Toda gravacao no ALUNOMST atualiza o caminho
      *                  de turma (ALUTIDX via ALTXUTIL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 WK-PROVAS-QTDE      PIC 9.
               10 WK-PROVAS-PESO      PIC 9V99 OCCURS 6 TIMES.
           COPY 'PARMCFG'.
           COPY 'PARMATX'.

       LINKAGE SECTION.
           COPY 'COMAREA'.
            MOVE WK-NOTA(4)              TO AL-NOTA-4
            REWRITE CADASTRO-ALUNO
            IF WK-FS-ALUNO = '00'
               PERFORM P950-GRAVAR-CAMINHO-TURMA
               DISPLAY 'NOTA CORRIGIDA - NOVA MEDIA: ' AL-MEDIA
                       ' STATUS: ' AL-STATUS
               PERFORM P400-GRAVAR-AUDITORIA

            CLOSE AUDITORIA
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
       END PROGRAM ALTNOTA.
