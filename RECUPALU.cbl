      *          50 = 5,0) -> APROV-REC, SENAO REPROVADO - COM MEDIA
      *          E NOTA DE RECUPERACAO PRESERVADAS, E O HISTALU
      *          MOSTRANDO A RECUPERACAO NO HISTORICO.
      * Modification History:
      *   15/10/2026 CS  APROV-REC em oferta de dependencia baixa a
      *                  dependencia aberta da materia (DEPUTIL).
      *   15/10/2026 CS  Toda gravacao no ALUNOMST atualiza o caminho
      *                  de turma (ALUTIDX via ALTXUTIL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-QTD-APLICADAS             PIC 9(05) VALUE ZEROS.
       77  WK-QTD-REJEITADAS            PIC 9(05) VALUE ZEROS.
           COPY 'PARMCFG'.
           COPY 'PARMDEP'.
           COPY 'PARMATX'.

       LINKAGE SECTION.
           COPY 'COMAREA'.
            REWRITE CADASTRO-ALUNO
            IF WK-FS-ALUNO = '00'
               ADD 1                     TO WK-QTD-APLICADAS
               PERFORM P950-GRAVAR-CAMINHO-TURMA
               DISPLAY WK-MATRICULA-INF ' ' WK-MATERIA-INF
                       ' MEDIA ' AL-MEDIA ' RECUP ' AL-NOTA-RECUP
                       ' -> ' AL-STATUS
               IF AL-STATUS = 'APROV-REC'
                  PERFORM P550-BAIXAR-DEPENDENCIA
               END-IF
            ELSE
               DISPLAY 'ERRO AO REGRAVAR - FS: ' WK-FS-ALUNO
               ADD 1                     TO WK-QTD-REJEITADAS
            END-IF
            .
       P500-FIM.

       P550-BAIXAR-DEPENDENCIA.
            MOVE AL-MATRICULA            TO LK-DEP-MATRICULA
            MOVE AL-ANO-SEMESTRE         TO LK-DEP-ANO-SEMESTRE
            MOVE AL-MATERIA              TO LK-DEP-MATERIA
            CALL 'DEPUTIL' USING PARAMETRES-DEP
            IF LK-DEP-BAIXADA
               DISPLAY 'DEPENDENCIA DE ' LK-DEP-MATERIA-BAIXADA
                       ' CUMPRIDA.'
            END-IF
            .
      ******************************************************************
      * P450-AUDITAR-NEGATIVA: tentativa fora da autoridade vai para
      * a trilha geral (AUDITLOG, selada), como no ALTNOTA.

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
       END PROGRAM RECUPALU.
