      *                  nenhum candidato serve. O placar criados x
      *                  reutilizados fica no GUARDCTL para
      *                  acompanhar a torneira de duplicados.
      *   15/10/2026 CS  Aluno novo sai com o checklist de documentos
      *                  de matricula aberto (DOCUTIL): um pendente
      *                  por documento obrigatorio do TDOCMSTR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-TOT-CRIADOS               PIC 9(06) VALUE ZEROS.
       77  WK-TOT-REUTILIZADOS          PIC 9(06) VALUE ZEROS.
           COPY 'PARMNORM'.
           COPY 'PARMDOC'.
       01  PARAMETRES-SEQ.
           05 LK-STATUS-SEQ             PIC 99 VALUE 0.
           05 LK-NOVO-CODIGO            PIC 9(06) VALUE 0.
            IF WK-FS-ALUNOID = '00'
               DISPLAY 'ALUNO MATRICULADO - MATRICULA: '
                       MAT-MATRICULA
               PERFORM P370-ABRIR-CHECKLIST
            ELSE
               DISPLAY 'ERRO AO GRAVAR - FS: ' WK-FS-ALUNOID
            END-IF
            .
       P360-FIM.

      ******************************************************************
      * P370-ABRIR-CHECKLIST: os documentos exigidos na matricula
      * (TDOCMSTR) entram pendentes no DOCMSTR para a secretaria ir
      * dando baixa no DOCALU conforme o responsavel entrega.
      ******************************************************************
       P370-ABRIR-CHECKLIST.
            MOVE MAT-MATRICULA           TO LK-DOC-MATRICULA
            MOVE WS-USUARIO-LOGADO       TO LK-DOC-USUARIO
            CALL 'DOCUTIL' USING PARAMETRES-DOC
            EVALUATE TRUE
               WHEN LK-DOC-ABERTO
                  DISPLAY 'CHECKLIST DE DOCUMENTOS ABERTO: '
                          LK-DOC-QTD-ABERTOS ' PENDENTE(S) - '
                          'REGISTRE A ENTREGA NO DOCALU.'
               WHEN LK-DOC-SEM-TABELA
                  DISPLAY 'SEM TIPOS DE DOCUMENTO NO TDOCMSTR - '
                          'CHECKLIST NAO ABERTO.'
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            .

       P400-CONSULTAR.
            DISPLAY 'MATRICULA: '
            ACCEPT WK-MATRICULA-PROCURA
