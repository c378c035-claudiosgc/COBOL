      *   11/08/2026 CS  Nota de recuperacao (AL-NOTA-RECUP) sai
      *                  explicita na linha da materia quando
      *                  existe.
      *   15/10/2026 CS  Dependencias em aberto (DEPMSTR) listadas
      *                  no fim do historico de cada aluno.
      *   15/10/2026 CS  Opcao de imprimir do arquivo de ex-alunos
      *                  (ALUNARCH, gravado pelo ARQALU) - todos ou
      *                  uma matricula - para o transcript pedido
      *                  anos depois da saida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY 'SELALUNO'.
           COPY 'SELHIST'.
           COPY 'SELDEP'.
           COPY 'SELALA'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDALUNO'.
           COPY 'FDHIST'.
           COPY 'FDDEP'.
           COPY 'FDALA'.
       WORKING-STORAGE SECTION.
       77  WK-FS-ALUNO                  PIC X(02) VALUE SPACES.
       77  WK-FS-HIST                   PIC X(02) VALUE SPACES.
       77  WK-FS-DEPENDENCIA            PIC X(02) VALUE SPACES.
       77  WK-FS-ALUARQ                 PIC X(02) VALUE SPACES.
       77  WK-TEM-ARQUIVO               PIC X(01) VALUE 'N'.
       77  WK-ORIGEM                    PIC X(01) VALUE 'M'.
           88 WK-ORIGEM-ARQUIVO         VALUE 'A' 'a'.
       77  WK-MATRICULA-FILTRO          PIC 9(06) VALUE ZEROS.
       77  WK-TEM-DEPENDENCIA           PIC X(01) VALUE 'N'.
       77  WK-FIM-DEP                   PIC X(01) VALUE 'N'.
       77  WK-FIM-MESTRE                PIC X(01) VALUE 'N'.
       77  WK-PRIMEIRO-REG              PIC X(01) VALUE 'S'.
       77  WK-NOME-ATUAL                PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY 'ORIGEM: M - MESTRE VIVO  A - ARQUIVO DE EX-ALUNOS'
            ACCEPT WK-ORIGEM
            IF WK-ORIGEM-ARQUIVO
               DISPLAY 'MATRICULA (ENTER P/ TODOS OS ARQUIVADOS): '
               ACCEPT WK-MATRICULA-FILTRO
            END-IF
            PERFORM P100-ABRIR-ARQUIVOS
            IF WK-ORIGEM-ARQUIVO
               PERFORM P210-LER-ARQUIVO THRU P210-FIM
                       UNTIL WK-FIM-MESTRE = 'S'
            ELSE
               PERFORM P200-LER-UM THRU P200-FIM
                       UNTIL WK-FIM-MESTRE = 'S'
            END-IF
            IF WK-PRIMEIRO-REG = 'N'
               PERFORM P450-IMPRIMIR-MEDIA-PERIODO
               PERFORM P500-IMPRIMIR-GPA
               OPEN INPUT ALUNO-MASTER
            END-IF
            OPEN OUTPUT HISTORICO
            OPEN INPUT DEPENDENCIA-MASTER
            IF WK-FS-DEPENDENCIA = '00'
               MOVE 'S'                  TO WK-TEM-DEPENDENCIA
            END-IF
            IF WK-ORIGEM-ARQUIVO
               OPEN INPUT ALUNO-ARQUIVO
               IF WK-FS-ALUARQ NOT = '00'
                  DISPLAY 'NAO HA ARQUIVO DE EX-ALUNOS (ALUNARCH).'
                  MOVE 'S'               TO WK-FIM-MESTRE
               ELSE
                  MOVE 'S'               TO WK-TEM-ARQUIVO
                  MOVE '*** HISTORICO DO ARQUIVO DE EX-ALUNOS ***'
                                         TO HIST-REC
                  WRITE HIST-REC
               END-IF
            END-IF
            .

      ******************************************************************
            .
       P200-FIM.

      ******************************************************************
      * P210-LER-ARQUIVO: mesma quebra de controle, alimentada pelas
      * imagens de nota ('N') do ALUNARCH - o ARQALU grava as notas de
      * cada ex-aluno juntas e na ordem da chave do ALUNOMST.
      ******************************************************************
       P210-LER-ARQUIVO.
            READ ALUNO-ARQUIVO
                 AT END
                    MOVE 'S'              TO WK-FIM-MESTRE
                    GO TO P210-FIM
            END-READ
            IF NOT ALA-NOTA
               GO TO P210-FIM
            END-IF
            IF WK-MATRICULA-FILTRO NOT = ZEROS AND
               ALA-MATRICULA NOT = WK-MATRICULA-FILTRO
               GO TO P210-FIM
            END-IF
            MOVE ALA-IMAGEM               TO CADASTRO-ALUNO
            PERFORM P300-TRATAR-REGISTRO
            .
       P210-FIM.

       P300-TRATAR-REGISTRO.
            IF WK-PRIMEIRO-REG = 'S'
               MOVE AL-MATRICULA         TO WK-MATRICULA-ATUAL
            END-STRING
            WRITE HIST-REC

            IF WK-TEM-DEPENDENCIA = 'S'
               PERFORM P520-LISTAR-DEPENDENCIAS
            END-IF

            MOVE SPACES                  TO HIST-REC
            WRITE HIST-REC

                                             WK-QTDE-MATERIAS
            .

      ******************************************************************
      * P520-LISTAR-DEPENDENCIAS: materias que o aluno ainda deve de
      * serie anterior (DEPMSTR 'A'), com o periodo de origem.
      ******************************************************************
       P520-LISTAR-DEPENDENCIAS.
            MOVE 'N'                     TO WK-FIM-DEP
            MOVE WK-MATRICULA-ATUAL      TO DEP-MATRICULA
            MOVE LOW-VALUES              TO DEP-MATERIA
            MOVE ZEROS                   TO DEP-PERIODO-ORIGEM
            START DEPENDENCIA-MASTER KEY IS NOT LESS THAN DEP-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-DEP
            END-START
            PERFORM P530-LER-DEPENDENCIA THRU P530-FIM
                    UNTIL WK-FIM-DEP = 'S'
            .

       P530-LER-DEPENDENCIA.
            READ DEPENDENCIA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-DEP
                    GO TO P530-FIM
            END-READ
            IF DEP-MATRICULA NOT = WK-MATRICULA-ATUAL
               MOVE 'S'                  TO WK-FIM-DEP
               GO TO P530-FIM
            END-IF
            IF DEP-ABERTA
               MOVE SPACES               TO HIST-REC
               STRING 'DEPENDENCIA EM ABERTO: ' DEP-MATERIA
                      '   ORIGEM: ' DEP-PERIODO-ORIGEM
                      '   SERIE: ' DEP-SERIE-ORIGEM
                      DELIMITED BY SIZE INTO HIST-REC
               END-STRING
               WRITE HIST-REC
            END-IF
            .
       P530-FIM.

       P900-FINALIZAR.
            CLOSE ALUNO-MASTER HISTORICO
            IF WK-TEM-DEPENDENCIA = 'S'
               CLOSE DEPENDENCIA-MASTER
            END-IF
            IF WK-TEM-ARQUIVO = 'S'
               CLOSE ALUNO-ARQUIVO
            END-IF
            .
       END PROGRAM HISTALU.
