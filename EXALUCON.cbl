      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CONSULTA SOMENTE-LEITURA DO ARQUIVO DE EX-ALUNOS
      *          (ALUNARCH). O ARQALU TIRA DOS MESTRES VIVOS OS
      *          REGISTROS DE QUEM CONCLUIU OU FOI TRANSFERIDO HA
      *          MAIS DE N ANOS - E O EX-ALUNO PEDE HISTORICO
      *          DECADAS DEPOIS, MUITAS VEZES SEM SABER A PROPRIA
      *          MATRICULA. AQUI SE BUSCA POR MATRICULA (IDENTIDADE,
      *          MOTIVO DA SAIDA E AS NOTAS POR PERIODO) OU PELO
      *          NOME NORMALIZADO (NORMUTIL - ACENTO E CAIXA NAO
      *          IMPORTAM, BASTA O INICIO DO NOME). O DOCUMENTO
      *          OFICIAL SAI DO HISTALU OU DO TRANSALU. CADA
      *          CONSULTA E AUDITADA. EXIGE PERFIL TOTAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXALUCON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELAUDIT'.
           COPY 'SELALA'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDAUDIT'.
           COPY 'FDALA'.
       WORKING-STORAGE SECTION.
       77  WK-FS-ALUARQ                 PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQUIVO               PIC X(01) VALUE 'N'.
       77  WK-MATRICULA-BUSCA           PIC 9(06) VALUE ZEROS.
       77  WK-NOME-BUSCA                PIC X(20) VALUE SPACES.
       77  WK-NOME-BUSCA-NORM           PIC X(20) VALUE SPACES.
       77  WK-NOME-ARQ-NORM             PIC X(20) VALUE SPACES.
       77  WK-TAM-NOME                  PIC 9(02) VALUE ZEROS.
       77  WK-QTD-ACHADOS               PIC 9(04) VALUE ZEROS.
       77  WK-QTD-NOTAS                 PIC 9(04) VALUE ZEROS.
       77  WK-QTD-OUTROS                PIC 9(06) VALUE ZEROS.
       77  WK-PERCENTUAL                PIC 9(03)V9 VALUE ZEROS.
      *****************************************************************
      * AQ-IDENTIDADE: a imagem 'I' do ALUNARCH no layout do
      * REG-ALUNO-ID (FDALID); AQ-CADASTRO: a imagem 'N' no layout
      * do ALUNOMST com prefixo AQ - mesma tecnica do ARCCONS.
      *****************************************************************
       01  AQ-IDENTIDADE.
           03 AQ-ID-MATRICULA           PIC 9(06).
           03 AQ-ID-NOME                PIC X(20).
           03 AQ-ID-GUARDIAO            PIC 9(06).
           03 AQ-ID-STATUS              PIC X(01).
           03 AQ-ID-SERIE               PIC 9(02).
           03 AQ-ID-RESULT-ANO          PIC X(01).
           03 AQ-ID-DATA-TRANSF         PIC 9(08).
           03 AQ-ID-ESCOLA-DESTINO      PIC X(30).
           COPY 'LAYOUTAL' REPLACING ==CADASTRO-ALUNO== BY
                                     ==AQ-CADASTRO==
                                     LEADING ==AL== BY ==AQ==.
           COPY 'PARMNORM'.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            IF NOT WS-PERFIL-TOTAL
               DISPLAY 'CONSULTA AO ARQUIVO DE EX-ALUNOS EXIGE '
                       'PERFIL TOTAL.'
               MOVE ' *** ACESSO NEGADO (PERFIL) ***         ' TO
                                         WS-MENSSAGEM
               GOBACK
            END-IF

            PERFORM P200-PROCESSA THRU P200-FIM
                    UNTIL WK-SUBOPCAO = 'S' OR WK-SUBOPCAO = 's'
            MOVE ' *** CONSULTA A EX-ALUNOS ***           ' TO
                                         WS-MENSSAGEM
            GOBACK
            .

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** CONSULTA AO ARQUIVO DE EX-ALUNOS ***'
            DISPLAY '1 - BUSCAR POR MATRICULA'
            DISPLAY '2 - BUSCAR POR NOME'
            DISPLAY 'S - SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WK-SUBOPCAO

            IF WK-SUBOPCAO = '1' OR WK-SUBOPCAO = '2'
               PERFORM P250-COLETAR-CHAVE
               PERFORM P300-VARRER-ARQUIVO THRU P300-FIM
               DISPLAY 'EX-ALUNOS ENCONTRADOS: ' WK-QTD-ACHADOS
               PERFORM P800-AUDITAR-CONSULTA
            ELSE
               IF WK-SUBOPCAO NOT = 'S' AND WK-SUBOPCAO NOT = 's'
                  DISPLAY 'OPCAO INVALIDA!'
               END-IF
            END-IF
            .
       P200-FIM.

       P250-COLETAR-CHAVE.
            MOVE ZEROS                   TO WK-MATRICULA-BUSCA
            IF WK-SUBOPCAO = '1'
               DISPLAY 'MATRICULA: '
               ACCEPT WK-MATRICULA-BUSCA
            ELSE
               DISPLAY 'NOME (OU INICIO DO NOME): '
               ACCEPT WK-NOME-BUSCA
               MOVE WK-NOME-BUSCA        TO LK-TEXTO-ENTRADA
               CALL 'NORMUTIL' USING PARAMETRES-NORM
               MOVE LK-TEXTO-NORMALIZADO(1:20) TO WK-NOME-BUSCA-NORM
               MOVE ZEROS                TO WK-TAM-NOME
               INSPECT WK-NOME-BUSCA-NORM TALLYING WK-TAM-NOME
                       FOR CHARACTERS BEFORE INITIAL '  '
               IF WK-TAM-NOME = ZEROS
                  MOVE 20                TO WK-TAM-NOME
               END-IF
            END-IF
            .

       P300-VARRER-ARQUIVO.
            MOVE ZEROS                   TO WK-QTD-ACHADOS
                                             WK-QTD-NOTAS
                                             WK-QTD-OUTROS
            MOVE 'N'                     TO WK-FIM-ARQUIVO
            OPEN INPUT ALUNO-ARQUIVO
            IF WK-FS-ALUARQ NOT = '00'
               DISPLAY 'NAO HA ARQUIVO DE EX-ALUNOS (ALUNARCH).'
               GO TO P300-FIM
            END-IF
            PERFORM P310-LER-UM THRU P310-FIM
                    UNTIL WK-FIM-ARQUIVO = 'S'
            CLOSE ALUNO-ARQUIVO
            IF WK-SUBOPCAO = '1' AND WK-QTD-ACHADOS > ZEROS
               DISPLAY 'NOTAS ARQUIVADAS: ' WK-QTD-NOTAS
                       '  OUTROS REGISTROS (AVALIACOES, '
                       'OCORRENCIAS, CHAMADAS): ' WK-QTD-OUTROS
            END-IF
            .
       P300-FIM.

       P310-LER-UM.
            READ ALUNO-ARQUIVO
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQUIVO
                    GO TO P310-FIM
            END-READ
            IF WK-SUBOPCAO = '1'
               IF ALA-MATRICULA NOT = WK-MATRICULA-BUSCA
                  GO TO P310-FIM
               END-IF
               EVALUATE TRUE
                  WHEN ALA-IDENTIDADE
                     MOVE ALA-IMAGEM     TO AQ-IDENTIDADE
                     PERFORM P400-MOSTRAR-IDENTIDADE
                  WHEN ALA-NOTA
                     MOVE ALA-IMAGEM     TO AQ-CADASTRO
                     PERFORM P420-MOSTRAR-NOTA
                  WHEN OTHER
                     ADD 1               TO WK-QTD-OUTROS
               END-EVALUATE
               GO TO P310-FIM
            END-IF
            IF NOT ALA-IDENTIDADE
               GO TO P310-FIM
            END-IF
            MOVE ALA-IMAGEM              TO AQ-IDENTIDADE
            MOVE AQ-ID-NOME              TO LK-TEXTO-ENTRADA
            CALL 'NORMUTIL' USING PARAMETRES-NORM
            MOVE LK-TEXTO-NORMALIZADO(1:20) TO WK-NOME-ARQ-NORM
            IF WK-NOME-ARQ-NORM(1:WK-TAM-NOME) =
               WK-NOME-BUSCA-NORM(1:WK-TAM-NOME)
               PERFORM P400-MOSTRAR-IDENTIDADE
            END-IF
            .
       P310-FIM.

       P400-MOSTRAR-IDENTIDADE.
            ADD 1                        TO WK-QTD-ACHADOS
            DISPLAY 'MATRICULA ' AQ-ID-MATRICULA ' ' AQ-ID-NOME
                    ' - ARQUIVADO EM ' ALA-DATA-ARQUIVO
            IF ALA-TRANSFERIDO
               DISPLAY '  TRANSFERIDO EM ' AQ-ID-DATA-TRANSF
                       ' PARA ' AQ-ID-ESCOLA-DESTINO
            ELSE
               DISPLAY '  CONCLUINTE - ULTIMA SERIE ' AQ-ID-SERIE
            END-IF
            .

       P420-MOSTRAR-NOTA.
            ADD 1                        TO WK-QTD-NOTAS
            IF AQ-QTDE-AULAS = ZEROS
               MOVE 100                  TO WK-PERCENTUAL
            ELSE
               COMPUTE WK-PERCENTUAL ROUNDED =
                       (AQ-QTDE-PRESENCAS / AQ-QTDE-AULAS) * 100
            END-IF
            DISPLAY '  ' AQ-ANO-SEMESTRE ' ' AQ-MATERIA ' MEDIA '
                    AQ-MEDIA ' RECUP ' AQ-NOTA-RECUP ' FREQ '
                    WK-PERCENTUAL '% ' AQ-STATUS
            .

      ******************************************************************
      * P800-AUDITAR-CONSULTA: dado de ex-aluno continua sendo dado
      * pessoal de menor - cada busca deixa quem, quando e por qual
      * chave.
      ******************************************************************
       P800-AUDITAR-CONSULTA.
            OPEN EXTEND AUDITORIA
            IF WK-FS-AUDITORIA = '35'
               OPEN OUTPUT AUDITORIA
            END-IF

            MOVE FUNCTION CURRENT-DATE   TO AUD-DATA-HORA
            MOVE 'EXALU-CONS'            TO AUD-OPERACAO
            MOVE ZEROS                   TO AUD-CODIGO
            MOVE WS-USUARIO-LOGADO       TO AUD-USUARIO
            MOVE SPACES                  TO AUD-MENSAGEM
            IF WK-SUBOPCAO = '1'
               STRING 'EX-ALUNO MATRICULA ' WK-MATRICULA-BUSCA
                      ' ACHADOS ' WK-QTD-ACHADOS
                      DELIMITED BY SIZE INTO AUD-MENSAGEM
               END-STRING
            ELSE
               STRING 'EXALU NOME ' WK-NOME-BUSCA-NORM
                      ' QTD ' WK-QTD-ACHADOS
                      DELIMITED BY SIZE INTO AUD-MENSAGEM
               END-STRING
            END-IF

            MOVE ZEROS                  TO AUD-ELO
            MOVE AUDIT-REC(1:90)        TO LK-SELO-CONTEUDO
            SET LK-SELO-PROXIMO         TO TRUE
            CALL 'SELOUTIL' USING PARAMETRES-SELO
            MOVE LK-SELO-ELO            TO AUD-ELO
            WRITE AUDIT-REC

            CLOSE AUDITORIA
            .
       END PROGRAM EXALUCON.
