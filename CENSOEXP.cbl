      *          TRANSMISSAO DAS DEMAIS INTERFACES, E RELATA EM
      *          CENSOREJ OS ALUNOS COM REGISTRO INCOMPLETO DEMAIS
      *          PARA SUBMETER (SEM NOME OU SEM RESPONSAVEL).
      * Modification History:
      *   15/10/2026 CS  O responsavel de cada linha exportada (dado
      *                  pessoal do contato) vai para o registro de
      *                  compartilhamento (DVGUTIL/DVGLOG) com
      *                  destinatario ORGAOENS e a sequencia do header.
      *   15/10/2026 CS  Termina com GOBACK em vez de STOP RUN - o
      *                  CICLCTRL (passo AGENDA) chama este lote no
      *                  vencimento da AGPMSTR. Com AGP_PARAMETRO no
      *                  ambiente, o parametro vem dali e nada e
      *                  perguntado no console.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-FS-REJEITOS               PIC X(02) VALUE SPACES.
       77  WK-FIM-NOTAS                 PIC X(01) VALUE 'N'.
       77  WK-ANO-INF                   PIC 9(05) VALUE ZEROS.
       77  WK-PARAMETRO-AGENDA          PIC X(20) VALUE SPACES.
       77  WK-QTD-EXPORTADOS            PIC 9(06) VALUE ZEROS.
       77  WK-QTD-REJEITADOS            PIC 9(05) VALUE ZEROS.
       77  WK-HASH-MATRICULA            PIC 9(15) VALUE ZEROS.
           03 WK-TRL-CONTAGEM           PIC 9(09).
           03 WK-TRL-HASH               PIC 9(15).
           COPY 'PARMTRN'.
           COPY 'PARMDVG'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY '*** CENSO ESCOLAR - EXPORTACAO ***'
            DISPLAY 'AGP_PARAMETRO'      UPON ENVIRONMENT-NAME
            ACCEPT WK-PARAMETRO-AGENDA   FROM ENVIRONMENT-VALUE
            IF WK-PARAMETRO-AGENDA NOT = SPACES
               MOVE WK-PARAMETRO-AGENDA(1:5) TO WK-ANO-INF
            ELSE
               DISPLAY 'ANO-SEMESTRE (AAAAS): '
               ACCEPT WK-ANO-INF
            END-IF

            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P200-LER-UM THRU P200-FIM
                    UNTIL WK-FIM-NOTAS = 'S'
            PERFORM P900-FINALIZAR
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT ALUNO-MASTER
            IF WK-FS-ALUNO = '35'
               DISPLAY 'NAO HA MESTRE DE NOTAS (ALUNOMST).'
               GOBACK
            END-IF
            OPEN INPUT ALUNO-IDENTIDADE
            IF WK-FS-ALUNOID = '35'
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-HDR-DATA
            MOVE 'V001'                  TO WK-HDR-VERSAO
            MOVE LK-TRN-SEQUENCIA        TO WK-HDR-SEQUENCIA
            SET LK-DVG-ABRIR             TO TRUE
            MOVE 'ORGAOENS'              TO LK-DVG-DESTINATARIO
            MOVE LK-TRN-SEQUENCIA        TO LK-DVG-SEQUENCIA
            MOVE 'CENSOEXP'              TO LK-DVG-PROGRAMA
            CALL 'DVGUTIL' USING PARAMETRES-DVG
            MOVE SPACES                  TO REG-CENSO
            WRITE REG-CENSO FROM WK-HEADER
            .
            WRITE REG-CENSO
            ADD 1                        TO WK-QTD-EXPORTADOS
            ADD AL-MATRICULA             TO WK-HASH-MATRICULA
            MOVE MAT-GUARDIAO                 TO LK-DVG-CODIGO
            SET LK-DVG-GRAVAR            TO TRUE
            CALL 'DVGUTIL' USING PARAMETRES-DVG
            .
       P300-FIM.


            CLOSE ALUNO-MASTER ALUNO-IDENTIDADE CONTATO-MASTER
            CLOSE ARQ-CENSO RELATORIO-REJEITOS
            SET LK-DVG-FECHAR            TO TRUE
            CALL 'DVGUTIL' USING PARAMETRES-DVG
            DISPLAY 'LINHAS DO CENSO EXPORTADAS: ' WK-QTD-EXPORTADOS
            DISPLAY 'ALUNOS REJEITADOS.........: ' WK-QTD-REJEITADOS
            DISPLAY 'RESPONSAVEIS REGISTRADOS..: ' LK-DVG-QTD-GRAVADOS
            DISPLAY 'ARQUIVO EM CENSOARQ; REJEITOS EM CENSOREJ.'

            MOVE 'CENSOEXP'              TO LK-RUN-PROGRAMA
