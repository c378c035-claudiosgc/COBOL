      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CARGA PERIODICA DO CADASTRO NACIONAL NAO ME PERTURBE.
      *          AS LISTAS DE LIGACAO (AGDLIST, ANIVCNTT) IMPRIMIAM
      *          TELEFONE SEM OLHAR O CADASTRO NACIONAL DE BLOQUEIO DE
      *          TELEMARKETING - E JA TIVEMOS RECLAMACAO. ESTE LOTE LE
      *          O ARQUIVO NACIONAL (NMPEXT, LINHAS DDD,NUMERO - O
      *          NUMERO COM 8 OU 9 DIGITOS), RECRIA O NMPMSTR E VARRE
      *          O CADASTRO-PF UMA VEZ: CADA TELEFONE DE CONTATO ATIVO
      *          E MARCADO OU DESMARCADO EM WK-NMP-BLOQUEIO, COM LINHA
      *          DE AUDITORIA E IMAGEM NO CONTJRNL PARA QUEM MUDOU. O
      *          RELATORIO NMPREL LISTA QUEM FICOU SEM NENHUM NUMERO
      *          LIBERADO NESTA CARGA (E SE TEM RELACIONAMENTO
      *          DOCUMENTADO - FINALIDADE L NO CONSENT - QUE AINDA
      *          PERMITE A LIGACAO) E FECHA COM OS TOTAIS. ARQUIVO SEM
      *          NENHUMA LINHA VALIDA NAO MEXE NO CADASTRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NMPCARGA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELCONT'.
           COPY 'SELAUDIT'.
           COPY 'SELCON'.
           COPY 'SELNMP'.
           SELECT ARQ-NMP
               ASSIGN TO "NMPEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EXTRATO.
           SELECT RELATORIO-NMP
               ASSIGN TO "NMPREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDCONT'.
           COPY 'FDAUDIT'.
           COPY 'FDCON'.
           COPY 'FDNMP'.
       FD  ARQ-NMP
           LABEL RECORD IS STANDARD.
       01  NMP-EXT-REC                  PIC X(40).
       FD  RELATORIO-NMP
           LABEL RECORD IS STANDARD.
       01  NMP-REL-REC                  PIC X(132).
       WORKING-STORAGE SECTION.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-CONSENT                PIC X(02) VALUE SPACES.
       77  WK-FS-NMP                    PIC X(02) VALUE SPACES.
       77  WK-FS-EXTRATO                PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
           COPY 'PARMRUN'.
           COPY 'PARMJRN'.
       77  WK-IMAGEM-ANTES              PIC X(400) VALUE SPACES.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-FIM-EXTRATO               PIC X(01) VALUE 'N'.
       77  WK-FIM-MESTRE                PIC X(01) VALUE 'N'.
       77  WK-TEM-CONSENT               PIC X(01) VALUE 'N'.
       77  WK-LINHA-OK                  PIC X(01) VALUE 'S'.
       77  WK-DDD-TEXTO                 PIC X(02) VALUE SPACES.
       77  WK-NUMERO-TEXTO              PIC X(09) VALUE SPACES.
       77  WK-TAM-NUMERO                PIC 9(02) VALUE ZEROS.
       77  WK-MOTIVO                    PIC X(30) VALUE SPACES.
       77  WK-IDX-TEL                   PIC 9(01) VALUE ZEROS.
       77  WK-NOVO-BLOQUEIO             PIC X(01) VALUE SPACES.
       77  WK-MUDOU                     PIC X(01) VALUE 'N'.
       77  WK-GANHOU-BLOQUEIO           PIC X(01) VALUE 'N'.
       77  WK-LIGAVEL-ANTES             PIC X(01) VALUE 'N'.
       77  WK-LIGAVEL-DEPOIS            PIC X(01) VALUE 'N'.
       77  WK-RELACIONAMENTO            PIC X(01) VALUE 'N'.
       77  WK-QTD-LINHAS                PIC 9(07) VALUE ZEROS.
       77  WK-QTD-CARREGADAS            PIC 9(07) VALUE ZEROS.
       77  WK-QTD-INVALIDAS             PIC 9(07) VALUE ZEROS.
       77  WK-QTD-REPETIDAS             PIC 9(07) VALUE ZEROS.
       77  WK-QTD-CONFERIDOS            PIC 9(06) VALUE ZEROS.
       77  WK-QTD-TEL-BLOQUEADOS        PIC 9(06) VALUE ZEROS.
       77  WK-QTD-NOVOS-BLOQUEIOS       PIC 9(06) VALUE ZEROS.
       77  WK-QTD-SEM-LIGACAO           PIC 9(06) VALUE ZEROS.
       77  WK-QTD-COM-RELACIONAMENTO    PIC 9(06) VALUE ZEROS.
       77  WK-QTD-LIBERADOS             PIC 9(06) VALUE ZEROS.
       77  WK-QTD-ALTERADOS             PIC 9(06) VALUE ZEROS.
      *****************************************************************
      * WK-BLOQUEIO-ANTES: as marcas do contato como estavam antes da
      * carga, para saber quem ganhou bloqueio e quem ficou sem
      * nenhum numero para ligar.
      *****************************************************************
       01  WK-BLOQUEIO-ANTES.
           05 WK-BLOQ-ANTES             PIC X(01) OCCURS 3 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'NMPCARGA'              TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY '*** CARGA DO CADASTRO NAO ME PERTURBE ***'
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE

            PERFORM P100-ABRIR-ARQUIVOS THRU P100-FIM
            PERFORM P200-LER-EXTRATO THRU P200-FIM
                    UNTIL WK-FIM-EXTRATO = 'S'
            CLOSE ARQ-NMP

            IF WK-QTD-CARREGADAS = ZEROS
               MOVE SPACES               TO NMP-REL-REC
               WRITE NMP-REL-REC
               MOVE 'NENHUMA LINHA VALIDA NO ARQUIVO - CADASTRO DE '
                    TO NMP-REL-REC
               MOVE 'CONTATOS NAO FOI ALTERADO.'
                                         TO NMP-REL-REC(48:30)
               WRITE NMP-REL-REC
               MOVE 'S'                  TO WK-FIM-MESTRE
            ELSE
               MOVE SPACES               TO NMP-REL-REC
               WRITE NMP-REL-REC
               MOVE 'CONTATOS QUE FICARAM SEM NUMERO LIBERADO:'
                                         TO NMP-REL-REC
               WRITE NMP-REL-REC
               MOVE 'CODIGO NOME                            TELEFONE 1'
                                         TO NMP-REL-REC
               MOVE 'RELACIONAMENTO'     TO NMP-REL-REC(62:14)
               WRITE NMP-REL-REC
            END-IF
            PERFORM P400-LER-CONTATO THRU P400-FIM
                    UNTIL WK-FIM-MESTRE = 'S'

            PERFORM P900-FINALIZAR
            STOP RUN
            .

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT ARQ-NMP
            IF WK-FS-EXTRATO NOT = '00'
               DISPLAY 'ARQUIVO NAO ME PERTURBE (NMPEXT) NAO '
                       'ENCONTRADO.'
               STOP RUN
            END-IF
            OPEN I-O CONTATO-MASTER
            IF WK-FS-CONTATO = '35'
               DISPLAY 'NAO HA CADASTRO DE CONTATOS.'
               CLOSE ARQ-NMP
               STOP RUN
            END-IF
            OPEN INPUT CONSENTIMENTO
            IF WK-FS-CONSENT = '00'
               MOVE 'S'                  TO WK-TEM-CONSENT
            END-IF
      *     O cadastro nacional vem inteiro a cada carga: o NMPMSTR e
      *     recriado, e numero que saiu do arquivo deixa de bloquear.
            OPEN OUTPUT NMP-MASTER
            CLOSE NMP-MASTER
            OPEN I-O NMP-MASTER

            OPEN OUTPUT RELATORIO-NMP
            MOVE SPACES                  TO NMP-REL-REC
            STRING 'CARGA DO CADASTRO NAO ME PERTURBE - PROCESSADA EM '
                   WK-DATA-HOJE(7:2) '/' WK-DATA-HOJE(5:2) '/'
                   WK-DATA-HOJE(1:4)
                   DELIMITED BY SIZE INTO NMP-REL-REC
            END-STRING
            WRITE NMP-REL-REC
            MOVE SPACES                  TO NMP-REL-REC
            WRITE NMP-REL-REC
            MOVE 'LINHAS INVALIDAS DO ARQUIVO:' TO NMP-REL-REC
            WRITE NMP-REL-REC
            .
       P100-FIM.

      ******************************************************************
      * P200-LER-EXTRATO: cada linha valida vira uma chave DDD + os 8
      * ultimos digitos do numero no NMPMSTR. Numero repetido no
      * arquivo (ou celular que so difere pelo nono digito) fica com
      * a primeira ocorrencia.
      ******************************************************************
       P200-LER-EXTRATO.
            READ ARQ-NMP
                 AT END
                    MOVE 'S'             TO WK-FIM-EXTRATO
                    GO TO P200-FIM
            END-READ
            IF NMP-EXT-REC = SPACES
               GO TO P200-FIM
            END-IF
            ADD 1                        TO WK-QTD-LINHAS
            PERFORM P250-VALIDAR-LINHA THRU P250-FIM
            IF WK-LINHA-OK NOT = 'S'
               ADD 1                     TO WK-QTD-INVALIDAS
               MOVE SPACES               TO NMP-REL-REC
               STRING WK-MOTIVO ' ' NMP-EXT-REC
                      DELIMITED BY SIZE INTO NMP-REL-REC
               END-STRING
               WRITE NMP-REL-REC
               GO TO P200-FIM
            END-IF

            MOVE WK-DDD-TEXTO            TO NMP-DDD
            IF WK-TAM-NUMERO = 9
               MOVE WK-NUMERO-TEXTO(2:8) TO NMP-NUMERO
            ELSE
               MOVE WK-NUMERO-TEXTO(1:8) TO NMP-NUMERO
            END-IF
            MOVE WK-NUMERO-TEXTO         TO NMP-NUMERO-ORIGINAL
            MOVE WK-DATA-HOJE            TO NMP-DATA-CARGA
            WRITE REG-NMP
            IF WK-FS-NMP = '00'
               ADD 1                     TO WK-QTD-CARREGADAS
            ELSE
               ADD 1                     TO WK-QTD-REPETIDAS
            END-IF
            .
       P200-FIM.

       P250-VALIDAR-LINHA.
            MOVE 'S'                     TO WK-LINHA-OK
            MOVE SPACES                  TO WK-DDD-TEXTO
                                            WK-NUMERO-TEXTO WK-MOTIVO
            MOVE ZEROS                   TO WK-TAM-NUMERO
            UNSTRING NMP-EXT-REC DELIMITED BY ',' OR ALL SPACE
                INTO WK-DDD-TEXTO
                     WK-NUMERO-TEXTO COUNT IN WK-TAM-NUMERO
            END-UNSTRING

            IF WK-DDD-TEXTO NOT NUMERIC OR WK-DDD-TEXTO < '11'
               MOVE 'DDD INVALIDO'       TO WK-MOTIVO
               MOVE 'N'                  TO WK-LINHA-OK
               GO TO P250-FIM
            END-IF
            IF WK-TAM-NUMERO NOT = 8 AND WK-TAM-NUMERO NOT = 9
               MOVE 'NUMERO INVALIDO'    TO WK-MOTIVO
               MOVE 'N'                  TO WK-LINHA-OK
               GO TO P250-FIM
            END-IF
            IF WK-NUMERO-TEXTO(1:WK-TAM-NUMERO) NOT NUMERIC
               MOVE 'NUMERO INVALIDO'    TO WK-MOTIVO
               MOVE 'N'                  TO WK-LINHA-OK
            END-IF
            .
       P250-FIM.

      ******************************************************************
      * P400-LER-CONTATO: varredura unica do mestre. So contato ativo
      * e nao anonimizado e conferido; cada telefone em uso e
      * procurado no NMPMSTR e a marca e refeita. Contato sem nenhuma
      * mudanca de marca nao e regravado.
      ******************************************************************
       P400-LER-CONTATO.
            READ CONTATO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-MESTRE
                    GO TO P400-FIM
            END-READ
            IF NOT WK-REG-ATIVO OR WK-REG-ANONIMIZADO
               GO TO P400-FIM
            END-IF
            ADD 1                        TO WK-QTD-CONFERIDOS

            MOVE SPACES                  TO WK-IMAGEM-ANTES
            MOVE CADASTRO-PF             TO WK-IMAGEM-ANTES
            MOVE 'N'                     TO WK-MUDOU
                                            WK-GANHOU-BLOQUEIO
                                            WK-LIGAVEL-ANTES
                                            WK-LIGAVEL-DEPOIS
            PERFORM P410-CONFERIR-TELEFONE
                    VARYING WK-IDX-TEL FROM 1 BY 1
                    UNTIL WK-IDX-TEL > 3

            IF WK-MUDOU NOT = 'S'
               GO TO P400-FIM
            END-IF
            MOVE WK-DATA-HOJE            TO WK-DATA-NMP
            REWRITE CADASTRO-PF
            IF WK-FS-CONTATO NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR CONTATO ' WK-CODIGO
                       ' - FS: ' WK-FS-CONTATO
               GO TO P400-FIM
            END-IF
            ADD 1                        TO WK-QTD-ALTERADOS
            PERFORM P710-GRAVAR-AUDITORIA
            PERFORM P720-GRAVAR-DIARIO

            IF WK-GANHOU-BLOQUEIO = 'S'
               ADD 1                     TO WK-QTD-NOVOS-BLOQUEIOS
            END-IF
            IF WK-LIGAVEL-ANTES = 'S' AND WK-LIGAVEL-DEPOIS = 'N'
               PERFORM P600-LISTAR-SEM-LIGACAO
            END-IF
            IF WK-LIGAVEL-ANTES = 'N' AND WK-LIGAVEL-DEPOIS = 'S'
               ADD 1                     TO WK-QTD-LIBERADOS
            END-IF
            .
       P400-FIM.

      ******************************************************************
      * P410-CONFERIR-TELEFONE: telefone fora do WK-QTDE-TELEFONES ou
      * zerado nao e numero de ligacao e perde qualquer marca antiga.
      ******************************************************************
       P410-CONFERIR-TELEFONE.
            MOVE WK-NMP-BLOQUEIO(WK-IDX-TEL) TO
                 WK-BLOQ-ANTES(WK-IDX-TEL)
            MOVE SPACE                   TO WK-NOVO-BLOQUEIO
            IF WK-IDX-TEL <= WK-QTDE-TELEFONES AND
               WK-DDD(WK-IDX-TEL) NUMERIC AND
               WK-PREFIXO(WK-IDX-TEL) NUMERIC AND
               WK-SUFIXO(WK-IDX-TEL) NUMERIC AND
               WK-DDD(WK-IDX-TEL) NOT = ZEROS AND
               (WK-PREFIXO(WK-IDX-TEL) NOT = ZEROS OR
                WK-SUFIXO(WK-IDX-TEL) NOT = ZEROS)
               MOVE WK-DDD(WK-IDX-TEL)   TO NMP-DDD
               MOVE WK-PREFIXO(WK-IDX-TEL) TO NMP-NUMERO(1:4)
               MOVE WK-SUFIXO(WK-IDX-TEL) TO NMP-NUMERO(5:4)
               READ NMP-MASTER
                    INVALID KEY
                       MOVE 'S'          TO WK-LIGAVEL-DEPOIS
                    NOT INVALID KEY
                       MOVE 'S'          TO WK-NOVO-BLOQUEIO
                       ADD 1             TO WK-QTD-TEL-BLOQUEADOS
               END-READ
               IF WK-BLOQ-ANTES(WK-IDX-TEL) NOT = 'S'
                  MOVE 'S'               TO WK-LIGAVEL-ANTES
               END-IF
            END-IF

            IF WK-NOVO-BLOQUEIO NOT = WK-BLOQ-ANTES(WK-IDX-TEL)
               MOVE 'S'                  TO WK-MUDOU
               IF WK-NOVO-BLOQUEIO = 'S'
                  MOVE 'S'               TO WK-GANHOU-BLOQUEIO
               END-IF
            END-IF
            MOVE WK-NOVO-BLOQUEIO        TO WK-NMP-BLOQUEIO(WK-IDX-TEL)
            .

      ******************************************************************
      * P600-LISTAR-SEM-LIGACAO: contato que tinha numero liberado e
      * ficou sem nenhum. Relacionamento documentado (finalidade L
      * consentida no CONSENT) e mostrado - as listas ainda trazem
      * o numero desse contato.
      ******************************************************************
       P600-LISTAR-SEM-LIGACAO.
            ADD 1                        TO WK-QTD-SEM-LIGACAO
            MOVE 'N'                     TO WK-RELACIONAMENTO
            IF WK-TEM-CONSENT = 'S'
               MOVE WK-CODIGO            TO CON-CODIGO
               MOVE 'L'                  TO CON-FINALIDADE
               READ CONSENTIMENTO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF CON-CONSENTIU
                          MOVE 'S'       TO WK-RELACIONAMENTO
                          ADD 1          TO WK-QTD-COM-RELACIONAMENTO
                       END-IF
               END-READ
            END-IF

            MOVE SPACES                  TO NMP-REL-REC
            STRING WK-CODIGO ' ' WK-PRIMEIRO-NOME(1:15) ' '
                   WK-ULTIMO-NOME(1:15) '  (' WK-DDD(1) ') '
                   WK-PREFIXO(1) '-' WK-SUFIXO(1)
                   DELIMITED BY SIZE INTO NMP-REL-REC
            END-STRING
            IF WK-RELACIONAMENTO = 'S'
               STRING 'SIM - ' CON-ORIGEM
                      DELIMITED BY SIZE INTO NMP-REL-REC(62:20)
               END-STRING
            ELSE
               MOVE 'NAO'                TO NMP-REL-REC(62:3)
            END-IF
            WRITE NMP-REL-REC
            .

       P710-GRAVAR-AUDITORIA.
            OPEN EXTEND AUDITORIA
            IF WK-FS-AUDITORIA = '35'
               OPEN OUTPUT AUDITORIA
            END-IF

            MOVE FUNCTION CURRENT-DATE   TO AUD-DATA-HORA
            MOVE 'NMP'                   TO AUD-OPERACAO
            MOVE WK-CODIGO               TO AUD-CODIGO
            MOVE 'NMPCARGA'              TO AUD-USUARIO
            MOVE SPACES                  TO AUD-MENSAGEM
            STRING 'NAO ME PERTURBE TEL 1/2/3: '
                   WK-NMP-BLOQUEIO(1) '/' WK-NMP-BLOQUEIO(2) '/'
                   WK-NMP-BLOQUEIO(3)
                   DELIMITED BY SIZE INTO AUD-MENSAGEM
            END-STRING
            INSPECT AUD-MENSAGEM(28:5) REPLACING ALL SPACE BY 'N'

            MOVE ZEROS                  TO AUD-ELO
            MOVE AUDIT-REC(1:90)        TO LK-SELO-CONTEUDO
            SET LK-SELO-PROXIMO         TO TRUE
            CALL 'SELOUTIL' USING PARAMETRES-SELO
            MOVE LK-SELO-ELO            TO AUD-ELO
            WRITE AUDIT-REC

            CLOSE AUDITORIA
            .

       P720-GRAVAR-DIARIO.
            SET LK-JRN-ALTERACAO        TO TRUE
            MOVE 'NMPCARGA'             TO LK-JRN-PROGRAMA
            MOVE 'BATCH'                TO LK-JRN-USUARIO
            MOVE 'CONTMSTR'             TO LK-JRN-ARQUIVO
            MOVE WK-CODIGO              TO LK-JRN-CODIGO
            MOVE WK-IMAGEM-ANTES        TO LK-JRN-ANTES
            MOVE SPACES                 TO LK-JRN-DEPOIS
            MOVE CADASTRO-PF            TO LK-JRN-DEPOIS
            CALL 'JRNUTIL' USING PARAMETRES-JRN
            .

       P900-FINALIZAR.
            MOVE SPACES                  TO NMP-REL-REC
            WRITE NMP-REL-REC
            MOVE SPACES                  TO NMP-REL-REC
            STRING 'LINHAS NO ARQUIVO: ' WK-QTD-LINHAS
                   '  CARREGADAS: ' WK-QTD-CARREGADAS
                   '  INVALIDAS: ' WK-QTD-INVALIDAS
                   '  REPETIDAS: ' WK-QTD-REPETIDAS
                   DELIMITED BY SIZE INTO NMP-REL-REC
            END-STRING
            WRITE NMP-REL-REC
            MOVE SPACES                  TO NMP-REL-REC
            STRING 'CONTATOS ATIVOS CONFERIDOS: ' WK-QTD-CONFERIDOS
                   '  TELEFONES BLOQUEADOS: ' WK-QTD-TEL-BLOQUEADOS
                   '  CONTATOS ALTERADOS: ' WK-QTD-ALTERADOS
                   DELIMITED BY SIZE INTO NMP-REL-REC
            END-STRING
            WRITE NMP-REL-REC
            MOVE SPACES                  TO NMP-REL-REC
            STRING 'COM BLOQUEIO NOVO: ' WK-QTD-NOVOS-BLOQUEIOS
                   '  FICARAM SEM NUMERO LIBERADO: '
                   WK-QTD-SEM-LIGACAO
                   ' (COM RELACIONAMENTO: '
                   WK-QTD-COM-RELACIONAMENTO ')'
                   '  VOLTARAM A TER NUMERO: ' WK-QTD-LIBERADOS
                   DELIMITED BY SIZE INTO NMP-REL-REC
            END-STRING
            WRITE NMP-REL-REC

            CLOSE CONTATO-MASTER NMP-MASTER RELATORIO-NMP
            IF WK-TEM-CONSENT = 'S'
               CLOSE CONSENTIMENTO
            END-IF
            DISPLAY 'LINHAS DO ARQUIVO.........: ' WK-QTD-LINHAS
            DISPLAY 'TELEFONES CARREGADOS......: ' WK-QTD-CARREGADAS
            DISPLAY 'LINHAS INVALIDAS..........: ' WK-QTD-INVALIDAS
            DISPLAY 'FICARAM SEM NUMERO LIVRE..: ' WK-QTD-SEM-LIGACAO
            DISPLAY 'RELATORIO GERADO EM NMPREL.'

            MOVE 'NMPCARGA'              TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-LINHAS           TO LK-RUN-QTD-LIDOS
            MOVE WK-QTD-CARREGADAS       TO LK-RUN-QTD-APLICADOS
            MOVE WK-QTD-INVALIDAS        TO LK-RUN-QTD-REJEITADOS
            IF WK-QTD-CARREGADAS = ZEROS
               MOVE 8                    TO LK-RUN-CODIGO-RETORNO
            ELSE
               MOVE ZEROS                TO LK-RUN-CODIGO-RETORNO
            END-IF
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM NMPCARGA.
