      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CERTIFICADOS DE PARTICIPACAO EM EVENTO. PARA O EVENTO
      *          INFORMADO (JA ENCERRADO NO EVTCNTT), CADA INSCRICAO
      *          COM PRESENCA REGISTRADA RECEBE UM CERTIFICADO MONTADO
      *          DO TEMPLATE EVTCTPL VIA MERGELIN, COMO NO CERTEMIS,
      *          GRAVADO EM EVTCERTI. A INSCRICAO FICA MARCADA COM A
      *          DATA DE EMISSAO E A RODADA SEGUINTE PULA QUEM JA
      *          RECEBEU - SALVO PEDIDO DE REEMISSAO, QUE SAI COMO
      *          SEGUNDA VIA. CONTATO ANONIMIZADO (LGPD) NAO GANHA
      *          CERTIFICADO COM NOME DE CASCA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVTCERT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELEVT'.
           COPY 'SELCONT'.
           SELECT CERTIFICADO-TEMPLATE
               ASSIGN TO "EVTCTPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-TEMPLATE.
           SELECT CERTIFICADOS-IMPRESSOS
               ASSIGN TO "EVTCERTI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-IMPRESSOS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDEVT'.
           COPY 'FDCONT'.
       FD  CERTIFICADO-TEMPLATE
           LABEL RECORD IS STANDARD.
       01  CTPL-LINHA                   PIC X(80).
       FD  CERTIFICADOS-IMPRESSOS
           LABEL RECORD IS STANDARD.
       01  CERTIFICADO-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       77  WK-FS-EVENTO                 PIC X(02) VALUE SPACES.
       77  WK-FS-INSCRICAO              PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-TEMPLATE               PIC X(02) VALUE SPACES.
       77  WK-FS-IMPRESSOS              PIC X(02) VALUE SPACES.
       77  WK-FIM-INSC                  PIC X(01) VALUE 'N'.
       77  WK-FIM-TEMPLATE              PIC X(01) VALUE 'N'.
       77  WK-PULANDO-BLOCO             PIC X(01) VALUE 'N'.
       77  WK-REEMITIR                  PIC X(01) VALUE 'N'.
       77  WK-EVENTO-INF                PIC X(08) VALUE SPACES.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-IDX-LINHA                 PIC 9(02) VALUE ZEROS.
       77  WK-NOME-COMPLETO             PIC X(60) VALUE SPACES.
       77  WK-DATA-EVENTO-FMT           PIC X(10) VALUE SPACES.
       77  WK-DATA-HOJE-FMT             PIC X(10) VALUE SPACES.
       77  WK-VIA                       PIC X(10) VALUE SPACES.
       77  WK-QTD-PRESENTES             PIC 9(05) VALUE ZEROS.
       77  WK-QTD-EMITIDOS              PIC 9(05) VALUE ZEROS.
       77  WK-QTD-SEGUNDAS-VIAS         PIC 9(05) VALUE ZEROS.
       77  WK-QTD-JA-EMITIDOS           PIC 9(05) VALUE ZEROS.
       77  WK-QTD-ANONIMIZADOS          PIC 9(05) VALUE ZEROS.
       01  WK-TABELA-TEMPLATE.
           05 WK-QTDE-LINHAS-TPL        PIC 9(02) VALUE ZEROS.
           05 WK-TEMPLATE-LINHAS        PIC X(80) VALUE SPACES
                                         OCCURS 40 TIMES.
           COPY 'PARMERGE'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'EVTCERT'               TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            STRING WK-DATA-HOJE(7:2) '/' WK-DATA-HOJE(5:2) '/'
                   WK-DATA-HOJE(1:4)
                   DELIMITED BY SIZE INTO WK-DATA-HOJE-FMT
            END-STRING

            DISPLAY '*** CERTIFICADOS DE PARTICIPACAO EM EVENTO ***'
            DISPLAY 'CODIGO DO EVENTO: '
            ACCEPT WK-EVENTO-INF
            DISPLAY 'REEMITIR QUEM JA RECEBEU - 2A VIA (S/N)? '
            ACCEPT WK-REEMITIR
            IF WK-REEMITIR = 's'
               MOVE 'S'                  TO WK-REEMITIR
            END-IF

            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P150-CARREGAR-TEMPLATE THRU P150-FIM
                    UNTIL WK-FIM-TEMPLATE = 'S'
            CLOSE CERTIFICADO-TEMPLATE

            MOVE EVT-ID                  TO INS-EVENTO
            MOVE ZEROS                   TO INS-CODIGO
            START EVENTO-INSCRICAO KEY IS NOT LESS THAN INS-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-INSC
            END-START
            PERFORM P200-PROCESSAR-INSCRICAO THRU P200-FIM
                    UNTIL WK-FIM-INSC = 'S'

            PERFORM P900-FINALIZAR
            STOP RUN
            .

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT EVENTO-MASTER
            IF WK-FS-EVENTO NOT = '00'
               DISPLAY 'NAO HA CADASTRO DE EVENTOS (EVTMSTR).'
               PERFORM P950-ENCERRAR-SEM-EMISSAO
            END-IF
            MOVE WK-EVENTO-INF           TO EVT-ID
            READ EVENTO-MASTER
                 INVALID KEY
                    DISPLAY 'EVENTO ' WK-EVENTO-INF ' NAO CADASTRADO.'
                    CLOSE EVENTO-MASTER
                    PERFORM P950-ENCERRAR-SEM-EMISSAO
            END-READ
            CLOSE EVENTO-MASTER
            IF NOT EVT-ENCERRADO
               DISPLAY 'EVENTO ' EVT-ID ' NAO ESTA ENCERRADO - '
                       'CERTIFICADO SO DEPOIS DO ENCERRAMENTO NO '
                       'EVTCNTT.'
               PERFORM P950-ENCERRAR-SEM-EMISSAO
            END-IF
            STRING EVT-DATA(7:2) '/' EVT-DATA(5:2) '/' EVT-DATA(1:4)
                   DELIMITED BY SIZE INTO WK-DATA-EVENTO-FMT
            END-STRING

            OPEN I-O EVENTO-INSCRICAO
            IF WK-FS-INSCRICAO NOT = '00'
               DISPLAY 'NAO HA INSCRICOES (EVTINSC).'
               PERFORM P950-ENCERRAR-SEM-EMISSAO
            END-IF
            OPEN INPUT CONTATO-MASTER
            IF WK-FS-CONTATO NOT = '00'
               DISPLAY 'NAO HA MESTRE DE CONTATOS (CONTMSTR).'
               CLOSE EVENTO-INSCRICAO
               PERFORM P950-ENCERRAR-SEM-EMISSAO
            END-IF
            OPEN INPUT CERTIFICADO-TEMPLATE
            IF WK-FS-TEMPLATE NOT = '00'
               DISPLAY 'TEMPLATE EVTCTPL NAO ENCONTRADO.'
               CLOSE EVENTO-INSCRICAO CONTATO-MASTER
               PERFORM P950-ENCERRAR-SEM-EMISSAO
            END-IF
            OPEN EXTEND CERTIFICADOS-IMPRESSOS
            IF WK-FS-IMPRESSOS = '35'
               OPEN OUTPUT CERTIFICADOS-IMPRESSOS
            END-IF
            .

       P150-CARREGAR-TEMPLATE.
            READ CERTIFICADO-TEMPLATE
                 AT END
                    MOVE 'S'             TO WK-FIM-TEMPLATE
                    GO TO P150-FIM
            END-READ
            IF WK-QTDE-LINHAS-TPL < 40
               ADD 1                     TO WK-QTDE-LINHAS-TPL
               MOVE CTPL-LINHA           TO
                    WK-TEMPLATE-LINHAS(WK-QTDE-LINHAS-TPL)
            END-IF
            .
       P150-FIM.

      ******************************************************************
      * P200-PROCESSAR-INSCRICAO: so quem teve presenca registrada.
      * Ja emitido - a rodada normal pula, a reemissao tira 2A VIA.
      ******************************************************************
       P200-PROCESSAR-INSCRICAO.
            READ EVENTO-INSCRICAO NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-INSC
                    GO TO P200-FIM
            END-READ
            IF INS-EVENTO NOT = EVT-ID
               MOVE 'S'                  TO WK-FIM-INSC
               GO TO P200-FIM
            END-IF
            IF NOT INS-PRESENTE
               GO TO P200-FIM
            END-IF
            ADD 1                        TO WK-QTD-PRESENTES

            IF INS-CERT-EMITIDO AND WK-REEMITIR NOT = 'S'
               ADD 1                     TO WK-QTD-JA-EMITIDOS
               GO TO P200-FIM
            END-IF

            MOVE INS-CODIGO              TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    DISPLAY 'CONTATO ' INS-CODIGO ' NAO ENCONTRADO - '
                            'CERTIFICADO NAO EMITIDO.'
                    GO TO P200-FIM
            END-READ
            IF WK-REG-ANONIMIZADO
               ADD 1                     TO WK-QTD-ANONIMIZADOS
               GO TO P200-FIM
            END-IF

            IF INS-CERT-EMITIDO
               MOVE '2A VIA'             TO WK-VIA
               ADD 1                     TO WK-QTD-SEGUNDAS-VIAS
            ELSE
               MOVE SPACES               TO WK-VIA
               ADD 1                     TO WK-QTD-EMITIDOS
            END-IF
            PERFORM P300-IMPRIMIR-CERTIFICADO

            SET INS-CERT-EMITIDO         TO TRUE
            MOVE WK-DATA-HOJE            TO INS-DATA-CERTIFICADO
            REWRITE REG-INSCRICAO
            IF WK-FS-INSCRICAO NOT = '00'
               DISPLAY 'ERRO AO MARCAR CERTIFICADO ' INS-CODIGO
                       ' - FS: ' WK-FS-INSCRICAO
            END-IF
            .
       P200-FIM.

       P300-IMPRIMIR-CERTIFICADO.
            MOVE SPACES                  TO WK-NOME-COMPLETO
            STRING FUNCTION TRIM(WK-PRIMEIRO-NOME) DELIMITED BY SIZE
                   ' '                             DELIMITED BY SIZE
                   FUNCTION TRIM(WK-NOME-MEIO)     DELIMITED BY SIZE
                   ' '                             DELIMITED BY SIZE
                   FUNCTION TRIM(WK-ULTIMO-NOME)   DELIMITED BY SIZE
                   INTO WK-NOME-COMPLETO
            END-STRING

            MOVE 10                      TO LK-QTDE-CAMPOS
            MOVE 'NOME'                  TO LK-NOME-CAMPO(1)
            MOVE WK-NOME-COMPLETO        TO LK-VALOR-CAMPO(1)
            MOVE 'CODIGO'                TO LK-NOME-CAMPO(2)
            MOVE INS-CODIGO              TO LK-VALOR-CAMPO(2)
            MOVE 'EVENTO'                TO LK-NOME-CAMPO(3)
            MOVE EVT-TITULO              TO LK-VALOR-CAMPO(3)
            MOVE 'CODIGO-EVENTO'         TO LK-NOME-CAMPO(4)
            MOVE EVT-ID                  TO LK-VALOR-CAMPO(4)
            MOVE 'DATA-EVENTO'           TO LK-NOME-CAMPO(5)
            MOVE WK-DATA-EVENTO-FMT      TO LK-VALOR-CAMPO(5)
            MOVE 'LOCAL'                 TO LK-NOME-CAMPO(6)
            MOVE EVT-LOCAL               TO LK-VALOR-CAMPO(6)
            MOVE 'CARGA'                 TO LK-NOME-CAMPO(7)
            MOVE EVT-CARGA-HORAS         TO LK-VALOR-CAMPO(7)
            MOVE 'FILIAL'                TO LK-NOME-CAMPO(8)
            MOVE EVT-FILIAL              TO LK-VALOR-CAMPO(8)
            MOVE 'DATA'                  TO LK-NOME-CAMPO(9)
            MOVE WK-DATA-HOJE-FMT        TO LK-VALOR-CAMPO(9)
            MOVE 'VIA'                   TO LK-NOME-CAMPO(10)
            MOVE WK-VIA                  TO LK-VALOR-CAMPO(10)

            MOVE 'N'                     TO WK-PULANDO-BLOCO
            PERFORM P310-MESCLAR-LINHA THRU P310-FIM
                    VARYING WK-IDX-LINHA FROM 1 BY 1
                    UNTIL WK-IDX-LINHA > WK-QTDE-LINHAS-TPL
            MOVE SPACES                  TO CERTIFICADO-REC
            WRITE CERTIFICADO-REC AFTER ADVANCING PAGE
            .

       P310-MESCLAR-LINHA.
            MOVE WK-TEMPLATE-LINHAS(WK-IDX-LINHA) TO LK-TEMPLATE
            CALL 'MERGELIN' USING PARAMETRES-MERGE
            EVALUATE TRUE
               WHEN LK-LINHA-SE
                  IF LK-CONDICAO-VERDADEIRA
                     MOVE 'N'            TO WK-PULANDO-BLOCO
                  ELSE
                     MOVE 'S'            TO WK-PULANDO-BLOCO
                  END-IF
               WHEN LK-LINHA-SENAO
                  IF WK-PULANDO-BLOCO = 'S'
                     MOVE 'N'            TO WK-PULANDO-BLOCO
                  ELSE
                     MOVE 'S'            TO WK-PULANDO-BLOCO
                  END-IF
               WHEN LK-LINHA-FIM-SE
                  MOVE 'N'               TO WK-PULANDO-BLOCO
               WHEN LK-LINHA-REPITA
               WHEN LK-LINHA-FIM-REPITA
                  CONTINUE
               WHEN OTHER
                  IF WK-PULANDO-BLOCO NOT = 'S'
                     MOVE LK-LINHA-MESCLADA TO CERTIFICADO-REC
                     WRITE CERTIFICADO-REC
                  END-IF
            END-EVALUATE
            .
       P310-FIM.

       P900-FINALIZAR.
            CLOSE EVENTO-INSCRICAO CONTATO-MASTER
                  CERTIFICADOS-IMPRESSOS
            DISPLAY 'EVENTO......................: ' EVT-ID ' - '
                    EVT-TITULO
            DISPLAY 'PRESENTES...................: ' WK-QTD-PRESENTES
            DISPLAY 'CERTIFICADOS EMITIDOS.......: ' WK-QTD-EMITIDOS
            DISPLAY 'SEGUNDAS VIAS...............: '
                    WK-QTD-SEGUNDAS-VIAS
            DISPLAY 'JA EMITIDOS (PULADOS).......: ' WK-QTD-JA-EMITIDOS
            DISPLAY 'ANONIMIZADOS (LGPD).........: '
                    WK-QTD-ANONIMIZADOS
            DISPLAY 'CERTIFICADOS EM EVTCERTI.'

            MOVE 'EVTCERT'               TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-PRESENTES        TO LK-RUN-QTD-LIDOS
            COMPUTE LK-RUN-QTD-APLICADOS = WK-QTD-EMITIDOS
                                         + WK-QTD-SEGUNDAS-VIAS
            MOVE WK-QTD-ANONIMIZADOS     TO LK-RUN-QTD-REJEITADOS
            MOVE ZEROS                   TO LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .

      *    Nada a emitir: o lote termina registrando o retorno 8 no
      *    RUNLOG, para a operacao ver que a rodada nao produziu.
       P950-ENCERRAR-SEM-EMISSAO.
            MOVE 'EVTCERT'               TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE ZEROS                   TO LK-RUN-QTD-LIDOS
                                            LK-RUN-QTD-APLICADOS
                                            LK-RUN-QTD-REJEITADOS
            MOVE 8                       TO LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            STOP RUN
            .
       END PROGRAM EVTCERT.
