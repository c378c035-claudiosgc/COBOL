      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CONSULTA AO LIVRO DE REGISTRO DE CERTIFICADOS
      *          (CERTMSTR, GRAVADO PELO CERTEMIS). A SECRETARIA E O
      *          ORGAO DE ENSINO PERGUNTAM "ESTE ALUNO CONCLUIU?" E
      *          "ESTE CERTIFICADO EXISTE?" - A RESPOSTA SAI POR
      *          MATRICULA (LEITURA DIRETA), POR NUMERO DO CERTIFICADO
      *          OU PELO INICIO DO NOME (VARREDURA), COM LIVRO, FOLHA,
      *          TERMO E AS VIAS JA EMITIDAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTCONS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELCER'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDCER'.
       WORKING-STORAGE SECTION.
       77  WK-FS-CERTIFICADO            PIC X(02) VALUE SPACES.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-MATRICULA-INF             PIC 9(06) VALUE ZEROS.
       77  WK-NUMERO-INF                PIC 9(06) VALUE ZEROS.
       77  WK-NOME-INF                  PIC X(20) VALUE SPACES.
       77  WK-TAMANHO-BRANCO            PIC 9(02) VALUE ZEROS.
       77  WK-TAMANHO-NOME              PIC 9(02) VALUE ZEROS.
       77  WK-QTD-ACHADOS               PIC 9(05) VALUE ZEROS.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            OPEN INPUT CERTIFICADO-MASTER
            IF WK-FS-CERTIFICADO NOT = '00'
               DISPLAY 'LIVRO DE REGISTRO VAZIO (RODE O CERTEMIS).'
               MOVE ' *** SEM CERTIFICADOS REGISTRADOS ***   ' TO
                                         WS-MENSSAGEM
               GOBACK
            END-IF
            PERFORM P200-PROCESSA THRU P200-FIM
                    UNTIL WK-SUBOPCAO = 'S' OR WK-SUBOPCAO = 's'
            CLOSE CERTIFICADO-MASTER
            MOVE ' *** CONSULTA DE CERTIFICADOS ***       ' TO
                                         WS-MENSSAGEM
            GOBACK
            .

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** LIVRO DE REGISTRO DE CERTIFICADOS ***'
            DISPLAY '1 - CONSULTAR POR MATRICULA'
            DISPLAY '2 - CONSULTAR POR NUMERO DO CERTIFICADO'
            DISPLAY '3 - CONSULTAR POR NOME (INICIO DO NOME)'
            DISPLAY 'S - SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WK-SUBOPCAO

            EVALUATE WK-SUBOPCAO
               WHEN '1'
                  PERFORM P300-POR-MATRICULA THRU P300-FIM
               WHEN '2'
                  PERFORM P400-POR-NUMERO THRU P400-FIM
               WHEN '3'
                  PERFORM P500-POR-NOME THRU P500-FIM
               WHEN 'S'
               WHEN 's'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P200-FIM.

       P300-POR-MATRICULA.
            DISPLAY 'MATRICULA: '
            ACCEPT WK-MATRICULA-INF
            MOVE WK-MATRICULA-INF        TO CER-MATRICULA
            READ CERTIFICADO-MASTER
                 INVALID KEY
                    DISPLAY 'NENHUM CERTIFICADO REGISTRADO PARA A '
                            'MATRICULA.'
                    GO TO P300-FIM
            END-READ
            PERFORM P800-EXIBIR
            .
       P300-FIM.

       P400-POR-NUMERO.
            DISPLAY 'NUMERO DO CERTIFICADO: '
            ACCEPT WK-NUMERO-INF
            MOVE ZEROS                   TO WK-QTD-ACHADOS
            PERFORM P700-INICIAR-VARREDURA
            PERFORM P410-LER-UM THRU P410-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            IF WK-QTD-ACHADOS = ZEROS
               DISPLAY '*** CERTIFICADO ' WK-NUMERO-INF
                       ' NAO CONSTA DO LIVRO DE REGISTRO ***'
            END-IF
            .
       P400-FIM.

       P410-LER-UM.
            READ CERTIFICADO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P410-FIM
            END-READ
            IF CER-NUMERO = WK-NUMERO-INF
               ADD 1                     TO WK-QTD-ACHADOS
               PERFORM P800-EXIBIR
               MOVE 'S'                  TO WK-FIM-ARQ
            END-IF
            .
       P410-FIM.

       P500-POR-NOME.
            DISPLAY 'NOME (OU INICIO DO NOME): '
            MOVE SPACES                  TO WK-NOME-INF
            ACCEPT WK-NOME-INF
            MOVE FUNCTION UPPER-CASE(WK-NOME-INF) TO WK-NOME-INF
            MOVE ZEROS                   TO WK-TAMANHO-BRANCO
            INSPECT FUNCTION REVERSE(WK-NOME-INF)
                TALLYING WK-TAMANHO-BRANCO FOR LEADING ' '
            COMPUTE WK-TAMANHO-NOME = 20 - WK-TAMANHO-BRANCO
            IF WK-TAMANHO-NOME = ZEROS
               DISPLAY 'INFORME AO MENOS UMA LETRA.'
               GO TO P500-FIM
            END-IF
            MOVE ZEROS                   TO WK-QTD-ACHADOS
            PERFORM P700-INICIAR-VARREDURA
            PERFORM P510-LER-UM THRU P510-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            DISPLAY WK-QTD-ACHADOS ' CERTIFICADO(S) ENCONTRADO(S).'
            .
       P500-FIM.

       P510-LER-UM.
            READ CERTIFICADO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P510-FIM
            END-READ
            IF FUNCTION UPPER-CASE(CER-NOME(1:WK-TAMANHO-NOME)) =
               WK-NOME-INF(1:WK-TAMANHO-NOME)
               ADD 1                     TO WK-QTD-ACHADOS
               PERFORM P800-EXIBIR
            END-IF
            .
       P510-FIM.

       P700-INICIAR-VARREDURA.
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE ZEROS                   TO CER-MATRICULA
            START CERTIFICADO-MASTER KEY IS NOT LESS THAN CER-MATRICULA
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            .

       P800-EXIBIR.
            DISPLAY '------------------------------------------------'
            DISPLAY 'CERTIFICADO..: ' CER-NUMERO
            DISPLAY 'ALUNO........: ' CER-MATRICULA ' ' CER-NOME
            DISPLAY 'CONCLUSAO....: ' CER-ANO-CONCLUSAO
                    ' (SERIE ' CER-SERIE ')'
            DISPLAY 'LIVRO/FOLHA..: ' CER-LIVRO ' / ' CER-FOLHA
                    '  TERMO ' CER-TERMO
            DISPLAY 'EMITIDO EM...: ' CER-DATA-EMISSAO
                    ' POR ' CER-USUARIO
            DISPLAY 'VIAS.........: ' CER-QTD-VIAS
                    '  ULTIMA EM ' CER-DATA-ULTIMA-VIA
            .
       END PROGRAM CERTCONS.
