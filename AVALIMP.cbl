      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: IMPORTACAO DA PLANILHA DE NOTAS DO PROFESSOR PARA AS
      *          AVALIACOES DATADAS (AVALMSTR). O PROFESSOR GUARDA AS
      *          NOTAS NUMA PLANILHA E REDIGITAVA CADA AVALIACAO NO
      *          AVALCNTT, UMA A UMA, COM ERRO DE DIGITACAO. AQUI A
      *          PLANILHA SALVA EM CSV (AVALCSV), UMA POR MATERIA/
      *          PERIODO, ENTRA INTEIRA: UMA LINHA POR AVALIACAO,
      *          CAMPOS SEPARADOS POR VIRGULA E DECIMAIS COM PONTO -
      *            MATRICULA,AAAAMMDD,TIPO,PESO,NOTA
      *            EX.: 000123,20260315,P,1.00,7.5
      *          (UMA LINHA DE CABECALHO COMECANDO POR MATRICULA E
      *          IGNORADA). A RODADA SO COMECA COM A AUTORIDADE DO
      *          PROFESSOR NA MATERIA/PERIODO (PRFUTIL) E A JANELA
      *          DE NOTAS ABERTA (JANUTIL). CADA LINHA PASSA PELAS
      *          CRITICAS DE SEMPRE - MATRICULA NO ALUNOID, INSCRICAO
      *          'M' NA OFERTA (INSCMSTR), DATA VALIDA DENTRO DO ANO
      *          DO PERIODO, TIPO P/T/A, PESO E NOTA NA FAIXA - E SO
      *          LINHA LIMPA VAI PARA O AVALMSTR. LINHA RUIM VAI
      *          PARA AVALCORR NO PROPRIO FORMATO DA PLANILHA, COM OS
      *          MOTIVOS NUMA SEXTA COLUNA: O PROFESSOR CORRIGE E
      *          REAPRESENTA O MESMO ARQUIVO. AVALIACAO QUE JA ESTA
      *          NO AVALMSTR (MESMO ALUNO, DATA E TIPO, MESMA NOTA E
      *          PESO) E PULADA - REIMPORTAR NAO DUPLICA. RELATORIO
      *          EM AVALIREL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALIMP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELAVA'.
           COPY 'SELALID'.
           COPY 'SELINS'.
           SELECT PLANILHA-NOTAS
               ASSIGN TO "AVALCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-PLANILHA.
           SELECT PLANILHA-CORRECAO
               ASSIGN TO "AVALCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-CORRECAO.
           SELECT RELATORIO-IMPORTACAO
               ASSIGN TO "AVALIREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDAVA'.
           COPY 'FDALID'.
           COPY 'FDINS'.
       FD  PLANILHA-NOTAS
           LABEL RECORD IS STANDARD.
       01  PLANILHA-REC                 PIC X(80).
       FD  PLANILHA-CORRECAO
           LABEL RECORD IS STANDARD.
       01  CORRECAO-REC                 PIC X(200).
       FD  RELATORIO-IMPORTACAO
           LABEL RECORD IS STANDARD.
       01  AVALIREL-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WK-FS-AVALIACAO              PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-INSCR                  PIC X(02) VALUE SPACES.
       77  WK-FS-PLANILHA               PIC X(02) VALUE SPACES.
       77  WK-FS-CORRECAO               PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-ALUNOID-OK                PIC X(01) VALUE 'N'.
       77  WK-INSCR-OK                  PIC X(01) VALUE 'N'.
       77  WK-FIM-PLANILHA              PIC X(01) VALUE 'N'.
       77  WK-FIM-AVAL                  PIC X(01) VALUE 'N'.
       77  WK-PROFESSOR-LOTE            PIC X(08) VALUE SPACES.
       77  WK-ANO-INF                   PIC 9(05) VALUE ZEROS.
       77  WK-MATERIA-INF               PIC X(15) VALUE SPACES.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-CONT-LINHAS               PIC 9(06) VALUE ZEROS.
       77  WK-CONT-GRAVADAS             PIC 9(06) VALUE ZEROS.
       77  WK-CONT-JA-CARREGADAS        PIC 9(06) VALUE ZEROS.
       77  WK-CONT-REJEITADOS           PIC 9(06) VALUE ZEROS.
       77  WK-QTDE-ERROS                PIC 9(02) VALUE ZEROS.
       77  WK-MOTIVOS                   PIC X(120) VALUE SPACES.
       77  WK-IDX-MOTIVO                PIC 9(03) VALUE ZEROS.
       77  WK-MENSAGEM-REGRA            PIC X(40) VALUE SPACES.
       77  WK-PROX-SEQ                  PIC 9(02) VALUE ZEROS.
       77  WK-JA-EXISTE                 PIC X(01) VALUE 'N'.
       77  WK-CONFLITO                  PIC X(01) VALUE 'N'.
      *****************************************************************
      * Campos da linha da planilha, como texto, e os valores ja
      * convertidos. Inteiros sao alinhados a direita e completados
      * com zeros; decimais sao separados no ponto.
      *****************************************************************
       77  WK-TEXTO-MAT                 PIC X(10) VALUE SPACES.
       77  WK-TEXTO-DATA                PIC X(10) VALUE SPACES.
       77  WK-TEXTO-TIPO                PIC X(10) VALUE SPACES.
       77  WK-TEXTO-PESO                PIC X(10) VALUE SPACES.
       77  WK-TEXTO-NOTA                PIC X(10) VALUE SPACES.
       77  WK-TEXTO-INTEIRO             PIC X(10) VALUE SPACES.
       77  WK-TEXTO-FRACAO              PIC X(10) VALUE SPACES.
       77  WK-NUM-ALINHADO              PIC X(10) JUSTIFIED RIGHT
                                                  VALUE SPACES.
       77  WK-FRACAO-2                  PIC X(02) VALUE SPACES.
       77  WK-NUM-VALIDO                PIC X(01) VALUE 'N'.
       77  WK-MATRICULA-LIN             PIC 9(06) VALUE ZEROS.
       77  WK-DATA-LIN                  PIC 9(08) VALUE ZEROS.
       77  WK-TIPO-LIN                  PIC X(01) VALUE SPACES.
       77  WK-PESO-LIN                  PIC 9V99 VALUE ZEROS.
       77  WK-NOTA-LIN                  PIC 9(02)V9 VALUE ZEROS.
       01  WK-VALOR-CONVERTIDO.
           03 WK-VALOR-INTEIRO          PIC 9(08).
           03 WK-VALOR-FRACAO           PIC 9(02).
       01  WK-VALOR-DECIMAL REDEFINES WK-VALOR-CONVERTIDO
                                        PIC 9(08)V99.
           COPY 'PARMPRF'.
           COPY 'PARMJAN'.
           COPY 'PARMDATE'.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'AVALIMP'               TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY '*** IMPORTACAO DA PLANILHA DE NOTAS ***'
            DISPLAY 'PROFESSOR RESPONSAVEL PELA PLANILHA (USR-ID): '
            ACCEPT WK-PROFESSOR-LOTE
            DISPLAY 'PERIODO (AAAAS): '
            ACCEPT WK-ANO-INF
            DISPLAY 'MATERIA: '
            ACCEPT WK-MATERIA-INF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE

            PERFORM P050-CONFERIR-RODADA THRU P050-FIM
            IF WK-QTDE-ERROS = ZEROS
               PERFORM P100-ABRIR-ARQUIVOS THRU P100-FIM
            END-IF
            IF WK-QTDE-ERROS = ZEROS
               PERFORM P200-LER-LINHA THRU P200-FIM
                       UNTIL WK-FIM-PLANILHA = 'S'
               PERFORM P900-FINALIZAR
            END-IF

            MOVE 'AVALIMP'               TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-CONT-LINHAS          TO LK-RUN-QTD-LIDOS
            MOVE WK-CONT-GRAVADAS        TO LK-RUN-QTD-APLICADOS
            MOVE WK-CONT-REJEITADOS      TO LK-RUN-QTD-REJEITADOS
            MOVE WK-QTDE-ERROS           TO LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            STOP RUN
            .

      ******************************************************************
      * P050-CONFERIR-RODADA: a planilha inteira e de uma materia/
      * periodo - autoridade do professor (PROFMSTR via PRFUTIL) e
      * janela de notas (JANMSTR via JANUTIL) sao conferidas uma vez;
      * qualquer recusa para a rodada antes de ler a primeira linha.
      ******************************************************************
       P050-CONFERIR-RODADA.
            MOVE ZEROS                   TO WK-QTDE-ERROS
            MOVE WK-PROFESSOR-LOTE       TO LK-PRF-USUARIO
            MOVE WK-ANO-INF              TO LK-PRF-ANO-SEMESTRE
            MOVE WK-MATERIA-INF          TO LK-PRF-MATERIA
            CALL 'PRFUTIL' USING PARAMETRES-PRF
            IF LK-PRF-NEGADO
               DISPLAY 'PROFESSOR SEM AUTORIDADE SOBRE ' WK-MATERIA-INF
                       ' EM ' WK-ANO-INF ' - IMPORTACAO RECUSADA.'
               MOVE 1                    TO WK-QTDE-ERROS
               GO TO P050-FIM
            END-IF
            MOVE WK-ANO-INF              TO LK-JAN-ANO-SEMESTRE
            MOVE WK-MATERIA-INF          TO LK-JAN-MATERIA
            CALL 'JANUTIL' USING PARAMETRES-JAN
            IF LK-JAN-FECHADO
               DISPLAY 'PERIODO FECHADO - IMPORTACAO RECUSADA.'
               MOVE 2                    TO WK-QTDE-ERROS
               GO TO P050-FIM
            END-IF
            IF LK-JAN-FORA
               DISPLAY 'FORA DA JANELA DE NOTAS (' LK-JAN-DATA-ABRE
                       ' A ' LK-JAN-DATA-FECHA ') - IMPORTACAO '
                       'RECUSADA.'
               MOVE 2                    TO WK-QTDE-ERROS
            END-IF
            .
       P050-FIM.

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT PLANILHA-NOTAS
            IF WK-FS-PLANILHA NOT = '00'
               DISPLAY 'PLANILHA AVALCSV NAO ENCONTRADA.'
               MOVE 3                    TO WK-QTDE-ERROS
               GO TO P100-FIM
            END-IF
            OPEN I-O AVALIACAO-MASTER
            IF WK-FS-AVALIACAO = '35'
               OPEN OUTPUT AVALIACAO-MASTER
               CLOSE AVALIACAO-MASTER
               OPEN I-O AVALIACAO-MASTER
            END-IF
            OPEN INPUT ALUNO-IDENTIDADE
            IF WK-FS-ALUNOID = '00'
               MOVE 'S'                  TO WK-ALUNOID-OK
            END-IF
            OPEN INPUT INSCRICAO-MASTER
            IF WK-FS-INSCR = '00'
               MOVE 'S'                  TO WK-INSCR-OK
            END-IF
            OPEN OUTPUT PLANILHA-CORRECAO
            OPEN OUTPUT RELATORIO-IMPORTACAO
            MOVE SPACES                  TO AVALIREL-REC
            STRING 'IMPORTACAO DE NOTAS - ' WK-MATERIA-INF
                   ' PERIODO ' WK-ANO-INF ' PROFESSOR '
                   WK-PROFESSOR-LOTE ' EM ' WK-DATA-HOJE
                   DELIMITED BY SIZE INTO AVALIREL-REC
            END-STRING
            WRITE AVALIREL-REC
            .
       P100-FIM.

       P200-LER-LINHA.
            READ PLANILHA-NOTAS
                 AT END
                    MOVE 'S'             TO WK-FIM-PLANILHA
                    GO TO P200-FIM
            END-READ
            IF PLANILHA-REC = SPACES
               GO TO P200-FIM
            END-IF
            IF PLANILHA-REC(1:9) = 'MATRICULA' OR
               PLANILHA-REC(1:9) = 'matricula'
               GO TO P200-FIM
            END-IF
            ADD 1                        TO WK-CONT-LINHAS
            PERFORM P250-VALIDAR-LINHA
            IF WK-QTDE-ERROS > ZEROS
               PERFORM P800-REJEITAR-LINHA
               GO TO P200-FIM
            END-IF
            PERFORM P300-PROCURAR-EXISTENTE THRU P300-FIM
            IF WK-CONFLITO = 'S'
               MOVE 'JA LANCADA COM OUTRA NOTA/PESO'
                                         TO WK-MENSAGEM-REGRA
               PERFORM P260-ACUMULAR-ERRO
               PERFORM P800-REJEITAR-LINHA
               GO TO P200-FIM
            END-IF
            IF WK-JA-EXISTE = 'S'
               ADD 1                     TO WK-CONT-JA-CARREGADAS
               GO TO P200-FIM
            END-IF
            PERFORM P400-GRAVAR-AVALIACAO
            .
       P200-FIM.

      ******************************************************************
      * P250-VALIDAR-LINHA: separa os cinco campos e roda TODAS as
      * criticas, anotando cada violacao (mesma filosofia do
      * P250-VALIDAR-LINHA do PROCTURM).
      ******************************************************************
       P250-VALIDAR-LINHA.
            MOVE ZEROS                   TO WK-QTDE-ERROS
            MOVE SPACES                  TO WK-MOTIVOS
            MOVE 1                       TO WK-IDX-MOTIVO
            MOVE SPACES                  TO WK-TEXTO-MAT
                                            WK-TEXTO-DATA
                                            WK-TEXTO-TIPO
                                            WK-TEXTO-PESO
                                            WK-TEXTO-NOTA
            UNSTRING PLANILHA-REC DELIMITED BY ','
                INTO WK-TEXTO-MAT
                     WK-TEXTO-DATA
                     WK-TEXTO-TIPO
                     WK-TEXTO-PESO
                     WK-TEXTO-NOTA
            END-UNSTRING

            MOVE WK-TEXTO-MAT            TO WK-TEXTO-INTEIRO
            MOVE SPACES                  TO WK-TEXTO-FRACAO
            PERFORM P270-CONVERTER-NUMERO
            IF WK-NUM-VALIDO = 'N' OR WK-VALOR-INTEIRO = ZEROS
               OR WK-VALOR-INTEIRO > 999999
               MOVE 'MATRICULA AUSENTE OU NAO NUMERICA'
                                         TO WK-MENSAGEM-REGRA
               PERFORM P260-ACUMULAR-ERRO
               MOVE ZEROS                TO WK-MATRICULA-LIN
            ELSE
               MOVE WK-VALOR-INTEIRO     TO WK-MATRICULA-LIN
               IF WK-ALUNOID-OK = 'S'
                  MOVE WK-MATRICULA-LIN  TO MAT-MATRICULA
                  READ ALUNO-IDENTIDADE
                       INVALID KEY
                          MOVE 'MATRICULA NAO CADASTRADA (ALUNOID)'
                                         TO WK-MENSAGEM-REGRA
                          PERFORM P260-ACUMULAR-ERRO
                  END-READ
               END-IF
               IF WK-INSCR-OK = 'S'
                  MOVE WK-ANO-INF        TO INS-ANO-SEMESTRE
                  MOVE WK-MATERIA-INF    TO INS-MATERIA
                  MOVE WK-MATRICULA-LIN  TO INS-MATRICULA
                  READ INSCRICAO-MASTER
                       INVALID KEY
                          MOVE 'ALUNO NAO INSCRITO NA OFERTA'
                                         TO WK-MENSAGEM-REGRA
                          PERFORM P260-ACUMULAR-ERRO
                       NOT INVALID KEY
                          IF NOT INS-MATRICULADO
                             MOVE 'INSCRICAO NAO E MATRICULA (M)'
                                         TO WK-MENSAGEM-REGRA
                             PERFORM P260-ACUMULAR-ERRO
                          END-IF
                  END-READ
               END-IF
            END-IF

            MOVE WK-TEXTO-DATA           TO WK-TEXTO-INTEIRO
            MOVE SPACES                  TO WK-TEXTO-FRACAO
            PERFORM P270-CONVERTER-NUMERO
            MOVE ZEROS                   TO WK-DATA-LIN
            IF WK-NUM-VALIDO = 'S'
               MOVE WK-VALOR-INTEIRO     TO WK-DATA-LIN
               MOVE WK-DATA-LIN          TO LK-DATA-ENTRADA
               SET LK-SAIDA-AAAAMMDD     TO TRUE
               MOVE 'V'                  TO LK-FUNCAO
               CALL 'DATEUTIL' USING PARAMETRES-DATA
            END-IF
            IF WK-NUM-VALIDO = 'N' OR
               NOT LK-STATUS-OK OF PARAMETRES-DATA
               MOVE 'DATA INVALIDA (AAAAMMDD)'
                                         TO WK-MENSAGEM-REGRA
               PERFORM P260-ACUMULAR-ERRO
            ELSE
               IF WK-DATA-LIN(1:4) NOT = WK-ANO-INF(1:4)
                  MOVE 'DATA FORA DO ANO DO PERIODO'
                                         TO WK-MENSAGEM-REGRA
                  PERFORM P260-ACUMULAR-ERRO
               END-IF
               IF WK-DATA-LIN > WK-DATA-HOJE
                  MOVE 'DATA NO FUTURO'  TO WK-MENSAGEM-REGRA
                  PERFORM P260-ACUMULAR-ERRO
               END-IF
            END-IF

            MOVE WK-TEXTO-TIPO(1:1)      TO WK-TIPO-LIN
            IF WK-TIPO-LIN = 'p' OR WK-TIPO-LIN = 't'
               OR WK-TIPO-LIN = 'a'
               INSPECT WK-TIPO-LIN CONVERTING 'pta' TO 'PTA'
            END-IF
            IF (WK-TIPO-LIN NOT = 'P' AND WK-TIPO-LIN NOT = 'T'
                AND WK-TIPO-LIN NOT = 'A')
               OR WK-TEXTO-TIPO(2:) NOT = SPACES
               MOVE 'TIPO DIFERENTE DE P/T/A' TO WK-MENSAGEM-REGRA
               PERFORM P260-ACUMULAR-ERRO
            END-IF

            MOVE SPACES                  TO WK-TEXTO-INTEIRO
                                            WK-TEXTO-FRACAO
            UNSTRING WK-TEXTO-PESO DELIMITED BY '.'
                INTO WK-TEXTO-INTEIRO WK-TEXTO-FRACAO
            END-UNSTRING
            PERFORM P270-CONVERTER-NUMERO
            IF WK-NUM-VALIDO = 'N' OR WK-VALOR-DECIMAL = ZEROS
               OR WK-VALOR-DECIMAL > 9,99
               MOVE 'PESO FORA DE 0.01-9.99' TO WK-MENSAGEM-REGRA
               PERFORM P260-ACUMULAR-ERRO
            ELSE
               MOVE WK-VALOR-DECIMAL     TO WK-PESO-LIN
            END-IF

            MOVE SPACES                  TO WK-TEXTO-INTEIRO
                                            WK-TEXTO-FRACAO
            UNSTRING WK-TEXTO-NOTA DELIMITED BY '.'
                INTO WK-TEXTO-INTEIRO WK-TEXTO-FRACAO
            END-UNSTRING
            PERFORM P270-CONVERTER-NUMERO
            IF WK-NUM-VALIDO = 'N' OR WK-VALOR-DECIMAL > 10
               OR WK-VALOR-FRACAO(2:1) NOT = ZERO
               MOVE 'NOTA FORA DE 0-10 (1 DECIMAL)'
                                         TO WK-MENSAGEM-REGRA
               PERFORM P260-ACUMULAR-ERRO
            ELSE
               MOVE WK-VALOR-DECIMAL     TO WK-NOTA-LIN
            END-IF
            .

      ******************************************************************
      * P260-ACUMULAR-ERRO: anota a violacao na lista de motivos da
      * linha, sem interromper as demais regras.
      ******************************************************************
       P260-ACUMULAR-ERRO.
            ADD 1                        TO WK-QTDE-ERROS
            IF WK-IDX-MOTIVO < 80
               STRING WK-MENSAGEM-REGRA DELIMITED BY '  '
                      '; '              DELIMITED BY SIZE
                      INTO WK-MOTIVOS
                      WITH POINTER WK-IDX-MOTIVO
               END-STRING
            END-IF
            .

      ******************************************************************
      * P270-CONVERTER-NUMERO: WK-TEXTO-INTEIRO (ate 8 digitos) e
      * WK-TEXTO-FRACAO (ate 2 digitos) viram WK-VALOR-CONVERTIDO.
      * Parte inteira vem alinhada a direita e completada com zeros;
      * a fracao e completada com zeros a direita. Qualquer coisa
      * que nao seja digito deixa WK-NUM-VALIDO = 'N'.
      ******************************************************************
       P270-CONVERTER-NUMERO.
            MOVE 'S'                     TO WK-NUM-VALIDO
            MOVE ZEROS                   TO WK-VALOR-CONVERTIDO
            IF WK-TEXTO-INTEIRO = SPACES OR
               WK-TEXTO-INTEIRO(1:1) = SPACE OR
               WK-TEXTO-INTEIRO(9:2) NOT = SPACES OR
               WK-TEXTO-FRACAO(3:) NOT = SPACES
               MOVE 'N'                  TO WK-NUM-VALIDO
            ELSE
               MOVE WK-TEXTO-INTEIRO     TO WK-NUM-ALINHADO
               INSPECT WK-NUM-ALINHADO REPLACING LEADING SPACES
                                          BY ZEROS
               MOVE WK-TEXTO-FRACAO(1:2) TO WK-FRACAO-2
               INSPECT WK-FRACAO-2 REPLACING ALL SPACES BY ZEROS
               IF WK-NUM-ALINHADO NOT NUMERIC OR
                  WK-FRACAO-2 NOT NUMERIC
                  MOVE 'N'               TO WK-NUM-VALIDO
               ELSE
                  MOVE WK-NUM-ALINHADO(3:8) TO WK-VALOR-INTEIRO
                  MOVE WK-FRACAO-2       TO WK-VALOR-FRACAO
               END-IF
            END-IF
            .

      ******************************************************************
      * P300-PROCURAR-EXISTENTE: percorre as avaliacoes do aluno na
      * materia/periodo - guarda a ultima sequencia e procura a mesma
      * avaliacao (data + tipo). Igual em nota e peso: ja carregada
      * (reimportacao); diferente: conflito, vai para correcao.
      ******************************************************************
       P300-PROCURAR-EXISTENTE.
            MOVE 'N'                     TO WK-JA-EXISTE
                                            WK-CONFLITO
                                            WK-FIM-AVAL
            MOVE ZEROS                   TO WK-PROX-SEQ
            MOVE WK-MATRICULA-LIN        TO AVA-MATRICULA
            MOVE WK-ANO-INF              TO AVA-ANO-SEMESTRE
            MOVE WK-MATERIA-INF          TO AVA-MATERIA
            MOVE ZEROS                   TO AVA-SEQ
            START AVALIACAO-MASTER KEY IS NOT LESS THAN AVA-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-AVAL
            END-START
            PERFORM P310-COMPARAR-AVALIACAO THRU P310-FIM
                    UNTIL WK-FIM-AVAL = 'S'
            ADD 1                        TO WK-PROX-SEQ
            .
       P300-FIM.

       P310-COMPARAR-AVALIACAO.
            READ AVALIACAO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-AVAL
                    GO TO P310-FIM
            END-READ
            IF AVA-MATRICULA NOT = WK-MATRICULA-LIN OR
               AVA-ANO-SEMESTRE NOT = WK-ANO-INF OR
               AVA-MATERIA NOT = WK-MATERIA-INF
               MOVE 'S'                  TO WK-FIM-AVAL
               GO TO P310-FIM
            END-IF
            MOVE AVA-SEQ                 TO WK-PROX-SEQ
            IF AVA-DATA = WK-DATA-LIN AND AVA-TIPO = WK-TIPO-LIN
               IF AVA-NOTA = WK-NOTA-LIN AND AVA-PESO = WK-PESO-LIN
                  MOVE 'S'               TO WK-JA-EXISTE
               ELSE
                  MOVE 'S'               TO WK-CONFLITO
               END-IF
            END-IF
            .
       P310-FIM.

       P400-GRAVAR-AVALIACAO.
            IF WK-PROX-SEQ > 99
               MOVE 'LIMITE DE 99 AVALIACOES NA MATERIA'
                                         TO WK-MENSAGEM-REGRA
               PERFORM P260-ACUMULAR-ERRO
               PERFORM P800-REJEITAR-LINHA
            ELSE
               MOVE WK-MATRICULA-LIN     TO AVA-MATRICULA
               MOVE WK-ANO-INF           TO AVA-ANO-SEMESTRE
               MOVE WK-MATERIA-INF       TO AVA-MATERIA
               MOVE WK-PROX-SEQ          TO AVA-SEQ
               MOVE WK-DATA-LIN          TO AVA-DATA
               MOVE WK-TIPO-LIN          TO AVA-TIPO
               MOVE WK-PESO-LIN          TO AVA-PESO
               MOVE WK-NOTA-LIN          TO AVA-NOTA
               WRITE REG-AVALIACAO
               IF WK-FS-AVALIACAO = '00'
                  ADD 1                  TO WK-CONT-GRAVADAS
               ELSE
                  MOVE SPACES            TO WK-MENSAGEM-REGRA
                  STRING 'ERRO AO GRAVAR AVALMSTR - FS '
                         WK-FS-AVALIACAO
                         DELIMITED BY SIZE INTO WK-MENSAGEM-REGRA
                  END-STRING
                  PERFORM P260-ACUMULAR-ERRO
                  PERFORM P800-REJEITAR-LINHA
               END-IF
            END-IF
            .

      ******************************************************************
      * P800-REJEITAR-LINHA: a linha volta para AVALCORR exatamente
      * como veio, com os motivos numa sexta coluna (ignorada na
      * reimportacao) - corrigir na planilha e reapresentar. O
      * relatorio AVALIREL repete a linha com os motivos.
      ******************************************************************
       P800-REJEITAR-LINHA.
            ADD 1                        TO WK-CONT-REJEITADOS
            MOVE SPACES                  TO CORRECAO-REC
            STRING PLANILHA-REC          DELIMITED BY '   '
                   ',*** '               DELIMITED BY SIZE
                   WK-MOTIVOS            DELIMITED BY SIZE
                   INTO CORRECAO-REC
            END-STRING
            WRITE CORRECAO-REC

            MOVE SPACES                  TO AVALIREL-REC
            STRING 'LINHA ' WK-CONT-LINHAS ': '
                   PLANILHA-REC(1:40) ' - ' WK-MOTIVOS
                   DELIMITED BY SIZE INTO AVALIREL-REC
            END-STRING
            WRITE AVALIREL-REC
            .

       P900-FINALIZAR.
            MOVE SPACES                  TO AVALIREL-REC
            STRING 'LINHAS LIDAS: ' WK-CONT-LINHAS
                   '  GRAVADAS: ' WK-CONT-GRAVADAS
                   '  JA CARREGADAS: ' WK-CONT-JA-CARREGADAS
                   '  REJEITADAS: ' WK-CONT-REJEITADOS
                   DELIMITED BY SIZE INTO AVALIREL-REC
            END-STRING
            WRITE AVALIREL-REC
            CLOSE PLANILHA-NOTAS AVALIACAO-MASTER
                  PLANILHA-CORRECAO RELATORIO-IMPORTACAO
            IF WK-ALUNOID-OK = 'S'
               CLOSE ALUNO-IDENTIDADE
            END-IF
            IF WK-INSCR-OK = 'S'
               CLOSE INSCRICAO-MASTER
            END-IF
            DISPLAY 'AVALIACOES GRAVADAS..: ' WK-CONT-GRAVADAS
            DISPLAY 'JA CARREGADAS (PULO).: ' WK-CONT-JA-CARREGADAS
            DISPLAY 'REJEITADAS (AVALCORR): ' WK-CONT-REJEITADOS
            .
       END PROGRAM AVALIMP.
