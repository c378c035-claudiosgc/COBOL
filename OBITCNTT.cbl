      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CRUZAMENTO MENSAL COM O EXTRATO OFICIAL DE OBITOS.
      *          FAMILIAS LIGAVAM INDIGNADAS PORQUE A CARTA DE
      *          ANIVERSARIO (ANIVCNTT/CARTCNTT) FOI PARA UM PARENTE
      *          QUE MORREU NO ANO PASSADO - NADA NO CADASTRO SABIA
      *          DO OBITO. ESTE LOTE LE O EXTRATO DO REGISTRO CIVIL
      *          (OBITEXT, LINHAS CPF,NOME,NASCIMENTO,OBITO - DATAS
      *          AAAAMMDD, NASCIMENTO PODE VIR VAZIO), CRUZA PELO
      *          WK-CPF COM O CONTATO-MASTER E CONFIRMA PELO NOME
      *          (PRIMEIRO E ULTIMO, NORMALIZADOS PELO NORMUTIL) E
      *          PELA DATA DE NASCIMENTO QUANDO OS DOIS LADOS A TEM.
      *          CONFIRMADO, O CONTATO E MARCADO FALECIDO (DATA E
      *          FONTE DO EXTRATO) COM LINHA DE AUDITORIA E IMAGEM NO
      *          CONTJRNL - E SAI DE TODA MALA, NEWSLETTER, LISTA DE
      *          LIGACAO E EXTRATO DE INTERFACE. CPF QUE BATE COM
      *          NOME OU NASCIMENTO DIVERGENTE NAO E MARCADO: VAI
      *          PARA A LISTA DE REVISAO OBITREV. O RELATORIO DO MES
      *          (MARCADOS, LINHAS INVALIDAS, TOTAIS) SAI EM OBITREL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBITCNTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELCONT'.
           COPY 'SELAUDIT'.
           SELECT EXTRATO-OBITOS
               ASSIGN TO "OBITEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EXTRATO.
           SELECT OBITO-TRABALHO
               ASSIGN TO "OBITWRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBT-CPF
               FILE STATUS IS WK-FS-TRABALHO.
           SELECT RELATORIO-OBITOS
               ASSIGN TO "OBITREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT REVISAO-OBITOS
               ASSIGN TO "OBITREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-REVISAO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDCONT'.
           COPY 'FDAUDIT'.
       FD  EXTRATO-OBITOS
           LABEL RECORD IS STANDARD.
       01  EXTRATO-REC                  PIC X(120).
      *****************************************************************
      * OBITO-TRABALHO: o extrato do mes indexado por CPF, para a
      * varredura unica do mestre achar o obito com uma leitura
      * aleatoria. Recriado a cada rodada.
      *****************************************************************
       FD  OBITO-TRABALHO
           LABEL RECORD IS STANDARD.
       01  REG-OBITO-TRABALHO.
           03 OBT-CPF                   PIC 9(11).
           03 OBT-NOME                  PIC X(60).
           03 OBT-NASCIMENTO            PIC 9(08).
           03 OBT-DATA-OBITO            PIC 9(08).
       FD  RELATORIO-OBITOS
           LABEL RECORD IS STANDARD.
       01  OBITO-REL-REC                PIC X(132).
       FD  REVISAO-OBITOS
           LABEL RECORD IS STANDARD.
       01  OBITO-REV-REC                PIC X(160).
       WORKING-STORAGE SECTION.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-EXTRATO                PIC X(02) VALUE SPACES.
       77  WK-FS-TRABALHO               PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-FS-REVISAO                PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
           COPY 'PARMRUN'.
           COPY 'PARMJRN'.
           COPY 'PARMNORM'.
           COPY 'PARMDATE'.
       77  WK-IMAGEM-ANTES              PIC X(400) VALUE SPACES.
       77  WK-FONTE                     PIC X(08) VALUE SPACES.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-FIM-EXTRATO               PIC X(01) VALUE 'N'.
       77  WK-FIM-MESTRE                PIC X(01) VALUE 'N'.
       77  WK-LINHA-OK                  PIC X(01) VALUE 'S'.
       77  WK-CPF-TEXTO                 PIC X(11) VALUE SPACES.
       77  WK-NOME-TEXTO                PIC X(60) VALUE SPACES.
       77  WK-NASC-TEXTO                PIC X(08) VALUE SPACES.
       77  WK-OBITO-TEXTO               PIC X(08) VALUE SPACES.
       77  WK-DATA-TESTE                PIC 9(08) VALUE ZEROS.
       77  WK-MOTIVO                    PIC X(30) VALUE SPACES.
       77  WK-QTD-LINHAS                PIC 9(06) VALUE ZEROS.
       77  WK-QTD-CARREGADAS            PIC 9(06) VALUE ZEROS.
       77  WK-QTD-INVALIDAS             PIC 9(06) VALUE ZEROS.
       77  WK-QTD-REPETIDAS             PIC 9(06) VALUE ZEROS.
       77  WK-QTD-CONFERIDOS            PIC 9(06) VALUE ZEROS.
       77  WK-QTD-MARCADOS              PIC 9(06) VALUE ZEROS.
       77  WK-QTD-REVISAO               PIC 9(06) VALUE ZEROS.
       77  WK-QTD-JA-MARCADOS           PIC 9(06) VALUE ZEROS.
      *****************************************************************
      * Conferencia de nome: o nome e quebrado em palavras, e o
      * primeiro e o ultimo (normalizados - caixa alta, sem acento)
      * dos dois lados tem de bater. Nome do meio, abreviado ou
      * omitido, nao derruba a confirmacao.
      *****************************************************************
       77  WK-TEXTO-NOME                PIC X(62) VALUE SPACES.
       77  WK-QTD-PALAVRAS              PIC 9(02) VALUE ZEROS.
       77  WK-PRIMEIRA-PALAVRA          PIC X(20) VALUE SPACES.
       77  WK-ULTIMA-PALAVRA            PIC X(20) VALUE SPACES.
       77  WK-CAD-PRIMEIRO              PIC X(20) VALUE SPACES.
       77  WK-CAD-ULTIMO                PIC X(20) VALUE SPACES.
       77  WK-EXT-PRIMEIRO              PIC X(20) VALUE SPACES.
       77  WK-EXT-ULTIMO                PIC X(20) VALUE SPACES.
       01  WK-TAB-PALAVRAS.
           05 WK-PALAVRA                PIC X(20) OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'OBITCNTT'              TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY '*** CRUZAMENTO COM O EXTRATO DE OBITOS ***'
            DISPLAY 'FONTE DO EXTRATO (ENTER = CARTORIO): '
            ACCEPT WK-FONTE
            IF WK-FONTE = SPACES
               MOVE 'CARTORIO'           TO WK-FONTE
            END-IF
            INSPECT WK-FONTE CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE

            PERFORM P100-ABRIR-ARQUIVOS THRU P100-FIM
            PERFORM P200-LER-EXTRATO THRU P200-FIM
                    UNTIL WK-FIM-EXTRATO = 'S'
            CLOSE EXTRATO-OBITOS

            MOVE SPACES                  TO OBITO-REL-REC
            WRITE OBITO-REL-REC
            MOVE 'CONTATOS MARCADOS COMO FALECIDOS:'
                                         TO OBITO-REL-REC
            WRITE OBITO-REL-REC
            MOVE 'CODIGO CPF         NOME                           '
                                         TO OBITO-REL-REC
            MOVE 'DATA OBITO'            TO OBITO-REL-REC(52:10)
            WRITE OBITO-REL-REC
            PERFORM P400-LER-CONTATO THRU P400-FIM
                    UNTIL WK-FIM-MESTRE = 'S'

            PERFORM P900-FINALIZAR
            STOP RUN
            .

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT EXTRATO-OBITOS
            IF WK-FS-EXTRATO NOT = '00'
               DISPLAY 'EXTRATO DE OBITOS (OBITEXT) NAO ENCONTRADO.'
               STOP RUN
            END-IF
            OPEN I-O CONTATO-MASTER
            IF WK-FS-CONTATO = '35'
               DISPLAY 'NAO HA CADASTRO DE CONTATOS.'
               CLOSE EXTRATO-OBITOS
               STOP RUN
            END-IF
      *     O indice de trabalho nasce vazio a cada rodada.
            OPEN OUTPUT OBITO-TRABALHO
            CLOSE OBITO-TRABALHO
            OPEN I-O OBITO-TRABALHO

            OPEN OUTPUT RELATORIO-OBITOS
            MOVE SPACES                  TO OBITO-REL-REC
            STRING 'CRUZAMENTO COM O EXTRATO DE OBITOS - FONTE '
                   WK-FONTE ' - PROCESSADO EM '
                   WK-DATA-HOJE(7:2) '/' WK-DATA-HOJE(5:2) '/'
                   WK-DATA-HOJE(1:4)
                   DELIMITED BY SIZE INTO OBITO-REL-REC
            END-STRING
            WRITE OBITO-REL-REC
            MOVE SPACES                  TO OBITO-REL-REC
            WRITE OBITO-REL-REC
            MOVE 'LINHAS INVALIDAS DO EXTRATO:' TO OBITO-REL-REC
            WRITE OBITO-REL-REC

            OPEN OUTPUT REVISAO-OBITOS
            MOVE 'REVISAO - CPF DO EXTRATO BATE, CONFIRMACAO FALHOU '
                 TO OBITO-REV-REC
            WRITE OBITO-REV-REC
            MOVE SPACES                  TO OBITO-REV-REC
            STRING 'CODIGO CPF         NOME NO CADASTRO          '
                   'NOME NO EXTRATO                NASC.CAD NASC.EXT '
                   'MOTIVO'
                   DELIMITED BY SIZE INTO OBITO-REV-REC
            END-STRING
            WRITE OBITO-REV-REC
            .
       P100-FIM.

      ******************************************************************
      * P200-LER-EXTRATO: cada linha valida do extrato vai para o
      * indice de trabalho. CPF repetido no extrato fica com a
      * primeira ocorrencia.
      ******************************************************************
       P200-LER-EXTRATO.
            READ EXTRATO-OBITOS
                 AT END
                    MOVE 'S'             TO WK-FIM-EXTRATO
                    GO TO P200-FIM
            END-READ
            IF EXTRATO-REC = SPACES
               GO TO P200-FIM
            END-IF
            ADD 1                        TO WK-QTD-LINHAS
            PERFORM P250-VALIDAR-LINHA THRU P250-FIM
            IF WK-LINHA-OK NOT = 'S'
               ADD 1                     TO WK-QTD-INVALIDAS
               MOVE SPACES               TO OBITO-REL-REC
               STRING WK-MOTIVO ' ' EXTRATO-REC
                      DELIMITED BY SIZE INTO OBITO-REL-REC
               END-STRING
               WRITE OBITO-REL-REC
               GO TO P200-FIM
            END-IF

            MOVE WK-CPF-TEXTO            TO OBT-CPF
            MOVE WK-NOME-TEXTO           TO OBT-NOME
            IF WK-NASC-TEXTO = SPACES
               MOVE ZEROS                TO OBT-NASCIMENTO
            ELSE
               MOVE WK-NASC-TEXTO        TO OBT-NASCIMENTO
            END-IF
            MOVE WK-OBITO-TEXTO          TO OBT-DATA-OBITO
            WRITE REG-OBITO-TRABALHO
            IF WK-FS-TRABALHO = '00'
               ADD 1                     TO WK-QTD-CARREGADAS
            ELSE
               ADD 1                     TO WK-QTD-REPETIDAS
            END-IF
            .
       P200-FIM.

       P250-VALIDAR-LINHA.
            MOVE 'S'                     TO WK-LINHA-OK
            MOVE SPACES                  TO WK-CPF-TEXTO WK-NOME-TEXTO
                                            WK-NASC-TEXTO
                                            WK-OBITO-TEXTO WK-MOTIVO
            UNSTRING EXTRATO-REC DELIMITED BY ','
                INTO WK-CPF-TEXTO
                     WK-NOME-TEXTO
                     WK-NASC-TEXTO
                     WK-OBITO-TEXTO
            END-UNSTRING

            IF WK-CPF-TEXTO NOT NUMERIC OR WK-CPF-TEXTO = ZEROS
               MOVE 'CPF INVALIDO'       TO WK-MOTIVO
               MOVE 'N'                  TO WK-LINHA-OK
               GO TO P250-FIM
            END-IF
            IF WK-NOME-TEXTO = SPACES
               MOVE 'SEM NOME'           TO WK-MOTIVO
               MOVE 'N'                  TO WK-LINHA-OK
               GO TO P250-FIM
            END-IF

            IF WK-OBITO-TEXTO NOT NUMERIC
               MOVE 'DATA DE OBITO INVALIDA' TO WK-MOTIVO
               MOVE 'N'                  TO WK-LINHA-OK
               GO TO P250-FIM
            END-IF
            MOVE WK-OBITO-TEXTO          TO WK-DATA-TESTE
            PERFORM P260-VALIDAR-DATA
            IF WK-LINHA-OK NOT = 'S' OR WK-DATA-TESTE > WK-DATA-HOJE
               MOVE 'DATA DE OBITO INVALIDA' TO WK-MOTIVO
               MOVE 'N'                  TO WK-LINHA-OK
               GO TO P250-FIM
            END-IF

            IF WK-NASC-TEXTO NOT = SPACES
               IF WK-NASC-TEXTO NOT NUMERIC
                  MOVE 'N'               TO WK-LINHA-OK
               ELSE
                  MOVE WK-NASC-TEXTO     TO WK-DATA-TESTE
                  PERFORM P260-VALIDAR-DATA
               END-IF
               IF WK-LINHA-OK NOT = 'S'
                  MOVE 'NASCIMENTO INVALIDO' TO WK-MOTIVO
               END-IF
            END-IF
            .
       P250-FIM.

       P260-VALIDAR-DATA.
            MOVE WK-DATA-TESTE           TO LK-DATA-ENTRADA
            SET LK-SAIDA-AAAAMMDD        TO TRUE
            MOVE 'V'                     TO LK-FUNCAO
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            IF NOT LK-STATUS-OK OF PARAMETRES-DATA
               MOVE 'N'                  TO WK-LINHA-OK
            END-IF
            .

      ******************************************************************
      * P400-LER-CONTATO: varredura unica do mestre. Contato sem CPF,
      * anonimizado ou ja marcado nao e procurado; o CPF que esta no
      * extrato segue para a confirmacao.
      ******************************************************************
       P400-LER-CONTATO.
            READ CONTATO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-MESTRE
                    GO TO P400-FIM
            END-READ
            IF WK-CPF = ZEROS OR WK-REG-ANONIMIZADO
               GO TO P400-FIM
            END-IF
            MOVE WK-CPF                  TO OBT-CPF
            READ OBITO-TRABALHO
                 INVALID KEY
                    GO TO P400-FIM
            END-READ
            ADD 1                        TO WK-QTD-CONFERIDOS
            IF WK-REG-FALECIDO
               ADD 1                     TO WK-QTD-JA-MARCADOS
               GO TO P400-FIM
            END-IF

            PERFORM P500-CONFIRMAR
            IF WK-MOTIVO = SPACES
               PERFORM P700-MARCAR-FALECIDO
            ELSE
               PERFORM P600-GRAVAR-REVISAO
            END-IF
            .
       P400-FIM.

      ******************************************************************
      * P500-CONFIRMAR: primeiro e ultimo nome dos dois lados tem de
      * bater; a data de nascimento so conta quando o cadastro e o
      * extrato a tem. WK-MOTIVO em branco = confirmado.
      ******************************************************************
       P500-CONFIRMAR.
            MOVE SPACES                  TO WK-MOTIVO
            MOVE SPACES                  TO WK-TEXTO-NOME
            STRING FUNCTION TRIM(WK-PRIMEIRO-NOME) ' '
                   FUNCTION TRIM(WK-NOME-MEIO) ' '
                   FUNCTION TRIM(WK-ULTIMO-NOME)
                   DELIMITED BY SIZE INTO WK-TEXTO-NOME
            END-STRING
            PERFORM P550-PONTAS-DO-NOME
            MOVE WK-PRIMEIRA-PALAVRA     TO WK-CAD-PRIMEIRO
            MOVE WK-ULTIMA-PALAVRA       TO WK-CAD-ULTIMO

            MOVE OBT-NOME                TO WK-TEXTO-NOME
            PERFORM P550-PONTAS-DO-NOME
            MOVE WK-PRIMEIRA-PALAVRA     TO WK-EXT-PRIMEIRO
            MOVE WK-ULTIMA-PALAVRA       TO WK-EXT-ULTIMO

            IF WK-CAD-PRIMEIRO NOT = WK-EXT-PRIMEIRO OR
               WK-CAD-ULTIMO NOT = WK-EXT-ULTIMO
               MOVE 'NOME DIVERGE'       TO WK-MOTIVO
            END-IF
            IF WK-DATA-NASCIMENTO NOT = ZEROS AND
               OBT-NASCIMENTO NOT = ZEROS AND
               WK-DATA-NASCIMENTO NOT = OBT-NASCIMENTO
               IF WK-MOTIVO = SPACES
                  MOVE 'NASCIMENTO DIVERGE' TO WK-MOTIVO
               ELSE
                  MOVE 'NOME E NASCIMENTO DIVERGEM' TO WK-MOTIVO
               END-IF
            END-IF
            .

      ******************************************************************
      * P550-PONTAS-DO-NOME: primeira e ultima palavra de
      * WK-TEXTO-NOME, normalizadas pelo NORMUTIL.
      ******************************************************************
       P550-PONTAS-DO-NOME.
            MOVE SPACES                  TO WK-TAB-PALAVRAS
            MOVE ZEROS                   TO WK-QTD-PALAVRAS
            UNSTRING FUNCTION TRIM(WK-TEXTO-NOME)
                DELIMITED BY ALL SPACE
                INTO WK-PALAVRA(1)  WK-PALAVRA(2)  WK-PALAVRA(3)
                     WK-PALAVRA(4)  WK-PALAVRA(5)  WK-PALAVRA(6)
                     WK-PALAVRA(7)  WK-PALAVRA(8)  WK-PALAVRA(9)
                     WK-PALAVRA(10) WK-PALAVRA(11) WK-PALAVRA(12)
                TALLYING IN WK-QTD-PALAVRAS
            END-UNSTRING
            IF WK-QTD-PALAVRAS = ZEROS
               MOVE 1                    TO WK-QTD-PALAVRAS
            END-IF

            MOVE WK-PALAVRA(1)           TO LK-TEXTO-ENTRADA
            CALL 'NORMUTIL' USING PARAMETRES-NORM
            MOVE LK-TEXTO-NORMALIZADO(1:20) TO WK-PRIMEIRA-PALAVRA
            MOVE WK-PALAVRA(WK-QTD-PALAVRAS) TO LK-TEXTO-ENTRADA
            CALL 'NORMUTIL' USING PARAMETRES-NORM
            MOVE LK-TEXTO-NORMALIZADO(1:20) TO WK-ULTIMA-PALAVRA
            .

       P600-GRAVAR-REVISAO.
            ADD 1                        TO WK-QTD-REVISAO
            MOVE SPACES                  TO OBITO-REV-REC
            STRING WK-CODIGO ' ' WK-CPF ' '
                   WK-PRIMEIRO-NOME(1:12) ' ' WK-ULTIMO-NOME(1:12)
                   DELIMITED BY SIZE INTO OBITO-REV-REC
            END-STRING
            MOVE OBT-NOME                TO OBITO-REV-REC(46:30)
            MOVE WK-DATA-NASCIMENTO      TO OBITO-REV-REC(77:8)
            MOVE OBT-NASCIMENTO          TO OBITO-REV-REC(86:8)
            MOVE WK-MOTIVO               TO OBITO-REV-REC(95:30)
            WRITE OBITO-REV-REC
            .

      ******************************************************************
      * P700-MARCAR-FALECIDO: grava o obito no contato, com linha de
      * auditoria e imagem antes/depois no CONTJRNL - uma carga
      * errada do extrato precisa poder ser desfeita pelo JRNBACK.
      ******************************************************************
       P700-MARCAR-FALECIDO.
            MOVE SPACES                  TO WK-IMAGEM-ANTES
            MOVE CADASTRO-PF             TO WK-IMAGEM-ANTES
            SET WK-REG-FALECIDO          TO TRUE
            MOVE OBT-DATA-OBITO          TO WK-DATA-OBITO
            MOVE WK-FONTE                TO WK-FONTE-OBITO
            REWRITE CADASTRO-PF
            IF WK-FS-CONTATO NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR CONTATO ' WK-CODIGO
                       ' - FS: ' WK-FS-CONTATO
            ELSE
               ADD 1                     TO WK-QTD-MARCADOS
               PERFORM P710-GRAVAR-AUDITORIA
               PERFORM P720-GRAVAR-DIARIO
               MOVE SPACES               TO OBITO-REL-REC
               STRING WK-CODIGO ' ' WK-CPF ' '
                      WK-PRIMEIRO-NOME(1:15) ' '
                      WK-ULTIMO-NOME(1:15)
                      DELIMITED BY SIZE INTO OBITO-REL-REC
               END-STRING
               STRING WK-DATA-OBITO(7:2) '/' WK-DATA-OBITO(5:2) '/'
                      WK-DATA-OBITO(1:4)
                      DELIMITED BY SIZE INTO OBITO-REL-REC(52:10)
               END-STRING
               WRITE OBITO-REL-REC
            END-IF
            .

       P710-GRAVAR-AUDITORIA.
            OPEN EXTEND AUDITORIA
            IF WK-FS-AUDITORIA = '35'
               OPEN OUTPUT AUDITORIA
            END-IF

            MOVE FUNCTION CURRENT-DATE   TO AUD-DATA-HORA
            MOVE 'OBITO'                 TO AUD-OPERACAO
            MOVE WK-CODIGO               TO AUD-CODIGO
            MOVE 'OBITCNTT'              TO AUD-USUARIO
            MOVE SPACES                  TO AUD-MENSAGEM
            STRING 'FALECIDO EM ' WK-DATA-OBITO ' FONTE ' WK-FONTE
                   DELIMITED BY SIZE INTO AUD-MENSAGEM
            END-STRING

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
            MOVE 'OBITCNTT'             TO LK-JRN-PROGRAMA
            MOVE 'BATCH'                TO LK-JRN-USUARIO
            MOVE 'CONTMSTR'             TO LK-JRN-ARQUIVO
            MOVE WK-CODIGO              TO LK-JRN-CODIGO
            MOVE WK-IMAGEM-ANTES        TO LK-JRN-ANTES
            MOVE SPACES                 TO LK-JRN-DEPOIS
            MOVE CADASTRO-PF            TO LK-JRN-DEPOIS
            CALL 'JRNUTIL' USING PARAMETRES-JRN
            .

       P900-FINALIZAR.
            MOVE SPACES                  TO OBITO-REL-REC
            WRITE OBITO-REL-REC
            MOVE SPACES                  TO OBITO-REL-REC
            STRING 'LINHAS NO EXTRATO: ' WK-QTD-LINHAS
                   '  CARREGADAS: ' WK-QTD-CARREGADAS
                   '  INVALIDAS: ' WK-QTD-INVALIDAS
                   '  CPF REPETIDO: ' WK-QTD-REPETIDAS
                   DELIMITED BY SIZE INTO OBITO-REL-REC
            END-STRING
            WRITE OBITO-REL-REC
            MOVE SPACES                  TO OBITO-REL-REC
            STRING 'CPF ENCONTRADOS NO CADASTRO: ' WK-QTD-CONFERIDOS
                   '  MARCADOS: ' WK-QTD-MARCADOS
                   '  PARA REVISAO: ' WK-QTD-REVISAO
                   '  JA MARCADOS ANTES: ' WK-QTD-JA-MARCADOS
                   DELIMITED BY SIZE INTO OBITO-REL-REC
            END-STRING
            WRITE OBITO-REL-REC

            CLOSE CONTATO-MASTER OBITO-TRABALHO
                  RELATORIO-OBITOS REVISAO-OBITOS
            DISPLAY 'LINHAS DO EXTRATO.....: ' WK-QTD-LINHAS
            DISPLAY 'LINHAS INVALIDAS......: ' WK-QTD-INVALIDAS
            DISPLAY 'MARCADOS FALECIDOS....: ' WK-QTD-MARCADOS
            DISPLAY 'PARA REVISAO (OBITREV): ' WK-QTD-REVISAO

            MOVE 'OBITCNTT'              TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-LINHAS           TO LK-RUN-QTD-LIDOS
            MOVE WK-QTD-MARCADOS         TO LK-RUN-QTD-APLICADOS
            COMPUTE LK-RUN-QTD-REJEITADOS = WK-QTD-INVALIDAS +
                                            WK-QTD-REVISAO
            MOVE ZEROS                   TO LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM OBITCNTT.
