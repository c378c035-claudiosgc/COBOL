      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: VARREDURA UNICA DE PADRONIZACAO DE RUA NO CADASTRO
      *          EXISTENTE. A PADRONIZACAO (LOGMSTR VIA LOGRUTIL) SO
      *          VALE PARA O QUE ENTRA DE AGORA EM DIANTE - ESTE LOTE
      *          PASSA PELO CONTATO-MASTER E PELO CONTPJ-MASTER, E
      *          RELATA EM ENDPADRE CADA RUA DE CONTATO ATIVO QUE
      *          MUDARIA DE FORMA ('R. S. JOAO' -> 'R SAO JOAO').
      *          RODADO PRIMEIRO SO COMO PREVIA; QUANDO O OPERADOR
      *          PEDE O MODO DE APLICACAO, REGRAVA A RUA COM A MESMA
      *          LINHA DE AUDITORIA, A MESMA APOSENTADORIA DO
      *          ENDERECO ANTIGO EM ENDHIST E O MESMO DIARIO DE
      *          IMAGENS QUE O CEPRECON PRODUZ. RUA CUJA FORMA PADRAO
      *          PASSA DE 15 POSICOES SO E RELATADA - FICA PARA O
      *          ALTCONTT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENDPADR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELCONT'.
           COPY 'SELCONTJ'.
           COPY 'SELEND'.
           COPY 'SELAUDIT'.
           SELECT RELATORIO-PADR
               ASSIGN TO "ENDPADRE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDCONT'.
           COPY 'FDCONTJ'.
           COPY 'FDEND'.
           COPY 'FDAUDIT'.
       FD  RELATORIO-PADR
           LABEL RECORD IS STANDARD.
       01  PADR-REC                     PIC X(120).
       WORKING-STORAGE SECTION.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO-PJ             PIC X(02) VALUE SPACES.
       77  WK-FS-ENDHIST                PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-MODO-APLICAR              PIC X(01) VALUE 'N'.
       77  WK-TEM-PJ                    PIC X(01) VALUE 'N'.
       77  WK-FIM-MESTRE                PIC X(01) VALUE 'N'.
       77  WK-FIM-PJ                    PIC X(01) VALUE 'N'.
       77  WK-FIM-ENDHIST               PIC X(01) VALUE 'N'.
       77  WK-PROX-SEQ-END              PIC 9(04) VALUE ZEROS.
       77  WK-CODIGO-ALVO               PIC 9(06) VALUE ZEROS.
       77  WK-ORIGEM                    PIC X(02) VALUE SPACES.
       77  WK-RUA-ATUAL                 PIC X(15) VALUE SPACES.
       77  WK-QTD-LIDOS                 PIC 9(06) VALUE ZEROS.
       77  WK-QTD-PADRONIZAVEIS         PIC 9(06) VALUE ZEROS.
       77  WK-QTD-APLICADOS             PIC 9(06) VALUE ZEROS.
       77  WK-QTD-NAO-CABE              PIC 9(06) VALUE ZEROS.
       01  WK-ENDERECO-ANTES.
           05 WK-ANTES-RUA              PIC X(15).
           05 WK-ANTES-BAIRRO           PIC X(15).
           05 WK-ANTES-CIDADE           PIC X(15).
           05 WK-ANTES-UF               PIC X(02).
           05 WK-ANTES-CEP              PIC X(07).
           COPY 'PARMLOGR'.
           COPY 'PARMRUN'.
           COPY 'PARMJRN'.
       77  WK-IMAGEM-ANTES              PIC X(400) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'ENDPADR'               TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY '*** PADRONIZACAO DE RUA NO CADASTRO ***'
            MOVE 'RUA'                   TO LK-LOGR-ENTRADA
            CALL 'LOGRUTIL' USING PARAMETRES-LOGR
            IF LK-LOGR-SEM-TABELA
               DISPLAY 'NAO HA TABELA DE ABREVIATURAS - CADASTRE PELO '
                       'LOGRMANT ANTES.'
               STOP RUN
            END-IF

            DISPLAY 'APLICAR A PADRONIZACAO NO MESTRE (S = APLICAR, '
                    'N = SO PREVIA)? '
            ACCEPT WK-MODO-APLICAR
            IF WK-MODO-APLICAR = 's'
               MOVE 'S'                  TO WK-MODO-APLICAR
            END-IF

            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P200-LER-PF THRU P200-FIM
                    UNTIL WK-FIM-MESTRE = 'S'
            IF WK-TEM-PJ = 'S'
               PERFORM P250-LER-PJ THRU P250-FIM
                       UNTIL WK-FIM-PJ = 'S'
            END-IF
            PERFORM P900-FINALIZAR
            STOP RUN
            .

       P100-ABRIR-ARQUIVOS.
            IF WK-MODO-APLICAR = 'S'
               OPEN I-O CONTATO-MASTER
            ELSE
               OPEN INPUT CONTATO-MASTER
            END-IF
            IF WK-FS-CONTATO = '35'
               DISPLAY 'NAO HA CADASTRO DE CONTATOS.'
               STOP RUN
            END-IF
            IF WK-MODO-APLICAR = 'S'
               OPEN I-O CONTPJ-MASTER
            ELSE
               OPEN INPUT CONTPJ-MASTER
            END-IF
            IF WK-FS-CONTATO-PJ = '00'
               MOVE 'S'                  TO WK-TEM-PJ
            END-IF
            OPEN I-O ENDERECO-HISTORICO
            IF WK-FS-ENDHIST = '35'
               OPEN OUTPUT ENDERECO-HISTORICO
               CLOSE ENDERECO-HISTORICO
               OPEN I-O ENDERECO-HISTORICO
            END-IF
            OPEN OUTPUT RELATORIO-PADR
            IF WK-MODO-APLICAR = 'S'
               MOVE 'PADRONIZACAO DE RUA - APLICADA NO MESTRE'
                                         TO PADR-REC
            ELSE
               MOVE 'PADRONIZACAO DE RUA - PREVIA (NADA FOI ALTERADO)'
                                         TO PADR-REC
            END-IF
            WRITE PADR-REC
            MOVE 'TP CODIGO RUA GRAVADA        FORMA PADRAO'
                                         TO PADR-REC
            WRITE PADR-REC
            .

       P200-LER-PF.
            READ CONTATO-MASTER NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-MESTRE
                 NOT AT END
                    IF WK-REG-ATIVO AND WK-RUA NOT = SPACES
                       ADD 1             TO WK-QTD-LIDOS
                       MOVE 'PF'         TO WK-ORIGEM
                       MOVE WK-CODIGO    TO WK-CODIGO-ALVO
                       MOVE WK-RUA       TO WK-RUA-ATUAL
                       PERFORM P300-CONFERIR THRU P300-FIM
                    END-IF
            END-READ
            .
       P200-FIM.

       P250-LER-PJ.
            READ CONTPJ-MASTER NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-PJ
                 NOT AT END
                    IF WK-REG-PJ-ATIVO AND WK-RUA-PJ NOT = SPACES
                       ADD 1             TO WK-QTD-LIDOS
                       MOVE 'PJ'         TO WK-ORIGEM
                       MOVE WK-CODIGO-PJ TO WK-CODIGO-ALVO
                       MOVE WK-RUA-PJ    TO WK-RUA-ATUAL
                       PERFORM P300-CONFERIR THRU P300-FIM
                    END-IF
            END-READ
            .
       P250-FIM.

      ******************************************************************
      * P300-CONFERIR: passa a rua gravada pelo LOGRUTIL; rua que ja
      * esta na forma padrao e so contada; a que mudaria vai para o
      * relatorio e, no modo de aplicacao, e regravada; forma padrao
      * maior que 15 posicoes so e relatada.
      ******************************************************************
       P300-CONFERIR.
            MOVE WK-RUA-ATUAL            TO LK-LOGR-ENTRADA
            CALL 'LOGRUTIL' USING PARAMETRES-LOGR

            EVALUATE TRUE
               WHEN LK-LOGR-PADRONIZADA
                  ADD 1                  TO WK-QTD-PADRONIZAVEIS
                  MOVE SPACES            TO PADR-REC
                  STRING WK-ORIGEM ' ' WK-CODIGO-ALVO ' '
                         WK-RUA-ATUAL '  -> ' LK-LOGR-SAIDA
                         DELIMITED BY SIZE INTO PADR-REC
                  END-STRING
                  WRITE PADR-REC
               WHEN LK-LOGR-NAO-CABE
                  ADD 1                  TO WK-QTD-NAO-CABE
                  MOVE SPACES            TO PADR-REC
                  STRING WK-ORIGEM ' ' WK-CODIGO-ALVO ' '
                         WK-RUA-ATUAL '  NAO CABE: '
                         LK-LOGR-PADRAO-LONGA
                         DELIMITED BY SIZE INTO PADR-REC
                  END-STRING
                  WRITE PADR-REC
                  GO TO P300-FIM
               WHEN OTHER
                  GO TO P300-FIM
            END-EVALUATE

            IF WK-MODO-APLICAR = 'S'
               IF WK-ORIGEM = 'PF'
                  PERFORM P400-APLICAR-PF
               ELSE
                  PERFORM P405-APLICAR-PJ
               END-IF
            END-IF
            .
       P300-FIM.

      ******************************************************************
      * P400-APLICAR-PF / P405-APLICAR-PJ: grava a forma padrao - o
      * bloco de endereco antigo vai para o ENDHIST com a data de hoje
      * (mesma aposentadoria que o ALTCONTT faz; o codigo PJ sai do
      * mesmo NEXTSEQ e nao colide com o PF) e a troca ganha a sua
      * linha de auditoria e as imagens no diario.
      ******************************************************************
       P400-APLICAR-PF.
            MOVE WK-ENDERECO             TO WK-ENDERECO-ANTES
            MOVE SPACES                  TO WK-IMAGEM-ANTES
            MOVE CADASTRO-PF             TO WK-IMAGEM-ANTES
            MOVE LK-LOGR-SAIDA           TO WK-RUA
            REWRITE CADASTRO-PF
            IF WK-FS-CONTATO = '00'
               ADD 1                     TO WK-QTD-APLICADOS
               PERFORM P410-GRAVAR-HISTORICO-END
               PERFORM P420-GRAVAR-AUDITORIA
               MOVE 'CONTMSTR'           TO LK-JRN-ARQUIVO
               MOVE SPACES               TO LK-JRN-DEPOIS
               MOVE CADASTRO-PF          TO LK-JRN-DEPOIS
               PERFORM P430-GRAVAR-DIARIO
            ELSE
               DISPLAY 'ERRO AO REGRAVAR CONTATO ' WK-CODIGO
                       ' - FS: ' WK-FS-CONTATO
            END-IF
            .

       P405-APLICAR-PJ.
            MOVE WK-ENDERECO-PJ          TO WK-ENDERECO-ANTES
            MOVE SPACES                  TO WK-IMAGEM-ANTES
            MOVE CADASTRO-PJ             TO WK-IMAGEM-ANTES
            MOVE LK-LOGR-SAIDA           TO WK-RUA-PJ
            REWRITE CADASTRO-PJ
            IF WK-FS-CONTATO-PJ = '00'
               ADD 1                     TO WK-QTD-APLICADOS
               PERFORM P410-GRAVAR-HISTORICO-END
               PERFORM P420-GRAVAR-AUDITORIA
               MOVE 'CONTPJ'             TO LK-JRN-ARQUIVO
               MOVE SPACES               TO LK-JRN-DEPOIS
               MOVE CADASTRO-PJ          TO LK-JRN-DEPOIS
               PERFORM P430-GRAVAR-DIARIO
            ELSE
               DISPLAY 'ERRO AO REGRAVAR CONTATO PJ ' WK-CODIGO-PJ
                       ' - FS: ' WK-FS-CONTATO-PJ
            END-IF
            .

       P410-GRAVAR-HISTORICO-END.
            PERFORM P415-PROXIMA-SEQ-END

            MOVE WK-CODIGO-ALVO          TO EH-CODIGO
            MOVE WK-PROX-SEQ-END         TO EH-SEQ
            MOVE FUNCTION CURRENT-DATE(1:8) TO EH-DATA-FIM
            MOVE 'ENDPADR'               TO EH-USUARIO
            MOVE WK-ANTES-RUA            TO EH-RUA
            MOVE WK-ANTES-BAIRRO         TO EH-BAIRRO
            MOVE WK-ANTES-CIDADE         TO EH-CIDADE
            MOVE WK-ANTES-UF             TO EH-UF
            MOVE WK-ANTES-CEP            TO EH-CEP
            WRITE REG-END-HISTORICO
            IF WK-FS-ENDHIST NOT = '00'
               DISPLAY 'AVISO - HISTORICO DE ENDERECO NAO GRAVADO - '
                       'FS: ' WK-FS-ENDHIST
            END-IF
            .

       P415-PROXIMA-SEQ-END.
            MOVE ZEROS                   TO WK-PROX-SEQ-END
            MOVE 'N'                     TO WK-FIM-ENDHIST
            MOVE WK-CODIGO-ALVO          TO EH-CODIGO
            MOVE ZEROS                   TO EH-SEQ
            START ENDERECO-HISTORICO KEY IS NOT LESS THAN EH-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ENDHIST
            END-START
            PERFORM P416-LER-SEQ-END THRU P416-FIM
                    UNTIL WK-FIM-ENDHIST = 'S'
            ADD 1                        TO WK-PROX-SEQ-END
            .

       P416-LER-SEQ-END.
            READ ENDERECO-HISTORICO NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ENDHIST
                 NOT AT END
                    IF EH-CODIGO NOT = WK-CODIGO-ALVO
                       MOVE 'S'          TO WK-FIM-ENDHIST
                    ELSE
                       MOVE EH-SEQ       TO WK-PROX-SEQ-END
                    END-IF
            END-READ
            .
       P416-FIM.

       P420-GRAVAR-AUDITORIA.
            OPEN EXTEND AUDITORIA
            IF WK-FS-AUDITORIA = '35'
               OPEN OUTPUT AUDITORIA
            END-IF

            MOVE FUNCTION CURRENT-DATE   TO AUD-DATA-HORA
            MOVE 'ALTERAR'               TO AUD-OPERACAO
            MOVE WK-CODIGO-ALVO          TO AUD-CODIGO
            MOVE 'ENDPADR'               TO AUD-USUARIO
            MOVE ' *** RUA PADRONIZADA PELO LOGMSTR ***  ' TO
                                         AUD-MENSAGEM

            MOVE ZEROS                  TO AUD-ELO
            MOVE AUDIT-REC(1:90)        TO LK-SELO-CONTEUDO
            SET LK-SELO-PROXIMO         TO TRUE
            CALL 'SELOUTIL' USING PARAMETRES-SELO
            MOVE LK-SELO-ELO            TO AUD-ELO
            WRITE AUDIT-REC

            CLOSE AUDITORIA
            .

      ******************************************************************
      * P430-GRAVAR-DIARIO: imagens antes/depois no CONTJRNL
      * (JRNUTIL) - uma rodada contra um LOGMSTR com abreviatura
      * errada e desfeita pelo JRNBACK. O chamador ja posicionou o
      * arquivo e a imagem DEPOIS.
      ******************************************************************
       P430-GRAVAR-DIARIO.
            SET LK-JRN-ALTERACAO        TO TRUE
            MOVE 'ENDPADR'              TO LK-JRN-PROGRAMA
            MOVE 'BATCH'                TO LK-JRN-USUARIO
            MOVE WK-CODIGO-ALVO         TO LK-JRN-CODIGO
            MOVE WK-IMAGEM-ANTES        TO LK-JRN-ANTES
            CALL 'JRNUTIL' USING PARAMETRES-JRN
            .

       P900-FINALIZAR.
            MOVE SPACES                  TO PADR-REC
            STRING 'ATIVOS LIDOS: ' WK-QTD-LIDOS
                   ' A PADRONIZAR: ' WK-QTD-PADRONIZAVEIS
                   ' APLICADOS: ' WK-QTD-APLICADOS
                   ' NAO CABEM: ' WK-QTD-NAO-CABE
                   DELIMITED BY SIZE INTO PADR-REC
            END-STRING
            WRITE PADR-REC

            CLOSE CONTATO-MASTER ENDERECO-HISTORICO
            IF WK-TEM-PJ = 'S'
               CLOSE CONTPJ-MASTER
            END-IF
            CLOSE RELATORIO-PADR
            DISPLAY 'ATIVOS LIDOS.....: ' WK-QTD-LIDOS
            DISPLAY 'A PADRONIZAR.....: ' WK-QTD-PADRONIZAVEIS
            DISPLAY 'APLICADOS........: ' WK-QTD-APLICADOS
            DISPLAY 'NAO CABEM EM 15..: ' WK-QTD-NAO-CABE

            MOVE 'ENDPADR'               TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-LIDOS            TO LK-RUN-QTD-LIDOS
            MOVE WK-QTD-APLICADOS        TO LK-RUN-QTD-APLICADOS
            MOVE WK-QTD-NAO-CABE         TO LK-RUN-QTD-REJEITADOS
            MOVE ZEROS                   TO LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM ENDPADR.
