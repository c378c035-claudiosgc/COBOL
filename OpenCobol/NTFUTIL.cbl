      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE ENFILEIRAMENTO DE NOTIFICACOES SMS/EMAIL
      *          (NTFMSTR), NO ESTILO CHAMADO/CHAMADOR DE CFGUTIL. O
      *          CHAMADOR (FREQAVIS, OCORCNTT, FATCOBRA, AGDLIST)
      *          PASSA O CONTATO, O CANAL, O MODELO E O TEXTO JA
      *          MESCLADO; AQUI SE CONFERE O QUE A MALA DE PAPEL JA
      *          CONFERE - CONTATO ATIVO E VIVO, CONSENTIMENTO DE
      *          AVISOS ELETRONICOS (FINALIDADE A), SUPRESSAO DO
      *          CANAL E NAO ME PERTURBE DO CELULAR - E SO ENTAO A
      *          MENSAGEM ENTRA NA FILA, PENDENTE, PARA O NTFENVIO
      *          MANDAR AO GATEWAY NA NOITE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELCONT'.
           COPY 'SELCON'.
           COPY 'SELSUP'.
           COPY 'SELNTF'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDCONT'.
           COPY 'FDCON'.
           COPY 'FDSUP'.
           COPY 'FDNTF'.
       WORKING-STORAGE SECTION.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-CONSENT                PIC X(02) VALUE SPACES.
       77  WK-FS-SUPRESSAO              PIC X(02) VALUE SPACES.
       77  WK-FS-NOTIF                  PIC X(02) VALUE SPACES.
       77  WK-TEM-CONTATO               PIC X(01) VALUE 'N'.
       77  WK-TEM-CONSENT               PIC X(01) VALUE 'N'.
       77  WK-TEM-SUPRESSAO             PIC X(01) VALUE 'N'.
       77  WK-RELACIONAMENTO            PIC X(01) VALUE 'N'.
       77  WK-TEM-CONTROLE              PIC X(01) VALUE 'N'.
       77  WK-IDX-TEL                   PIC 9(01) VALUE ZEROS.
       77  WK-IDX-CELULAR               PIC 9(01) VALUE ZEROS.
       77  WK-IDX-BLOQUEADO             PIC 9(01) VALUE ZEROS.
       77  WK-QTD-TEL                   PIC 9(01) VALUE ZEROS.
       77  WK-STATUS-SMS                PIC X(02) VALUE SPACES.
       77  WK-DESTINO                   PIC X(40) VALUE SPACES.
       77  WK-PROX-ID                   PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
           COPY 'PARMNTF'.

       PROCEDURE DIVISION USING PARAMETRES-NTF.
       MAIN-PROCEDURE.
            MOVE ZEROS                   TO LK-NTF-ID
            MOVE SPACES                  TO LK-NTF-CANAL-USADO
            SET LK-NTF-OK                TO TRUE
            IF LK-NTF-PRIORIDADE NOT NUMERIC
               OR LK-NTF-PRIORIDADE < 1 OR LK-NTF-PRIORIDADE > 3
               MOVE 2                    TO LK-NTF-PRIORIDADE
            END-IF

            PERFORM P050-ABRIR-CADASTROS
            PERFORM P100-CONFERIR-CONTATO THRU P100-FIM
            IF LK-NTF-OK
               PERFORM P200-CONFERIR-CONSENT THRU P200-FIM
            END-IF

            IF LK-NTF-OK
               EVALUATE TRUE
                  WHEN LK-NTF-SMS
                     PERFORM P300-CANAL-SMS THRU P300-FIM
                  WHEN LK-NTF-EMAIL
                     PERFORM P400-CANAL-EMAIL THRU P400-FIM
                  WHEN OTHER
      *              Qualquer canal: SMS primeiro; se nao puder sair,
      *              email. Contato sem email fica com o motivo do SMS.
                     PERFORM P300-CANAL-SMS THRU P300-FIM
                     IF NOT LK-NTF-OK
                        MOVE LK-NTF-STATUS TO WK-STATUS-SMS
                        SET LK-NTF-OK    TO TRUE
                        PERFORM P400-CANAL-EMAIL THRU P400-FIM
                        IF LK-NTF-SEM-DESTINO
                           MOVE WK-STATUS-SMS TO LK-NTF-STATUS
                        END-IF
                     END-IF
               END-EVALUATE
            END-IF
            PERFORM P090-FECHAR-CADASTROS

            IF LK-NTF-OK
               PERFORM P500-ENFILEIRAR THRU P500-FIM
            END-IF
            GOBACK
            .

       P050-ABRIR-CADASTROS.
            MOVE 'N'                     TO WK-TEM-CONTATO
                                            WK-TEM-CONSENT
                                            WK-TEM-SUPRESSAO
            OPEN INPUT CONTATO-MASTER
            IF WK-FS-CONTATO = '00'
               MOVE 'S'                  TO WK-TEM-CONTATO
            END-IF
            OPEN INPUT CONSENTIMENTO
            IF WK-FS-CONSENT = '00'
               MOVE 'S'                  TO WK-TEM-CONSENT
            END-IF
            OPEN INPUT SUPRESSAO
            IF WK-FS-SUPRESSAO = '00'
               MOVE 'S'                  TO WK-TEM-SUPRESSAO
            END-IF
            .

       P090-FECHAR-CADASTROS.
            IF WK-TEM-CONTATO = 'S'
               CLOSE CONTATO-MASTER
            END-IF
            IF WK-TEM-CONSENT = 'S'
               CLOSE CONSENTIMENTO
            END-IF
            IF WK-TEM-SUPRESSAO = 'S'
               CLOSE SUPRESSAO
            END-IF
            .

      ******************************************************************
      * P100-CONFERIR-CONTATO: mesma regra da mala - inativo,
      * falecido ou anonimizado nao recebe nada.
      ******************************************************************
       P100-CONFERIR-CONTATO.
            IF WK-TEM-CONTATO NOT = 'S'
               SET LK-NTF-SEM-CONTATO    TO TRUE
               GO TO P100-FIM
            END-IF
            MOVE LK-NTF-CODIGO           TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    SET LK-NTF-SEM-CONTATO TO TRUE
                    GO TO P100-FIM
            END-READ
            IF NOT WK-REG-ATIVO OR WK-REG-FALECIDO
               OR WK-REG-ANONIMIZADO
               SET LK-NTF-SEM-CONTATO    TO TRUE
            END-IF
            .
       P100-FIM.

      ******************************************************************
      * P200-CONFERIR-CONSENT: sem registro da finalidade A (avisos
      * eletronicos) conta como NAO consentido, como nas demais
      * finalidades. A finalidade L fica anotada para o celular no
      * Nao Me Perturbe.
      ******************************************************************
       P200-CONFERIR-CONSENT.
            MOVE 'N'                     TO WK-RELACIONAMENTO
            IF WK-TEM-CONSENT NOT = 'S'
               SET LK-NTF-SEM-CONSENT    TO TRUE
               GO TO P200-FIM
            END-IF
            MOVE LK-NTF-CODIGO           TO CON-CODIGO
            MOVE 'A'                     TO CON-FINALIDADE
            READ CONSENTIMENTO
                 INVALID KEY
                    SET LK-NTF-SEM-CONSENT TO TRUE
                    GO TO P200-FIM
            END-READ
            IF NOT CON-CONSENTIU
               SET LK-NTF-SEM-CONSENT    TO TRUE
               GO TO P200-FIM
            END-IF

            MOVE LK-NTF-CODIGO           TO CON-CODIGO
            MOVE 'L'                     TO CON-FINALIDADE
            READ CONSENTIMENTO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CON-CONSENTIU
                       MOVE 'S'          TO WK-RELACIONAMENTO
                    END-IF
            END-READ
            .
       P200-FIM.

      ******************************************************************
      * P300-CANAL-SMS: o primeiro celular fora do Nao Me Perturbe;
      * todos bloqueados, o primeiro celular so vale com
      * relacionamento documentado (mesma regra do AGDLIST).
      ******************************************************************
       P300-CANAL-SMS.
            MOVE ZEROS                   TO WK-IDX-CELULAR
                                            WK-IDX-BLOQUEADO
            MOVE 3                       TO WK-QTD-TEL
            IF WK-QTDE-TELEFONES NUMERIC
               AND WK-QTDE-TELEFONES < 3
               MOVE WK-QTDE-TELEFONES    TO WK-QTD-TEL
            END-IF
            PERFORM P310-PROCURAR-CELULAR
                    VARYING WK-IDX-TEL FROM 1 BY 1
                    UNTIL WK-IDX-TEL > WK-QTD-TEL
                       OR WK-IDX-CELULAR > ZEROS

            IF WK-IDX-CELULAR = ZEROS
               IF WK-IDX-BLOQUEADO = ZEROS
                  SET LK-NTF-SEM-DESTINO TO TRUE
                  GO TO P300-FIM
               END-IF
               IF WK-RELACIONAMENTO NOT = 'S'
                  SET LK-NTF-NMP         TO TRUE
                  GO TO P300-FIM
               END-IF
               MOVE WK-IDX-BLOQUEADO     TO WK-IDX-CELULAR
            END-IF

            IF WK-TEM-SUPRESSAO = 'S'
               MOVE LK-NTF-CODIGO        TO SUP-CODIGO
               MOVE 'S'                  TO SUP-CANAL
               READ SUPRESSAO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET LK-NTF-SUPRIMIDA TO TRUE
                       GO TO P300-FIM
               END-READ
            END-IF

            MOVE SPACES                  TO WK-DESTINO
            STRING '+' WK-PAIS(WK-IDX-CELULAR)
                   WK-DDD(WK-IDX-CELULAR)
                   WK-PREFIXO(WK-IDX-CELULAR)
                   WK-SUFIXO(WK-IDX-CELULAR)
                   DELIMITED BY SIZE INTO WK-DESTINO
            END-STRING
            MOVE 'S'                     TO LK-NTF-CANAL-USADO
            .
       P300-FIM.

       P310-PROCURAR-CELULAR.
            IF WK-TEL-CELULAR(WK-IDX-TEL)
               AND WK-PREFIXO(WK-IDX-TEL) NUMERIC
               AND WK-PREFIXO(WK-IDX-TEL) > ZEROS
               IF WK-TEL-BLOQUEADO(WK-IDX-TEL)
                  IF WK-IDX-BLOQUEADO = ZEROS
                     MOVE WK-IDX-TEL     TO WK-IDX-BLOQUEADO
                  END-IF
               ELSE
                  MOVE WK-IDX-TEL        TO WK-IDX-CELULAR
               END-IF
            END-IF
            .

      ******************************************************************
      * P400-CANAL-EMAIL: email que voltou (E) ou descadastrado (O)
      * no SUPRESS nao recebe aviso.
      ******************************************************************
       P400-CANAL-EMAIL.
            IF WK-EMAIL = SPACES
               SET LK-NTF-SEM-DESTINO    TO TRUE
               GO TO P400-FIM
            END-IF
            IF WK-TEM-SUPRESSAO = 'S'
               MOVE LK-NTF-CODIGO        TO SUP-CODIGO
               MOVE 'E'                  TO SUP-CANAL
               READ SUPRESSAO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET LK-NTF-SUPRIMIDA TO TRUE
                       GO TO P400-FIM
               END-READ
               MOVE LK-NTF-CODIGO        TO SUP-CODIGO
               MOVE 'O'                  TO SUP-CANAL
               READ SUPRESSAO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET LK-NTF-SUPRIMIDA TO TRUE
                       GO TO P400-FIM
               END-READ
            END-IF
            MOVE WK-EMAIL                TO WK-DESTINO
            MOVE 'E'                     TO LK-NTF-CANAL-USADO
            .
       P400-FIM.

      ******************************************************************
      * P500-ENFILEIRAR: numero da notificacao vem do registro de
      * controle (chave zerada), criado na primeira inclusao.
      ******************************************************************
       P500-ENFILEIRAR.
            OPEN I-O FILA-NOTIFICACOES
            IF WK-FS-NOTIF = '35'
               OPEN OUTPUT FILA-NOTIFICACOES
               CLOSE FILA-NOTIFICACOES
               OPEN I-O FILA-NOTIFICACOES
            END-IF
            IF WK-FS-NOTIF NOT = '00'
               SET LK-NTF-ERRO           TO TRUE
               GO TO P500-FIM
            END-IF

            MOVE ZEROS                   TO NTF-CHAVE
            MOVE 'S'                     TO WK-TEM-CONTROLE
            READ FILA-NOTIFICACOES
                 INVALID KEY
                    MOVE 'N'             TO WK-TEM-CONTROLE
                    MOVE SPACES          TO NTF-CORPO
                    MOVE ZEROS           TO NTF-ULTIMO-ID
            END-READ
            COMPUTE WK-PROX-ID = NTF-ULTIMO-ID + 1
            MOVE WK-PROX-ID              TO NTF-ULTIMO-ID
            IF WK-TEM-CONTROLE = 'S'
               REWRITE REG-NOTIFICACAO
            ELSE
               WRITE REG-NOTIFICACAO
            END-IF
            IF WK-FS-NOTIF NOT = '00'
               SET LK-NTF-ERRO           TO TRUE
               CLOSE FILA-NOTIFICACOES
               GO TO P500-FIM
            END-IF

            MOVE SPACES                  TO NTF-CORPO
            MOVE LK-NTF-CODIGO           TO NTF-CODIGO
            MOVE WK-PROX-ID              TO NTF-ID
            MOVE LK-NTF-CANAL-USADO      TO NTF-CANAL
            MOVE WK-DESTINO              TO NTF-DESTINO
            MOVE LK-NTF-MODELO           TO NTF-MODELO
            MOVE LK-NTF-TEXTO            TO NTF-TEXTO
            MOVE LK-NTF-PRIORIDADE       TO NTF-PRIORIDADE
            MOVE LK-NTF-PROGRAMA         TO NTF-PROGRAMA
            MOVE LK-NTF-USUARIO          TO NTF-USUARIO
            MOVE FUNCTION CURRENT-DATE(1:14) TO NTF-DATA-INCLUSAO
            SET NTF-PENDENTE             TO TRUE
            MOVE ZEROS                   TO NTF-TENTATIVAS
                                            NTF-REMESSA
            WRITE REG-NOTIFICACAO
            IF WK-FS-NOTIF = '00'
               MOVE WK-PROX-ID           TO LK-NTF-ID
            ELSE
               SET LK-NTF-ERRO           TO TRUE
            END-IF
            CLOSE FILA-NOTIFICACOES
            .
       P500-FIM.
       END PROGRAM NTFUTIL.
