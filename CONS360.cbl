      *          O REGISTRO MESTRE, NOTAS, AGENDA, CAMPANHAS,
      *          CONSENTIMENTOS POR FINALIDADE, SUPRESSOES, VINCULOS,
      *          HISTORICO DE ENDERECOS E A TRILHA DE AUDITORIA.
      * Modification History:
      *   15/10/2026 CS  Nova secao de casos de SAC em aberto (SACMSTR)
      *                  com prazo de SLA e marca de vencido.
      *   15/10/2026 CS  Nova secao de parentes (FAMMSTR, mantido no
      *                  PARCNTT) logo apos os vinculos.
      *   15/10/2026 CS  Telefone sem mascara (perfil TOTAL) fica
      *                  registrado no VISLOG via MSKUTIL.
      *   15/10/2026 CS  Secao de auditoria le posicionada pelo
      *                  indice AUDIDX quando valido; sem indice,
      *                  varre o AUDITLOG como antes.
      *   15/10/2026 CS  Nova secao de notificacoes SMS/email (NTFMSTR)
      *                  com a situacao de entrega; consentimento de
      *                  avisos (A) e supressao de SMS (S) na tela.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY 'SELVINC'.
           COPY 'SELEND'.
           COPY 'SELAUDIT'.
           COPY 'SELSAC'.
           COPY 'SELFAM'.
           COPY 'SELAUX'.
           COPY 'SELNTF'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDCONT'.
           COPY 'FDVINC'.
           COPY 'FDEND'.
           COPY 'FDAUDIT'.
           COPY 'FDSAC'.
           COPY 'FDFAM'.
           COPY 'FDAUX'.
           COPY 'FDNTF'.
       WORKING-STORAGE SECTION.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO-PJ             PIC X(02) VALUE SPACES.
       77  WK-FS-VINCULO                PIC X(02) VALUE SPACES.
       77  WK-FS-ENDHIST                PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-SAC                    PIC X(02) VALUE SPACES.
       77  WK-FS-FAMILIA                PIC X(02) VALUE SPACES.
       77  WK-FS-AUDIDX                 PIC X(02) VALUE SPACES.
       77  WK-FS-NOTIF                  PIC X(02) VALUE SPACES.
       77  WK-VALOR-CHAVE               PIC X(08) VALUE SPACES.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-OPCAO-CONTINUA            PIC X(01) VALUE 'S'.
       77  WK-MODO-BUSCA                PIC X(01) VALUE '1'.
       77  WK-CODIGO-BUSCA              PIC 9(06) VALUE ZEROS.
       77  WK-ACHOU-CONTATO             PIC X(01) VALUE 'N'.
       77  WK-IDX-TEL                   PIC 9(01) VALUE ZEROS.
       77  WK-IDX-FINALIDADE            PIC 9(01) VALUE ZEROS.
       01  WK-FINALIDADES               PIC X(04) VALUE 'CNTA'.
       01  WK-FINALIDADES-R REDEFINES WK-FINALIDADES.
           05 WK-FINALIDADE             PIC X(01) OCCURS 4 TIMES.
           COPY 'PARMNORM'.
           COPY 'PARMMSK'.
           COPY 'PARMAUX'.
       77  WK-TELEFONE-FMT              PIC X(14) VALUE SPACES.

       LINKAGE SECTION.
               CLOSE ENDERECO-HISTORICO
               OPEN INPUT ENDERECO-HISTORICO
            END-IF
            OPEN INPUT CASO-SAC
            IF WK-FS-SAC = '35'
               OPEN OUTPUT CASO-SAC
               CLOSE CASO-SAC
               OPEN INPUT CASO-SAC
            END-IF
            OPEN INPUT PARENTESCO-MASTER
            IF WK-FS-FAMILIA = '35'
               OPEN OUTPUT PARENTESCO-MASTER
               CLOSE PARENTESCO-MASTER
               OPEN INPUT PARENTESCO-MASTER
            END-IF
            OPEN INPUT FILA-NOTIFICACOES
            IF WK-FS-NOTIF = '35'
               OPEN OUTPUT FILA-NOTIFICACOES
               CLOSE FILA-NOTIFICACOES
               OPEN INPUT FILA-NOTIFICACOES
            END-IF
            .

       P200-PROCESSA.
               PERFORM P340-MOSTRAR-CONSENTIMENTOS
               PERFORM P350-MOSTRAR-SUPRESSOES
               PERFORM P360-MOSTRAR-VINCULOS THRU P360-FIM
               PERFORM P366-MOSTRAR-PARENTES THRU P366-FIM
               PERFORM P370-MOSTRAR-ENDERECOS THRU P370-FIM
               PERFORM P380-MOSTRAR-AUDITORIA THRU P380-FIM
               PERFORM P390-MOSTRAR-CASOS-SAC THRU P390-FIM
               PERFORM P397-MOSTRAR-NOTIFICACOES THRU P397-FIM
            END-IF

            DISPLAY ' '
                      DELIMITED BY SIZE INTO WK-TELEFONE-FMT
               END-STRING
               MOVE WS-PERFIL-LOGADO     TO LK-MSK-PERFIL
               MOVE WS-USUARIO-LOGADO    TO LK-MSK-USUARIO
               MOVE 'CONS360'            TO LK-MSK-PROGRAMA
               MOVE WK-CODIGO            TO LK-MSK-CODIGO
               MOVE 'TELEFONE'           TO LK-MSK-CAMPO
               MOVE WK-TELEFONE-FMT      TO LK-MSK-VALOR
               CALL 'MSKUTIL' USING PARAMETRES-MSK
            DISPLAY '---------------- CONSENTIMENTO LGPD ------------'
            PERFORM P345-MOSTRAR-UM
                    VARYING WK-IDX-FINALIDADE FROM 1 BY 1
                    UNTIL WK-IDX-FINALIDADE > 4
            .

       P345-MOSTRAR-UM.
                 NOT INVALID KEY
                    DISPLAY 'CORREIO DEVOLVIDO DESDE ' SUP-DATA
            END-READ
            MOVE WK-CODIGO-BUSCA         TO SUP-CODIGO
            MOVE 'S'                     TO SUP-CANAL
            READ SUPRESSAO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    DISPLAY 'SMS SUPRIMIDO DESDE ' SUP-DATA
            END-READ
            .

       P360-MOSTRAR-VINCULOS.
            .
       P365-FIM.

      ******************************************************************
      * P366-MOSTRAR-PARENTES: elos de parentesco do contato (START no
      * prefixo do codigo no FAMMSTR) com o nome de cada parente.
      ******************************************************************
       P366-MOSTRAR-PARENTES.
            DISPLAY '---------------- PARENTES ----------------------'
            MOVE ZEROS                   TO WK-QTD-SECAO
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-CODIGO-BUSCA         TO FAM-CODIGO
            MOVE ZEROS                   TO FAM-CODIGO-PARENTE
            START PARENTESCO-MASTER KEY IS NOT LESS THAN FAM-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P367-LER-PARENTE THRU P367-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            DISPLAY '(' WK-QTD-SECAO ' PARENTE(S))'
            .
       P366-FIM.

       P367-LER-PARENTE.
            READ PARENTESCO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P367-FIM
            END-READ
            IF FAM-CODIGO NOT = WK-CODIGO-BUSCA
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P367-FIM
            END-IF
            ADD 1                        TO WK-QTD-SECAO
            MOVE FAM-CODIGO-PARENTE      TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    MOVE SPACES          TO WK-PRIMEIRO-NOME
                                            WK-ULTIMO-NOME
            END-READ
            DISPLAY FAM-CODIGO-PARENTE ' ' WK-PRIMEIRO-NOME ' '
                    WK-ULTIMO-NOME ' - ' FAM-DESCRICAO
            .
       P367-FIM.

       P370-MOSTRAR-ENDERECOS.
            DISPLAY '---------------- ENDERECOS ANTERIORES ----------'
            MOVE ZEROS                   TO WK-QTD-SECAO
       P375-FIM.

      ******************************************************************
      * P380-MOSTRAR-AUDITORIA: com o indice AUDIDX valido, le so as
      * entradas do codigo (P386); senao o AUDITLOG e sequencial -
      * abre, filtra as linhas do codigo e fecha, como o HISTCNTT faz.
      ******************************************************************
       P380-MOSTRAR-AUDITORIA.
            DISPLAY '---------------- TRILHA DE AUDITORIA -----------'
            MOVE ZEROS                   TO WK-QTD-SECAO
            MOVE 'N'                     TO WK-FIM-ARQ
            SET LK-AUX-CONSULTAR         TO TRUE
            CALL 'AUXUTIL' USING PARAMETRES-AUX
            IF LK-AUX-OK
               PERFORM P386-AUDITORIA-INDICE THRU P386-FIM
               DISPLAY '(' WK-QTD-SECAO ' LINHA(S) DE AUDITORIA)'
               GO TO P380-FIM
            END-IF
            OPEN INPUT AUDITORIA
            IF WK-FS-AUDITORIA NOT = '00'
               MOVE 'S'                  TO WK-FIM-ARQ
            .
       P385-FIM.

      ******************************************************************
      * P386-AUDITORIA-INDICE: START no prefixo 'C' + codigo; a tela
      * mostra so a trilha viva (como a varredura), entao entrada do
      * arquivo morto e pulada.
      ******************************************************************
       P386-AUDITORIA-INDICE.
            OPEN INPUT INDICE-AUDITORIA
            IF WK-FS-AUDIDX NOT = '00'
               GO TO P386-FIM
            END-IF
            MOVE WK-CODIGO-BUSCA         TO WK-VALOR-CHAVE
            MOVE 'C'                     TO AX-TIPO
            MOVE WK-VALOR-CHAVE          TO AX-VALOR
            MOVE LOW-VALUES              TO AX-DATA-HORA
            MOVE ZEROS                   TO AX-SEQUENCIA
            START INDICE-AUDITORIA KEY IS NOT LESS THAN AX-CHAVE
                  INVALID KEY MOVE 'S'   TO WK-FIM-ARQ
            END-START
            PERFORM P387-LER-INDICE THRU P387-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE INDICE-AUDITORIA
            .
       P386-FIM.

       P387-LER-INDICE.
            READ INDICE-AUDITORIA NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                        GO TO P387-FIM
            END-READ
            IF NOT AX-POR-CODIGO OR AX-VALOR NOT = WK-VALOR-CHAVE
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P387-FIM
            END-IF
            IF AX-DO-VIVO
               ADD 1                     TO WK-QTD-SECAO
               DISPLAY AX-LIN-DATA-HORA(1:8) ' ' AX-LIN-OPERACAO
                       ' ' AX-LIN-USUARIO ' ' AX-LIN-MENSAGEM
            END-IF
            .
       P387-FIM.

      ******************************************************************
      * P390-MOSTRAR-CASOS-SAC: casos do SACMSTR ainda nao fechados
      * (aberto, em andamento, aguardando cliente), com o prazo de SLA
      * e a marca de vencido.
      ******************************************************************
       P390-MOSTRAR-CASOS-SAC.
            DISPLAY '---------------- CASOS DE SAC EM ABERTO --------'
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            MOVE ZEROS                   TO WK-QTD-SECAO
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE ZEROS                   TO SAC-PROTOCOLO
            START CASO-SAC KEY IS NOT LESS THAN SAC-PROTOCOLO
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P395-LER-CASO-SAC THRU P395-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            DISPLAY '(' WK-QTD-SECAO ' CASO(S) EM ABERTO)'
            .
       P390-FIM.

       P395-LER-CASO-SAC.
            READ CASO-SAC NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    IF SAC-CONTATO-PF AND
                       SAC-CODIGO = WK-CODIGO-BUSCA AND
                       SAC-PENDENTE
                       ADD 1             TO WK-QTD-SECAO
                       IF SAC-PRAZO-SLA < WK-DATA-HOJE
                          DISPLAY SAC-PROTOCOLO ' ' SAC-STATUS ' '
                                  SAC-CATEGORIA ' PRAZO '
                                  SAC-PRAZO-SLA ' *VENCIDO '
                                  SAC-OPERADOR
                       ELSE
                          DISPLAY SAC-PROTOCOLO ' ' SAC-STATUS ' '
                                  SAC-CATEGORIA ' PRAZO '
                                  SAC-PRAZO-SLA '          '
                                  SAC-OPERADOR
                       END-IF
                    END-IF
            END-READ
            .
       P395-FIM.

      ******************************************************************
      * P397-MOSTRAR-NOTIFICACOES: avisos SMS/email do contato na
      * fila (NTFMSTR), do mais antigo ao mais novo, com a situacao
      * (P pendente, T transmitida, E entregue, D devolvida, F
      * falhou) e o motivo devolvido pelo gateway.
      ******************************************************************
       P397-MOSTRAR-NOTIFICACOES.
            DISPLAY '---------------- NOTIFICACOES SMS/EMAIL --------'
            MOVE ZEROS                   TO WK-QTD-SECAO
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-CODIGO-BUSCA         TO NTF-CODIGO
            MOVE ZEROS                   TO NTF-ID
            START FILA-NOTIFICACOES KEY IS NOT LESS THAN NTF-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P398-LER-NOTIFICACAO THRU P398-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            DISPLAY '(' WK-QTD-SECAO ' NOTIFICACAO(OES))'
            .
       P397-FIM.

       P398-LER-NOTIFICACAO.
            READ FILA-NOTIFICACOES NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    IF NTF-CODIGO NOT = WK-CODIGO-BUSCA
                       OR WK-CODIGO-BUSCA = ZEROS
                       MOVE 'S'          TO WK-FIM-ARQ
                    ELSE
                       ADD 1             TO WK-QTD-SECAO
                       DISPLAY NTF-DATA-INCLUSAO(1:8) ' '
                               NTF-CANAL ' ' NTF-SITUACAO ' '
                               NTF-MODELO ' ' NTF-PROGRAMA ' '
                               NTF-MOTIVO
                    END-IF
            END-READ
            .
       P398-FIM.

       P900-FINALIZAR.
            CLOSE CONTATO-MASTER CONTPJ-MASTER NOME-INDICE
            CLOSE NOTAS-CONTATO AGENDA-RETORNOS CAMPANHA-DETALHE
            CLOSE CONSENTIMENTO SUPRESSAO VINCULO-MASTER
            CLOSE ENDERECO-HISTORICO CASO-SAC PARENTESCO-MASTER
            CLOSE FILA-NOTIFICACOES
            MOVE ' *** VISAO 360 CONCLUIDA ***            ' TO
                                         WS-MENSSAGEM
            .
