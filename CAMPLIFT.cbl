      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: RELATORIO DE GANHO REAL DA CAMPANHA (GRUPO DE
      *          CONTROLE). A TAXA DE RESPOSTA DO CAMPRESP NAO DIZ
      *          QUANTO DAQUILO A MALA CAUSOU - PARTE DOS CONTATOS
      *          LIGARIA OU COMPRARIA DE QUALQUER JEITO. QUANDO O
      *          CARTCNTT/ETQCNTT/NEWSCNTT RETEM UM PERCENTUAL
      *          SORTEADO COMO GRUPO DE CONTROLE (CMD-GRUPO = 'C' NO
      *          CAMPDET), ESTE LOTE COMPARA, POR CAMPANHA, A TAXA DE
      *          RESPOSTA DE QUEM RECEBEU COM A DE QUEM NAO RECEBEU:
      *          GANHO EM PONTOS PERCENTUAIS, RESPOSTAS A MAIS QUE A
      *          CAMPANHA TROUXE (RESPOSTAS DOS ENVIADOS MENOS O QUE O
      *          CONTROLE, NA MESMA PROPORCAO, TERIA FEITO SOZINHO) E
      *          O CUSTO DE CADA UMA DESSAS RESPOSTAS A MAIS, PELO
      *          CUSTO DE POSTAGEM ACUMULADO NO CAMPCTL. CONTA COMO
      *          RESPOSTA LIGOU OU COMPROU - DESCADASTRO NAO E GANHO.
      *          CAMPANHA SEM GRUPO DE CONTROLE NAO TEM COMPARACAO E
      *          FICA FORA. SAIDA EM CAMPLIFT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPLIFT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELCAMP'.
           SELECT RELATORIO-LIFT
               ASSIGN TO "CAMPLIFT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDCAMP'.
       FD  RELATORIO-LIFT
           LABEL RECORD IS STANDARD.
       01  LIFT-REC                     PIC X(132).
       WORKING-STORAGE SECTION.
       77  WK-FS-CAMPCTL                PIC X(02) VALUE SPACES.
       77  WK-FS-CAMPDET                PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
       77  WK-CAMPANHA-PEDIDA           PIC X(08) VALUE SPACES.
       77  WK-CAMPANHA-ATUAL            PIC X(08) VALUE SPACES.
       77  WK-FIM-CONTROLE              PIC X(01) VALUE 'N'.
       77  WK-FIM-DETALHE               PIC X(01) VALUE 'N'.
       77  WK-QTD-ENVIADOS              PIC 9(06) VALUE ZEROS.
       77  WK-QTD-RESP-ENVIADOS         PIC 9(06) VALUE ZEROS.
       77  WK-QTD-CONTROLE              PIC 9(06) VALUE ZEROS.
       77  WK-QTD-RESP-CONTROLE         PIC 9(06) VALUE ZEROS.
       77  WK-QTD-LIDAS                 PIC 9(06) VALUE ZEROS.
       77  WK-QTD-COMPARADAS            PIC 9(06) VALUE ZEROS.
       77  WK-QTD-SEM-CONTROLE          PIC 9(06) VALUE ZEROS.
       77  WK-TAXA-ENVIADOS             PIC 9(03)V9 VALUE ZEROS.
       77  WK-TAXA-CONTROLE             PIC 9(03)V9 VALUE ZEROS.
       77  WK-GANHO-PP                  PIC S9(03)V9 VALUE ZEROS.
       77  WK-RESP-INCREMENTAIS         PIC S9(06)V9 VALUE ZEROS.
       77  WK-CUSTO-REAIS               PIC 9(07)V99 VALUE ZEROS.
       77  WK-TAXA-ENV-EDITADA          PIC ZZ9.9 VALUE ZEROS.
       77  WK-TAXA-CTL-EDITADA          PIC ZZ9.9 VALUE ZEROS.
       77  WK-GANHO-EDITADO             PIC -ZZ9.9 VALUE ZEROS.
       77  WK-INCREMENTAIS-EDITADO      PIC -Z(5)9.9 VALUE ZEROS.
       77  WK-CUSTO-EDITADO             PIC Z(6)9,99 VALUE ZEROS.
       77  WK-CUSTO-TEXTO               PIC X(12) VALUE SPACES.
           COPY 'PARMRUN'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CAMPLIFT'              TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            DISPLAY 'CAMPANHA (ENTER = TODAS COM GRUPO DE CONTROLE): '
            ACCEPT WK-CAMPANHA-PEDIDA

            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P200-VARRER-CAMPANHAS THRU P200-FIM
            PERFORM P900-FINALIZAR
            STOP RUN
            .

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT CAMPANHA-CONTROLE
            IF WK-FS-CAMPCTL = '35'
               DISPLAY 'NAO HA HISTORICO DE CAMPANHAS.'
               STOP RUN
            END-IF
            OPEN INPUT CAMPANHA-DETALHE
            IF WK-FS-CAMPDET = '35'
               OPEN OUTPUT CAMPANHA-DETALHE
               CLOSE CAMPANHA-DETALHE
               OPEN INPUT CAMPANHA-DETALHE
            END-IF
            OPEN OUTPUT RELATORIO-LIFT

            MOVE 'GANHO REAL POR CAMPANHA - ENVIADOS X CONTROLE'
                                         TO LIFT-REC
            WRITE LIFT-REC
            MOVE SPACES                  TO LIFT-REC
            STRING 'CAMPANHA  ENVIADOS RESPOND. TAXA %  CONTROLE '
                   'RESPOND. TAXA %  GANHO PP  RESP. A MAIS  '
                   'CUSTO/RESP. A MAIS (R$)'
                   DELIMITED BY SIZE INTO LIFT-REC
            END-STRING
            WRITE LIFT-REC
            .

       P200-VARRER-CAMPANHAS.
            MOVE 'N'                     TO WK-FIM-CONTROLE
            IF WK-CAMPANHA-PEDIDA = SPACES
               MOVE LOW-VALUES           TO CMP-ID
            ELSE
               MOVE WK-CAMPANHA-PEDIDA   TO CMP-ID
            END-IF
            START CAMPANHA-CONTROLE KEY IS NOT LESS THAN CMP-ID
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-CONTROLE
            END-START
            PERFORM P210-LER-CAMPANHA THRU P210-FIM
                    UNTIL WK-FIM-CONTROLE = 'S'
            .
       P200-FIM.

       P210-LER-CAMPANHA.
            READ CAMPANHA-CONTROLE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-CONTROLE
                    GO TO P210-FIM
            END-READ
            IF WK-CAMPANHA-PEDIDA NOT = SPACES
               IF CMP-ID NOT = WK-CAMPANHA-PEDIDA
                  MOVE 'S'               TO WK-FIM-CONTROLE
                  GO TO P210-FIM
               END-IF
            END-IF

            ADD 1                        TO WK-QTD-LIDAS
            PERFORM P300-CONTAR-GRUPOS THRU P300-FIM
            IF WK-QTD-CONTROLE = ZEROS
               ADD 1                     TO WK-QTD-SEM-CONTROLE
               GO TO P210-FIM
            END-IF
            PERFORM P400-LINHA-CAMPANHA
            .
       P210-FIM.

      ******************************************************************
      * P300-CONTAR-GRUPOS: varre o CAMPDET da campanha (START no
      * prefixo) separando quem recebeu de quem ficou no controle,
      * e quantos de cada grupo ligaram ou compraram.
      ******************************************************************
       P300-CONTAR-GRUPOS.
            MOVE ZEROS                   TO WK-QTD-ENVIADOS
                                            WK-QTD-RESP-ENVIADOS
                                            WK-QTD-CONTROLE
                                            WK-QTD-RESP-CONTROLE
            MOVE 'N'                     TO WK-FIM-DETALHE
            MOVE CMP-ID                  TO WK-CAMPANHA-ATUAL
                                            CMD-CAMPANHA
            MOVE ZEROS                   TO CMD-CODIGO
            START CAMPANHA-DETALHE KEY IS NOT LESS THAN CMD-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-DETALHE
            END-START
            PERFORM P310-LER-DETALHE THRU P310-FIM
                    UNTIL WK-FIM-DETALHE = 'S'
            .
       P300-FIM.

       P310-LER-DETALHE.
            READ CAMPANHA-DETALHE NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-DETALHE
                 NOT AT END
                    IF CMD-CAMPANHA NOT = WK-CAMPANHA-ATUAL
                       MOVE 'S'          TO WK-FIM-DETALHE
                    ELSE
                       IF CMD-GRUPO-CONTROLE
                          ADD 1          TO WK-QTD-CONTROLE
                          IF CMD-RESP-LIGOU OR CMD-RESP-COMPROU
                             ADD 1       TO WK-QTD-RESP-CONTROLE
                          END-IF
                       ELSE
                          ADD 1          TO WK-QTD-ENVIADOS
                          IF CMD-RESP-LIGOU OR CMD-RESP-COMPROU
                             ADD 1       TO WK-QTD-RESP-ENVIADOS
                          END-IF
                       END-IF
                    END-IF
            END-READ
            .
       P310-FIM.

      ******************************************************************
      * P400-LINHA-CAMPANHA: taxas dos dois grupos, ganho em pontos
      * percentuais e respostas a mais - as respostas dos enviados
      * menos as que o controle, na proporcao do tamanho dos
      * enviados, teria dado sem receber nada. O custo da rodada
      * dividido por essas respostas a mais e o custo de cada
      * resposta que a campanha de fato trouxe; sem ganho, nao ha
      * custo a calcular.
      ******************************************************************
       P400-LINHA-CAMPANHA.
            ADD 1                        TO WK-QTD-COMPARADAS
            IF WK-QTD-ENVIADOS > ZEROS
               COMPUTE WK-TAXA-ENVIADOS ROUNDED =
                       (WK-QTD-RESP-ENVIADOS * 100) / WK-QTD-ENVIADOS
            ELSE
               MOVE ZEROS                TO WK-TAXA-ENVIADOS
            END-IF
            COMPUTE WK-TAXA-CONTROLE ROUNDED =
                    (WK-QTD-RESP-CONTROLE * 100) / WK-QTD-CONTROLE
            COMPUTE WK-GANHO-PP =
                    WK-TAXA-ENVIADOS - WK-TAXA-CONTROLE
            COMPUTE WK-RESP-INCREMENTAIS ROUNDED =
                    WK-QTD-RESP-ENVIADOS -
                    (WK-QTD-RESP-CONTROLE * WK-QTD-ENVIADOS)
                    / WK-QTD-CONTROLE

            IF WK-RESP-INCREMENTAIS > ZEROS
               COMPUTE WK-CUSTO-REAIS ROUNDED =
                       (CMP-CUSTO-CTVS / 100) / WK-RESP-INCREMENTAIS
               MOVE WK-CUSTO-REAIS       TO WK-CUSTO-EDITADO
               MOVE WK-CUSTO-EDITADO     TO WK-CUSTO-TEXTO
            ELSE
               MOVE 'SEM GANHO'          TO WK-CUSTO-TEXTO
            END-IF

            MOVE WK-TAXA-ENVIADOS        TO WK-TAXA-ENV-EDITADA
            MOVE WK-TAXA-CONTROLE        TO WK-TAXA-CTL-EDITADA
            MOVE WK-GANHO-PP             TO WK-GANHO-EDITADO
            MOVE WK-RESP-INCREMENTAIS    TO WK-INCREMENTAIS-EDITADO
            MOVE SPACES                  TO LIFT-REC
            STRING CMP-ID '  ' WK-QTD-ENVIADOS '   '
                   WK-QTD-RESP-ENVIADOS '  ' WK-TAXA-ENV-EDITADA '   '
                   WK-QTD-CONTROLE '   ' WK-QTD-RESP-CONTROLE '  '
                   WK-TAXA-CTL-EDITADA '   ' WK-GANHO-EDITADO '    '
                   WK-INCREMENTAIS-EDITADO '     ' WK-CUSTO-TEXTO
                   DELIMITED BY SIZE INTO LIFT-REC
            END-STRING
            WRITE LIFT-REC
            .

       P900-FINALIZAR.
            MOVE SPACES                  TO LIFT-REC
            STRING 'CAMPANHAS COMPARADAS: ' WK-QTD-COMPARADAS
                   ' - SEM GRUPO DE CONTROLE (FORA): '
                   WK-QTD-SEM-CONTROLE
                   DELIMITED BY SIZE INTO LIFT-REC
            END-STRING
            WRITE LIFT-REC

            CLOSE CAMPANHA-CONTROLE
            CLOSE CAMPANHA-DETALHE
            CLOSE RELATORIO-LIFT
            IF WK-QTD-COMPARADAS = ZEROS
               DISPLAY 'NENHUMA CAMPANHA COM GRUPO DE CONTROLE.'
            ELSE
               DISPLAY 'RELATORIO DE GANHO GERADO EM CAMPLIFT.'
            END-IF

            MOVE 'CAMPLIFT'              TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-LIDAS            TO LK-RUN-QTD-LIDOS
            MOVE WK-QTD-COMPARADAS       TO LK-RUN-QTD-APLICADOS
            MOVE WK-QTD-SEM-CONTROLE     TO LK-RUN-QTD-REJEITADOS
            IF WK-QTD-COMPARADAS = ZEROS
               MOVE 8                    TO LK-RUN-CODIGO-RETORNO
            ELSE
               MOVE ZEROS                TO LK-RUN-CODIGO-RETORNO
            END-IF
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM CAMPLIFT.
