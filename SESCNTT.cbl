      *          SESSAO MORTA DE UMA QUEDA SEM SAIDA LIMPA - MESMA
      *          IDEIA DO LCKCNTT COM AS TRAVAS ORFAS DE REGISTRO,
      *          COM AUDITORIA POR LIBERACAO FORCADA.
      * Modification History:
      *   15/10/2026 CS  Sessao ainda aberta depois que a janela de
      *                  acesso do usuario fechou (HRAMSTR via
      *                  HRAUTIL) sai marcada na listagem, e a
      *                  entrada avisa quantas sao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY 'SELSES'.
           COPY 'SELAUDIT'.
           COPY 'SELUSERS'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDSES'.
           COPY 'FDAUDIT'.
           COPY 'FDUSERS'.
       WORKING-STORAGE SECTION.
       77  WK-FS-SESSAO                 PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-USUARIOS               PIC X(02) VALUE SPACES.
       77  WK-USUARIOS-ABERTO           PIC X(01) VALUE 'N'.
       77  WK-QTD-FORA-JANELA           PIC 9(03) VALUE ZEROS.
       77  WK-FORA-JANELA               PIC X(01) VALUE 'N'.
       77  WK-MOSTRAR                   PIC X(01) VALUE 'S'.
           COPY 'PARMHRA'.
           COPY 'PARMSELO'.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-SESSAO                PIC X(01) VALUE 'N'.
       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-ABRIR-ARQUIVO
            PERFORM P150-AVISAR-FORA-JANELA THRU P150-FIM
            PERFORM P200-PROCESSA THRU P200-FIM
                    UNTIL WK-SUBOPCAO = 'S' OR WK-SUBOPCAO = 's'
            CLOSE SESSAO-MASTER
            IF WK-USUARIOS-ABERTO = 'S'
               CLOSE USUARIOS
            END-IF
            SET LK-HRA-FECHAR            TO TRUE
            CALL 'HRAUTIL' USING PARAMETRES-HRA
            MOVE ' *** ADMIN. DE SESSOES ENCERRADA ***    ' TO
                                         WS-MENSSAGEM
            GOBACK
               CLOSE SESSAO-MASTER
               OPEN I-O SESSAO-MASTER
            END-IF
            OPEN INPUT USUARIOS
            IF WK-FS-USUARIOS = '00'
               MOVE 'S'                  TO WK-USUARIOS-ABERTO
            END-IF
            .

      ******************************************************************
      * P150-AVISAR-FORA-JANELA: na entrada, conta as sessoes abertas
      * de usuarios cuja janela de acesso ja fechou (ou cuja hora
      * extra acabou) - operador que ficou logado noite adentro.
      ******************************************************************
       P150-AVISAR-FORA-JANELA.
            MOVE 'N'                     TO WK-MOSTRAR
            PERFORM P300-LISTAR THRU P300-FIM
            MOVE 'S'                     TO WK-MOSTRAR
            IF WK-QTD-FORA-JANELA > ZEROS
               DISPLAY 'ATENCAO: ' WK-QTD-FORA-JANELA ' SESSAO(OES) '
                       'ABERTA(S) DEPOIS DO FIM DA JANELA DE ACESSO '
                       '- VEJA A OPCAO 1.'
            END-IF
            .
       P150-FIM.

       P200-PROCESSA.
            DISPLAY ' '

       P300-LISTAR.
            MOVE ZEROS                   TO WK-QTD-SESSOES
                                            WK-QTD-FORA-JANELA
            MOVE 'N'                     TO WK-FIM-SESSAO
            MOVE LOW-VALUES              TO SES-USUARIO
            START SESSAO-MASTER KEY IS NOT LESS THAN SES-USUARIO
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-SESSAO
            END-START
            IF WK-MOSTRAR = 'N'
               PERFORM P310-LER-UMA THRU P310-FIM
                       UNTIL WK-FIM-SESSAO = 'S'
               GO TO P300-FIM
            END-IF
            DISPLAY 'USUARIO  ORIGEM   DESDE'
            PERFORM P310-LER-UMA THRU P310-FIM
                    UNTIL WK-FIM-SESSAO = 'S'
            DISPLAY 'SESSOES ABERTAS: ' WK-QTD-SESSOES
            IF WK-QTD-FORA-JANELA > ZEROS
               DISPLAY 'FORA DA JANELA DE ACESSO: ' WK-QTD-FORA-JANELA
            END-IF
            .
       P300-FIM.

       P310-LER-UMA.
            READ SESSAO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-SESSAO
                    GO TO P310-FIM
            END-READ
            ADD 1                        TO WK-QTD-SESSOES
            PERFORM P320-CONFERIR-JANELA THRU P320-FIM
            IF WK-MOSTRAR = 'N'
               GO TO P310-FIM
            END-IF
            IF WK-FORA-JANELA = 'S'
               DISPLAY SES-USUARIO ' ' SES-ORIGEM ' '
                       SES-DATA-HORA(1:14) ' <<< FORA DA JANELA ('
                       LK-HRA-MOTIVO ')'
            ELSE
               DISPLAY SES-USUARIO ' ' SES-ORIGEM ' '
                       SES-DATA-HORA(1:14)
            END-IF
            .
       P310-FIM.

      ******************************************************************
      * P320-CONFERIR-JANELA: a janela e conferida AGORA, com a filial
      * do USERMSTR; usuario apagado do cadastro nao tem o que
      * conferir.
      ******************************************************************
       P320-CONFERIR-JANELA.
            MOVE 'N'                     TO WK-FORA-JANELA
            IF WK-USUARIOS-ABERTO NOT = 'S'
               GO TO P320-FIM
            END-IF
            MOVE SES-USUARIO             TO USR-ID
            READ USUARIOS
                 INVALID KEY
                    GO TO P320-FIM
            END-READ
            SET LK-HRA-CONFERIR          TO TRUE
            MOVE USR-ID                  TO LK-HRA-USUARIO
            MOVE USR-FILIAL              TO LK-HRA-FILIAL
            MOVE FUNCTION CURRENT-DATE(1:8) TO LK-HRA-DATA
            MOVE FUNCTION CURRENT-DATE(9:4) TO LK-HRA-HORA
            CALL 'HRAUTIL' USING PARAMETRES-HRA
            IF LK-HRA-FORA
               MOVE 'S'                  TO WK-FORA-JANELA
               ADD 1                     TO WK-QTD-FORA-JANELA
            END-IF
            .
       P320-FIM.

       P400-LIBERAR.
            DISPLAY 'USR-ID DA SESSAO A LIBERAR: '
            ACCEPT WK-USUARIO-BUSCA
