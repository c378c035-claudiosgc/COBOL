      *          DIGITACAO (CADCONTT/ALTCONTT) E AQUI SE CONSULTA E
      *          CORRIGE DEPOIS. NEWSCNTT/CARTCNTT SO SELECIONAM
      *          QUEM CONSENTIU; EXTCNTT PODE EXCLUIR QUEM RECUSOU T.
      * Modification History:
      *   15/10/2026 CS  Finalidade L - relacionamento documentado que
      *                  autoriza ligar para numero bloqueado no Nao
      *                  Me Perturbe; o motivo e obrigatorio e fica em
      *                  CON-ORIGEM.
      *   15/10/2026 CS  Finalidade A - avisos eletronicos por SMS/
      *                  email (NTFUTIL); sem ela nenhuma notificacao
      *                  entra na fila do gateway.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-CODIGO-INF                PIC 9(06) VALUE ZEROS.
       77  WK-FINALIDADE-INF            PIC X(01) VALUE SPACES.
       77  WK-RESPOSTA-INF              PIC X(01) VALUE SPACES.
       77  WK-MOTIVO-INF                PIC X(10) VALUE SPACES.
       77  WK-QTD-LISTADOS              PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
            DISPLAY 'CODIGO DO CONTATO: '
            ACCEPT WK-CODIGO-INF
            DISPLAY 'FINALIDADE: C-CARTAS N-NEWSLETTER '
                    'T-TERCEIROS L-LIGACAO (RELACIONAMENTO) '
                    'A-AVISOS SMS/EMAIL: '
            ACCEPT WK-FINALIDADE-INF
            IF WK-FINALIDADE-INF NOT = 'C' AND
               WK-FINALIDADE-INF NOT = 'N' AND
               WK-FINALIDADE-INF NOT = 'T' AND
               WK-FINALIDADE-INF NOT = 'L' AND
               WK-FINALIDADE-INF NOT = 'A'
               DISPLAY 'FINALIDADE INVALIDA.'
               GO TO P400-FIM
            END-IF
               DISPLAY 'RESPOSTA INVALIDA.'
               GO TO P400-FIM
            END-IF
      *     Ligacao para numero do Nao Me Perturbe so com o motivo do
      *     relacionamento registrado (CLIENTE, CONTRATO...) - e ele
      *     que responde a reclamacao.
            MOVE 'CONCNTT'               TO WK-MOTIVO-INF
            IF WK-FINALIDADE-INF = 'L' AND WK-RESPOSTA-INF = 'S'
               DISPLAY 'MOTIVO DO RELACIONAMENTO (EX. CLIENTE, '
                       'CONTRATO): '
               MOVE SPACES               TO WK-MOTIVO-INF
               ACCEPT WK-MOTIVO-INF
               IF WK-MOTIVO-INF = SPACES
                  DISPLAY 'SEM MOTIVO DOCUMENTADO NAO HA LIBERACAO.'
                  GO TO P400-FIM
               END-IF
            END-IF

            MOVE WK-CODIGO-INF           TO CON-CODIGO
            MOVE WK-FINALIDADE-INF       TO CON-FINALIDADE
            MOVE WK-RESPOSTA-INF         TO CON-RESPOSTA
            MOVE FUNCTION CURRENT-DATE(1:8) TO CON-DATA
            MOVE WK-MOTIVO-INF           TO CON-ORIGEM
            MOVE WS-USUARIO-LOGADO       TO CON-USUARIO
            WRITE REG-CONSENTIMENTO
            IF WK-FS-CONSENT = '22'
