      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: JANELAS DE ACESSO E HORA EXTRA (HRAMSTR). O LOGIN
      *          DO MENUCNTT E DO MENUALUN SO CONFERIA USUARIO E
      *          SENHA - O OPERADOR ENTRAVA A QUALQUER HORA, EM
      *          QUALQUER DIA. AQUI UM TOTAL DEFINE A JANELA DE CADA
      *          FILIAL (E, QUANDO PRECISO, DE UM USUARIO): HORARIO
      *          DOS DIAS UTEIS E, OPCIONAL, O DO SABADO; DOMINGO E
      *          FERIADO DO CALMSTR FICAM FECHADOS. A HORA EXTRA DE
      *          UM COLEGA E UMA EXCECAO DE UM DIA, ATE UMA HORA,
      *          COM MOTIVO - APROVADA PELO TOTAL LOGADO, NUNCA PARA
      *          SI MESMO. TUDO VAI PARA A TRILHA DE AUDITORIA; O
      *          LOGIN CONFERE VIA HRAUTIL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRACNTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELHRA'.
           COPY 'SELUSERS'.
           COPY 'SELAUDIT'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDHRA'.
           COPY 'FDUSERS'.
           COPY 'FDAUDIT'.
       WORKING-STORAGE SECTION.
       77  WK-FS-HORARIO                PIC X(02) VALUE SPACES.
       77  WK-FS-USUARIOS               PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
       77  WK-SUBOPCAO                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-TIPO                      PIC X(01) VALUE SPACES.
       77  WK-ID                        PIC X(08) VALUE SPACES.
       77  WK-CONFIRMA                  PIC X(01) VALUE 'N'.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-DATA-DIGITADA             PIC X(08) VALUE SPACES.
       77  WK-HORA-OK                   PIC X(01) VALUE 'N'.
       77  WK-HORA-VALIDA               PIC 9(04) VALUE ZEROS.
       77  WK-REGISTRO-NOVO             PIC X(01) VALUE 'N'.
       77  WK-OPERACAO-AUDIT            PIC X(10) VALUE SPACES.
       77  WK-MSG-AUDIT                 PIC X(40) VALUE SPACES.
       77  WK-SABADO-TEXTO              PIC X(09) VALUE SPACES.
       77  WK-EXTRA-TEXTO               PIC X(22) VALUE SPACES.
       01  WK-HORA-DIGITADA.
           05 WK-HORA-HH                PIC 9(02).
           05 WK-HORA-MM                PIC 9(02).
           COPY 'PARMDATE'.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            IF NOT WS-PERFIL-TOTAL
               DISPLAY 'JANELAS DE ACESSO EXIGEM PERFIL TOTAL.'
               MOVE ' *** ACESSO NEGADO (PERFIL) ***         ' TO
                                         WS-MENSSAGEM
               GOBACK
            END-IF

            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P200-PROCESSA THRU P200-FIM
                    UNTIL WK-SUBOPCAO = 'S' OR WK-SUBOPCAO = 's'
            CLOSE HORARIO-ACESSO USUARIOS
            MOVE ' *** JANELAS DE ACESSO ***              ' TO
                                         WS-MENSSAGEM
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
            OPEN I-O HORARIO-ACESSO
            IF WK-FS-HORARIO = '35'
               OPEN OUTPUT HORARIO-ACESSO
               CLOSE HORARIO-ACESSO
               OPEN I-O HORARIO-ACESSO
            END-IF
            OPEN INPUT USUARIOS
            IF WK-FS-USUARIOS = '35'
               OPEN OUTPUT USUARIOS
               CLOSE USUARIOS
               OPEN INPUT USUARIOS
            END-IF
            .

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** JANELAS DE ACESSO E HORA EXTRA ***'
            DISPLAY '1 - LISTAR JANELAS'
            DISPLAY '2 - DEFINIR JANELA (FILIAL OU USUARIO)'
            DISPLAY '3 - REMOVER JANELA'
            DISPLAY '4 - APROVAR HORA EXTRA'
            DISPLAY '5 - CANCELAR HORA EXTRA'
            DISPLAY 'S - SAIR'
            DISPLAY 'OPCAO: '
            ACCEPT WK-SUBOPCAO

            EVALUATE WK-SUBOPCAO
               WHEN '1'
                  PERFORM P300-LISTAR THRU P300-FIM
               WHEN '2'
                  PERFORM P400-DEFINIR THRU P400-FIM
               WHEN '3'
                  PERFORM P500-REMOVER THRU P500-FIM
               WHEN '4'
                  PERFORM P600-HORA-EXTRA THRU P600-FIM
               WHEN '5'
                  PERFORM P700-CANCELAR-EXTRA THRU P700-FIM
               WHEN 'S'
               WHEN 's'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P200-FIM.

       P300-LISTAR.
            DISPLAY 'T ID       DIAS UTEIS SABADO    HORA EXTRA'
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE LOW-VALUES              TO HRA-CHAVE
            START HORARIO-ACESSO KEY IS NOT LESS THAN HRA-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P310-LER-UMA THRU P310-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .
       P300-FIM.

       P310-LER-UMA.
            READ HORARIO-ACESSO NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P310-FIM
            END-READ
            MOVE 'FECHADO'               TO WK-SABADO-TEXTO
            IF HRA-ABRE-SABADO
               MOVE SPACES               TO WK-SABADO-TEXTO
               STRING HRA-SABADO-INICIO '-' HRA-SABADO-FIM
                      DELIMITED BY SIZE INTO WK-SABADO-TEXTO
               END-STRING
            END-IF
            MOVE SPACES                  TO WK-EXTRA-TEXTO
            IF HRA-EXC-APROVADOR NOT = SPACES
               STRING HRA-EXC-DATA ' ATE ' HRA-EXC-HORA-FIM ' '
                      HRA-EXC-APROVADOR
                      DELIMITED BY SIZE INTO WK-EXTRA-TEXTO
               END-STRING
            END-IF
            IF HRA-SEMANA-INICIO = ZEROS AND HRA-SEMANA-FIM = ZEROS
               DISPLAY HRA-TIPO ' ' HRA-ID ' (FILIAL)  (FILIAL)  '
                       WK-EXTRA-TEXTO
            ELSE
               DISPLAY HRA-TIPO ' ' HRA-ID ' ' HRA-SEMANA-INICIO '-'
                       HRA-SEMANA-FIM ' ' WK-SABADO-TEXTO ' '
                       WK-EXTRA-TEXTO
            END-IF
            .
       P310-FIM.

      ******************************************************************
      * P400-DEFINIR: janela de filial ('F' + filial, ENTER = matriz)
      * ou de usuario ('U' + USR-ID). Para usuario, ENTER no inicio
      * zera as horas - ele passa a seguir a janela da filial e o
      * registro guarda so a hora extra. Regravar uma janela nao
      * apaga a hora extra ja aprovada.
      ******************************************************************
       P400-DEFINIR.
            PERFORM P410-LER-CHAVE THRU P410-FIM
            IF WK-TIPO = SPACES
               GO TO P400-FIM
            END-IF
            MOVE 'N'                     TO WK-REGISTRO-NOVO
            READ HORARIO-ACESSO
                 INVALID KEY
                    MOVE 'S'             TO WK-REGISTRO-NOVO
                    PERFORM P420-INICIAR-REGISTRO
                 NOT INVALID KEY
                    DISPLAY 'JANELA ATUAL: ' HRA-SEMANA-INICIO '-'
                            HRA-SEMANA-FIM ' SABADO ' HRA-SABADO ' '
                            HRA-SABADO-INICIO '-' HRA-SABADO-FIM
            END-READ

            DISPLAY 'DIAS UTEIS - INICIO HHMM'
            IF WK-TIPO = 'U'
               DISPLAY '(ENTER = SEGUIR A JANELA DA FILIAL): '
            END-IF
            ACCEPT WK-HORA-DIGITADA
            IF WK-HORA-DIGITADA = SPACES AND WK-TIPO = 'U'
               MOVE ZEROS                TO HRA-SEMANA-INICIO
                                            HRA-SEMANA-FIM
                                            HRA-SABADO-INICIO
                                            HRA-SABADO-FIM
               MOVE 'N'                  TO HRA-SABADO
               GO TO P400-GRAVAR
            END-IF
            PERFORM P450-VALIDAR-HORA THRU P450-FIM
            IF WK-HORA-OK NOT = 'S'
               GO TO P400-FIM
            END-IF
            MOVE WK-HORA-VALIDA          TO HRA-SEMANA-INICIO
            DISPLAY 'DIAS UTEIS - FIM HHMM (NAO ENTRA): '
            ACCEPT WK-HORA-DIGITADA
            PERFORM P450-VALIDAR-HORA THRU P450-FIM
            IF WK-HORA-OK NOT = 'S'
               GO TO P400-FIM
            END-IF
            MOVE WK-HORA-VALIDA          TO HRA-SEMANA-FIM
            IF HRA-SEMANA-FIM NOT > HRA-SEMANA-INICIO
               DISPLAY 'FIM ANTES DO INICIO - JANELA NAO GRAVADA.'
               GO TO P400-FIM
            END-IF

            DISPLAY 'ABRE NO SABADO (S/N)? '
            ACCEPT HRA-SABADO
            IF HRA-SABADO = 's'
               MOVE 'S'                  TO HRA-SABADO
            END-IF
            IF NOT HRA-ABRE-SABADO
               MOVE 'N'                  TO HRA-SABADO
               MOVE ZEROS                TO HRA-SABADO-INICIO
                                            HRA-SABADO-FIM
               GO TO P400-GRAVAR
            END-IF
            DISPLAY 'SABADO - INICIO HHMM: '
            ACCEPT WK-HORA-DIGITADA
            PERFORM P450-VALIDAR-HORA THRU P450-FIM
            IF WK-HORA-OK NOT = 'S'
               GO TO P400-FIM
            END-IF
            MOVE WK-HORA-VALIDA          TO HRA-SABADO-INICIO
            DISPLAY 'SABADO - FIM HHMM (NAO ENTRA): '
            ACCEPT WK-HORA-DIGITADA
            PERFORM P450-VALIDAR-HORA THRU P450-FIM
            IF WK-HORA-OK NOT = 'S'
               GO TO P400-FIM
            END-IF
            MOVE WK-HORA-VALIDA          TO HRA-SABADO-FIM
            IF HRA-SABADO-FIM NOT > HRA-SABADO-INICIO
               DISPLAY 'FIM ANTES DO INICIO - JANELA NAO GRAVADA.'
               GO TO P400-FIM
            END-IF
            .
       P400-GRAVAR.
            MOVE WS-USUARIO-LOGADO       TO HRA-USUARIO
            MOVE FUNCTION CURRENT-DATE(1:8) TO HRA-DATA-REGISTRO
            IF WK-REGISTRO-NOVO = 'S'
               WRITE REG-HORARIO-ACESSO
            ELSE
               REWRITE REG-HORARIO-ACESSO
            END-IF
            IF WK-FS-HORARIO = '00'
               DISPLAY 'JANELA GRAVADA.'
               MOVE 'JANELA-ACS'         TO WK-OPERACAO-AUDIT
               MOVE SPACES               TO WK-MSG-AUDIT
               STRING 'JANELA ' HRA-TIPO ' ' HRA-ID ' '
                      HRA-SEMANA-INICIO '-' HRA-SEMANA-FIM ' SAB '
                      HRA-SABADO
                      DELIMITED BY SIZE INTO WK-MSG-AUDIT
               END-STRING
               PERFORM P800-GRAVAR-AUDITORIA
            ELSE
               DISPLAY 'ERRO AO GRAVAR - FS: ' WK-FS-HORARIO
            END-IF
            .
       P400-FIM.

      ******************************************************************
      * P410-LER-CHAVE: tipo F/U e o id. Usuario precisa existir no
      * USUARIOS; filial e livre (em branco = matriz). Tipo em
      * branco na volta = entrada recusada.
      ******************************************************************
       P410-LER-CHAVE.
            DISPLAY 'JANELA DE (F)ILIAL OU DE (U)SUARIO: '
            ACCEPT WK-TIPO
            IF WK-TIPO = 'f'
               MOVE 'F'                  TO WK-TIPO
            END-IF
            IF WK-TIPO = 'u'
               MOVE 'U'                  TO WK-TIPO
            END-IF
            MOVE SPACES                  TO WK-ID
            EVALUATE WK-TIPO
               WHEN 'F'
                  DISPLAY 'FILIAL (ENTER = MATRIZ): '
                  ACCEPT WK-ID(1:3)
               WHEN 'U'
                  DISPLAY 'USR-ID: '
                  ACCEPT WK-ID
                  MOVE WK-ID             TO USR-ID
                  READ USUARIOS
                       INVALID KEY
                          DISPLAY 'USUARIO NAO ENCONTRADO.'
                          MOVE SPACES    TO WK-TIPO
                  END-READ
               WHEN OTHER
                  DISPLAY 'TIPO INVALIDO - USE F OU U.'
                  MOVE SPACES            TO WK-TIPO
            END-EVALUATE
            MOVE WK-TIPO                 TO HRA-TIPO
            MOVE WK-ID                   TO HRA-ID
            .
       P410-FIM.

       P420-INICIAR-REGISTRO.
            MOVE WK-TIPO                 TO HRA-TIPO
            MOVE WK-ID                   TO HRA-ID
            MOVE ZEROS                   TO HRA-SEMANA-INICIO
                                            HRA-SEMANA-FIM
                                            HRA-SABADO-INICIO
                                            HRA-SABADO-FIM
                                            HRA-EXC-DATA
                                            HRA-EXC-HORA-FIM
            MOVE 'N'                     TO HRA-SABADO
            MOVE SPACES                  TO HRA-EXC-APROVADOR
                                            HRA-EXC-MOTIVO
            .

      ******************************************************************
      * P450-VALIDAR-HORA: HHMM de 0000 a 2400 (2400 = ate o fim do
      * dia), minutos abaixo de 60.
      ******************************************************************
       P450-VALIDAR-HORA.
            MOVE 'N'                     TO WK-HORA-OK
            IF WK-HORA-DIGITADA NOT NUMERIC
               DISPLAY 'HORA INVALIDA - USE HHMM (EX. 0800).'
               GO TO P450-FIM
            END-IF
            IF WK-HORA-HH > 24 OR WK-HORA-MM > 59
               OR (WK-HORA-HH = 24 AND WK-HORA-MM > ZEROS)
               DISPLAY 'HORA INVALIDA - USE HHMM (EX. 0800).'
               GO TO P450-FIM
            END-IF
            MOVE WK-HORA-DIGITADA        TO WK-HORA-VALIDA
            MOVE 'S'                     TO WK-HORA-OK
            .
       P450-FIM.

       P500-REMOVER.
            PERFORM P410-LER-CHAVE THRU P410-FIM
            IF WK-TIPO = SPACES
               GO TO P500-FIM
            END-IF
            READ HORARIO-ACESSO
                 INVALID KEY
                    DISPLAY 'NAO HA JANELA CADASTRADA PARA ESTA CHAVE.'
                    GO TO P500-FIM
            END-READ
            IF HRA-EXC-APROVADOR NOT = SPACES
               DISPLAY 'ATENCAO: A HORA EXTRA DE ' HRA-EXC-DATA
                       ' SAI JUNTO.'
            END-IF
            DISPLAY 'REMOVER A JANELA ' HRA-TIPO ' ' HRA-ID
                    ' (S/N)? '
            ACCEPT WK-CONFIRMA
            IF WK-CONFIRMA = 'S' OR WK-CONFIRMA = 's'
               DELETE HORARIO-ACESSO
               IF WK-FS-HORARIO = '00'
                  DISPLAY 'JANELA REMOVIDA.'
                  MOVE 'JANELA-ACS'      TO WK-OPERACAO-AUDIT
                  MOVE SPACES            TO WK-MSG-AUDIT
                  STRING 'JANELA ' HRA-TIPO ' ' HRA-ID ' REMOVIDA'
                         DELIMITED BY SIZE INTO WK-MSG-AUDIT
                  END-STRING
                  PERFORM P800-GRAVAR-AUDITORIA
               ELSE
                  DISPLAY 'ERRO AO REMOVER - FS: ' WK-FS-HORARIO
               END-IF
            END-IF
            .
       P500-FIM.

      ******************************************************************
      * P600-HORA-EXTRA: um dia (hoje ou adiante), da hora que for ate
      * a hora informada, com motivo. Colega precisa estar ativo e
      * ninguem aprova a propria hora extra. Uma excecao por usuario
      * - a nova substitui a anterior.
      ******************************************************************
       P600-HORA-EXTRA.
            DISPLAY 'USR-ID DO COLEGA: '
            ACCEPT WK-ID
            IF WK-ID = WS-USUARIO-LOGADO
               DISPLAY 'NINGUEM APROVA A PROPRIA HORA EXTRA.'
               GO TO P600-FIM
            END-IF
            MOVE WK-ID                   TO USR-ID
            READ USUARIOS
                 INVALID KEY
                    DISPLAY 'USUARIO NAO ENCONTRADO.'
                    GO TO P600-FIM
            END-READ
            IF USR-INATIVO
               DISPLAY 'USUARIO ESTA INATIVO.'
               GO TO P600-FIM
            END-IF

            MOVE 'U'                     TO WK-TIPO
            MOVE 'U'                     TO HRA-TIPO
            MOVE WK-ID                   TO HRA-ID
            MOVE 'N'                     TO WK-REGISTRO-NOVO
            READ HORARIO-ACESSO
                 INVALID KEY
                    MOVE 'S'             TO WK-REGISTRO-NOVO
                    PERFORM P420-INICIAR-REGISTRO
                 NOT INVALID KEY
                    IF HRA-EXC-APROVADOR NOT = SPACES
                       DISPLAY 'JA HA HORA EXTRA EM ' HRA-EXC-DATA
                               ' - SERA SUBSTITUIDA.'
                    END-IF
            END-READ

            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            DISPLAY 'DIA DA HORA EXTRA AAAAMMDD (ENTER = HOJE): '
            ACCEPT WK-DATA-DIGITADA
            IF WK-DATA-DIGITADA = SPACES
               MOVE WK-DATA-HOJE         TO WK-DATA-DIGITADA
            END-IF
            MOVE WK-DATA-DIGITADA        TO LK-DATA-ENTRADA
            SET LK-SAIDA-AAAAMMDD        TO TRUE
            MOVE 'V'                     TO LK-FUNCAO
            CALL 'DATEUTIL' USING PARAMETRES-DATA
            IF NOT LK-STATUS-OK
               DISPLAY 'DATA INVALIDA - APROVACAO CANCELADA.'
               GO TO P600-FIM
            END-IF
            IF WK-DATA-DIGITADA < WK-DATA-HOJE
               DISPLAY 'DATA JA PASSOU - APROVACAO CANCELADA.'
               GO TO P600-FIM
            END-IF

            DISPLAY 'LIBERADO ATE HHMM: '
            ACCEPT WK-HORA-DIGITADA
            PERFORM P450-VALIDAR-HORA THRU P450-FIM
            IF WK-HORA-OK NOT = 'S'
               GO TO P600-FIM
            END-IF
            DISPLAY 'MOTIVO: '
            ACCEPT HRA-EXC-MOTIVO
            IF HRA-EXC-MOTIVO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO - APROVACAO CANCELADA.'
               GO TO P600-FIM
            END-IF

            MOVE WK-DATA-DIGITADA        TO HRA-EXC-DATA
            MOVE WK-HORA-VALIDA          TO HRA-EXC-HORA-FIM
            MOVE WS-USUARIO-LOGADO       TO HRA-EXC-APROVADOR
            MOVE WS-USUARIO-LOGADO       TO HRA-USUARIO
            MOVE WK-DATA-HOJE            TO HRA-DATA-REGISTRO
            IF WK-REGISTRO-NOVO = 'S'
               WRITE REG-HORARIO-ACESSO
            ELSE
               REWRITE REG-HORARIO-ACESSO
            END-IF
            IF WK-FS-HORARIO = '00'
               DISPLAY 'HORA EXTRA APROVADA PARA ' HRA-ID ' EM '
                       HRA-EXC-DATA ' ATE ' HRA-EXC-HORA-FIM '.'
               MOVE 'HORA-EXTRA'         TO WK-OPERACAO-AUDIT
               MOVE SPACES               TO WK-MSG-AUDIT
               STRING 'HORA EXTRA ' HRA-ID ' ' HRA-EXC-DATA
                      ' ATE ' HRA-EXC-HORA-FIM
                      DELIMITED BY SIZE INTO WK-MSG-AUDIT
               END-STRING
               PERFORM P800-GRAVAR-AUDITORIA
            ELSE
               DISPLAY 'ERRO AO GRAVAR - FS: ' WK-FS-HORARIO
            END-IF
            .
       P600-FIM.

      ******************************************************************
      * P700-CANCELAR-EXTRA: limpa a excecao; registro de usuario que
      * so existia para carregar a hora extra (horas zeradas) sai.
      ******************************************************************
       P700-CANCELAR-EXTRA.
            DISPLAY 'USR-ID DO COLEGA: '
            ACCEPT WK-ID
            MOVE 'U'                     TO HRA-TIPO
            MOVE WK-ID                   TO HRA-ID
            READ HORARIO-ACESSO
                 INVALID KEY
                    DISPLAY 'NAO HA HORA EXTRA PARA ESTE COLEGA.'
                    GO TO P700-FIM
            END-READ
            IF HRA-EXC-APROVADOR = SPACES
               DISPLAY 'NAO HA HORA EXTRA PARA ESTE COLEGA.'
               GO TO P700-FIM
            END-IF

            DISPLAY 'CANCELAR A HORA EXTRA DE ' HRA-ID ' EM '
                    HRA-EXC-DATA ' (S/N)? '
            ACCEPT WK-CONFIRMA
            IF WK-CONFIRMA NOT = 'S' AND WK-CONFIRMA NOT = 's'
               GO TO P700-FIM
            END-IF
            MOVE ZEROS                   TO HRA-EXC-DATA
                                            HRA-EXC-HORA-FIM
            MOVE SPACES                  TO HRA-EXC-APROVADOR
                                            HRA-EXC-MOTIVO
            IF HRA-SEMANA-INICIO = ZEROS AND HRA-SEMANA-FIM = ZEROS
               DELETE HORARIO-ACESSO
            ELSE
               MOVE WS-USUARIO-LOGADO    TO HRA-USUARIO
               MOVE FUNCTION CURRENT-DATE(1:8) TO HRA-DATA-REGISTRO
               REWRITE REG-HORARIO-ACESSO
            END-IF
            IF WK-FS-HORARIO = '00'
               DISPLAY 'HORA EXTRA CANCELADA.'
               MOVE 'HORA-EXTRA'         TO WK-OPERACAO-AUDIT
               MOVE SPACES               TO WK-MSG-AUDIT
               STRING 'HORA EXTRA ' HRA-ID ' CANCELADA'
                      DELIMITED BY SIZE INTO WK-MSG-AUDIT
               END-STRING
               PERFORM P800-GRAVAR-AUDITORIA
            ELSE
               DISPLAY 'ERRO AO CANCELAR - FS: ' WK-FS-HORARIO
            END-IF
            .
       P700-FIM.

       P800-GRAVAR-AUDITORIA.
            OPEN EXTEND AUDITORIA
            IF WK-FS-AUDITORIA = '35'
               OPEN OUTPUT AUDITORIA
            END-IF

            MOVE FUNCTION CURRENT-DATE   TO AUD-DATA-HORA
            MOVE WK-OPERACAO-AUDIT       TO AUD-OPERACAO
            MOVE ZEROS                   TO AUD-CODIGO
            MOVE WS-USUARIO-LOGADO       TO AUD-USUARIO
            MOVE WK-MSG-AUDIT            TO AUD-MENSAGEM

            MOVE ZEROS                  TO AUD-ELO
            MOVE AUDIT-REC(1:90)        TO LK-SELO-CONTEUDO
            SET LK-SELO-PROXIMO         TO TRUE
            CALL 'SELOUTIL' USING PARAMETRES-SELO
            MOVE LK-SELO-ELO            TO AUD-ELO
            WRITE AUDIT-REC

            CLOSE AUDITORIA
            .
       END PROGRAM HRACNTT.
