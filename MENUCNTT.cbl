      *                  filial em branco = matriz, mantem
      *                  tudo; leitura segue aberta entre
      *                  filiais).
      *   15/10/2026 CS  Opcao 52 - oportunidades de venda (OPOCNTT):
      *                  estagio, valor, previsao de fechamento e
      *                  historico de estagios por contato PF ou PJ;
      *                  pipeline semanal e o lote OPOREL. Aberta a
      *                  todos os perfis, como notas e agenda. No
      *                  TREINO, OPORMSTR/OPOHIST vao para copia.
      *   15/10/2026 CS  Opcao 53 - casos de SAC (SACCNTT): protocolo,
      *                  canal, categoria, status datado e prazo de
      *                  SLA em dias uteis; aging diario e o lote
      *                  SACAGING. Aberta a todos os perfis. No
      *                  TREINO, SACMSTR/SACHIST vao para copia.
      *   15/10/2026 CS  Opcao 54 - parentesco entre contatos
      *                  (PARCNTT): conjuge, pais, filhos, irmaos,
      *                  com o elo reciproco gravado junto. Consulta
      *                  aberta; gravar exige perfil TOTAL (conferido
      *                  no proprio PARCNTT). No TREINO, FAMMSTR vai
      *                  para copia.
      *   15/10/2026 CS  Opcao 55 - abreviaturas de logradouro
      *                  (LOGRMANT); CADCONTT/ALTCONTT/LOTCONTT/
      *                  INTCONTT padronizam a rua via LOGRUTIL e o
      *                  acerto do cadastro existente e o lote
      *                  ENDPADR. Exige perfil TOTAL.
      *   15/10/2026 CS  Opcao 56 - eventos e seminarios (EVTCNTT):
      *                  cadastro com capacidade, resposta ao convite
      *                  com fila de espera, presenca e lista de
      *                  assinatura; certificados no lote EVTCERT.
      *                  Aberta a todos os perfis (cadastrar e
      *                  encerrar exigem TOTAL no proprio EVTCNTT). No
      *                  TREINO, EVTMSTR/EVTINSC vao para copia.
      *   15/10/2026 CS  Opcao 57 - retencao legal (LGLCNTT): colocar,
      *                  liberar e consultar retencoes por processo
      *                  judicial. Exige perfil TOTAL; quadro no lote
      *                  LGLREL. No TREINO, LGLMSTR vai para copia.
      *   15/10/2026 CS  No TREINO, o registro de compartilhamento
      *                  com terceiros (DVGLOG) vai para copia - a
      *                  extracao de treino nao entra no log legal.
      *   15/10/2026 CS  No TREINO, o log de acesso sem mascara
      *                  (VISLOG) vai para copia - a aula nao entra na
      *                  revisao semanal do VISREV.
      *   15/10/2026 CS  Janela de acesso no login (HRAMSTR via
      *                  HRAUTIL): fora do horario do usuario ou da
      *                  filial, sabado sem expediente, domingo ou
      *                  feriado do CALMSTR o login e recusado e
      *                  auditado (LOGIN-HOR); a hora extra aprovada
      *                  por um TOTAL entra com rastro (LOGIN-EXC).
      *                  Opcao 58 - janelas e excecoes (HRACNTT),
      *                  exige perfil TOTAL; atividade fora do
      *                  horario no lote diario HRAREL.
      *   15/10/2026 CS  Opcao 59 - revisao dos orfaos da varredura
      *                  noturna ORFCNTT (ORFREV): quarentena com
      *                  auditoria, exige perfil TOTAL.
      *   15/10/2026 CS  Opcao 60 - fila de relatorios da noite
      *                  (FRLCNTT); no login, aviso dos pedidos da
      *                  fila ja executados pelo FRLEXEC (P068).
      *   15/10/2026 CS  Modo treinamento (P065) desvia tambem o
      *                  indice da auditoria AUDIDX (TREINO-AUDIDX).
      *   15/10/2026 CS  Modo treinamento (P065) desvia a fila de
      *                  notificacoes NTFMSTR (TREINO-NTFMSTR) - aula
      *                  nao manda SMS/email de verdade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUCNTT.
           COPY 'SELDLG'.
           COPY 'SELAVI'.
           COPY 'SELCFG'.
           COPY 'SELFRL'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDAUDIT'.
           COPY 'FDDLG'.
           COPY 'FDAVI'.
           COPY 'FDCFG'.
           COPY 'FDFRL'.
       WORKING-STORAGE SECTION.
           COPY 'COMAREA'.
       77 WS-OPCAO                        PIC X(02).
                                                   '26', '32', '37',
                                                   '38', '42', '43',
                                                   '46', '48', '49',
                                                   '51', '55', '57',
                                                   '58', '59'.
       77 WK-PODE-EXECUTAR                PIC X(01) VALUE 'S'.
       77 WK-FS-AUDITORIA                 PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
       77 WK-SESSAO-OK                    PIC X(01) VALUE 'N'.
       77 WK-SENHA-CONFERE                PIC X(01) VALUE 'N'.
       77 WK-FS-DELEGACAO                 PIC X(02) VALUE SPACES.
       77 WK-HORARIO-OK                   PIC X(01) VALUE 'S'.
       77 WK-HORA-EDITADA                 PIC X(05) VALUE SPACES.
           COPY 'PARMHRA'.
       77 WK-DELEGADO-POR                 PIC X(08) VALUE SPACES.
       77 WK-FS-AVISOS                    PIC X(02) VALUE SPACES.
       77 WK-FIM-AVISOS                   PIC X(01) VALUE 'N'.
       77 WK-TEM-DIGITO                   PIC X(01) VALUE 'N'.
       77 WK-IDX-CHAR                     PIC 9(02) VALUE ZEROS.
           COPY 'PARMHASH'.
       77 WK-FS-FILA                      PIC X(02) VALUE SPACES.
       77 WK-FIM-FILA                     PIC X(01) VALUE 'N'.


       PROCEDURE DIVISION.
            IF WK-LOGIN-OK = 'S'
               PERFORM P065-ESCOLHER-AMBIENTE THRU P065-FIM
               PERFORM P063-MOSTRAR-AVISOS THRU P063-FIM
               PERFORM P068-AVISAR-FILA THRU P068-FIM
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL
                                                       WS-OPCAO = 'S' or
                                                      WS-OPCAO = 's'

            PERFORM P056B-CONFERIR-SENHA
            IF WK-SENHA-CONFERE = 'S'
               PERFORM P067-CONFERIR-HORARIO THRU P067-FIM
               IF WK-HORARIO-OK NOT = 'S'
                  ADD 1                  TO WK-TENTATIVAS
                  GO TO P057-FIM
               END-IF
               PERFORM P060-REGISTRAR-SESSAO THRU P060-FIM
               IF WK-SESSAO-OK NOT = 'S'
                  ADD 1                  TO WK-TENTATIVAS
            DISPLAY '| 49 - Quadro de Avisos de Login                |'
            DISPLAY '| 50 - Console do Spool de Relatorios           |'
            DISPLAY '| 51 - Consulta ao Arquivo Morto (Expurgos)     |'
            DISPLAY '| 52 - Oportunidades de Venda (Pipeline)        |'
            DISPLAY '| 53 - Casos de SAC (Protocolo e SLA)           |'
            DISPLAY '| 54 - Parentesco entre Contatos                |'
            DISPLAY '| 55 - Abreviaturas de Logradouro (Rua)         |'
            DISPLAY '| 56 - Eventos e Seminarios                     |'
            DISPLAY '| 57 - Retencao Legal (Processos Judiciais)     |'
            DISPLAY '| 58 - Janelas de Acesso e Hora Extra           |'
            DISPLAY '| 59 - Revisao de Registros Orfaos              |'
            DISPLAY '| 60 - Fila de Relatorios da Noite              |'
            DISPLAY '|                                               |'
            DISPLAY '|           (Ou tecle <S> para sair)            |'
            DISPLAY '*************************************************'
               ELSE
                  PERFORM P056-ACESSO-NEGADO
               END-IF
               WHEN '52'
               MOVE ' *** OPORTUNIDADES DE VENDA *** ' TO WS-MENSSAGEM
               CALL 'OPOCNTT'
               USING WS-COM-AREA
               WHEN '53'
               MOVE ' *** CASOS DE SAC *** ' TO WS-MENSSAGEM
               CALL 'SACCNTT'
               USING WS-COM-AREA
               WHEN '54'
               MOVE ' *** PARENTESCO ENTRE CONTATOS *** ' TO
                                            WS-MENSSAGEM
               CALL 'PARCNTT'
               USING WS-COM-AREA
               WHEN '55'
               IF WK-PODE-EXECUTAR = 'S'
                  MOVE ' *** ABREVIATURAS DE LOGRADOURO *** ' TO
                                            WS-MENSSAGEM
                  CALL 'LOGRMANT'
                  USING WS-COM-AREA
               ELSE
                  PERFORM P056-ACESSO-NEGADO
               END-IF
               WHEN '56'
               MOVE ' *** EVENTOS E SEMINARIOS *** ' TO
                                            WS-MENSSAGEM
               CALL 'EVTCNTT'
               USING WS-COM-AREA
               WHEN '57'
               IF WK-PODE-EXECUTAR = 'S'
                  MOVE ' *** RETENCAO LEGAL *** ' TO
                                            WS-MENSSAGEM
                  CALL 'LGLCNTT'
                  USING WS-COM-AREA
               ELSE
                  PERFORM P056-ACESSO-NEGADO
               END-IF
               WHEN '58'
               IF WK-PODE-EXECUTAR = 'S'
                  MOVE ' *** JANELAS DE ACESSO *** ' TO
                                            WS-MENSSAGEM
                  CALL 'HRACNTT'
                  USING WS-COM-AREA
               ELSE
                  PERFORM P056-ACESSO-NEGADO
               END-IF
               WHEN '59'
               IF WK-PODE-EXECUTAR = 'S'
                  MOVE ' *** REVISAO DE ORFAOS *** ' TO
                                            WS-MENSSAGEM
                  CALL 'ORFREV'
                  USING WS-COM-AREA
               ELSE
                  PERFORM P056-ACESSO-NEGADO
               END-IF
               WHEN '60'
               MOVE ' *** FILA DE RELATORIOS *** ' TO WS-MENSSAGEM
               CALL 'FRLCNTT'
               USING WS-COM-AREA
               WHEN 'S'
               DISPLAY 'Obrigado volte sempre!'
               WHEN 's'
            .
       P060-FIM.

      ******************************************************************
      * P067-CONFERIR-HORARIO: senha certa ainda precisa cair dentro
      * da janela de acesso do usuario ou da filial (HRAMSTR, via
      * HRAUTIL - dia util, sabado, feriado do CALMSTR). Fora dela o
      * login e recusado e auditado (LOGIN-HOR) sem contar como
      * falha de senha; a hora extra aprovada por um TOTAL no
      * HRACNTT libera e tambem deixa rastro (LOGIN-EXC).
      ******************************************************************
       P067-CONFERIR-HORARIO.
            MOVE 'S'                     TO WK-HORARIO-OK
            SET LK-HRA-CONFERIR          TO TRUE
            MOVE USR-ID                  TO LK-HRA-USUARIO
            MOVE USR-FILIAL              TO LK-HRA-FILIAL
            MOVE FUNCTION CURRENT-DATE(1:8) TO LK-HRA-DATA
            MOVE FUNCTION CURRENT-DATE(9:4) TO LK-HRA-HORA
            CALL 'HRAUTIL' USING PARAMETRES-HRA
            MOVE SPACES                  TO WK-HORA-EDITADA
            STRING LK-HRA-FIM-JANELA(1:2) ':' LK-HRA-FIM-JANELA(3:2)
                   DELIMITED BY SIZE INTO WK-HORA-EDITADA
            END-STRING

            IF LK-HRA-FORA
               DISPLAY 'LOGIN RECUSADO - FORA DA JANELA DE ACESSO ('
                       LK-HRA-MOTIVO ').'
               DISPLAY 'HORA EXTRA? PECA A UM TOTAL A EXCECAO NO '
                       'HRACNTT.'
               MOVE 'N'                  TO WK-HORARIO-OK
               MOVE 'LOGIN-HOR'          TO WK-OPERACAO-AUDIT
               MOVE ZEROS                TO WS-CODIGO-CONTATO
               MOVE SPACES               TO WS-MENSSAGEM
               STRING WK-ID-DIGITADO ' ' LK-HRA-MOTIVO
                      DELIMITED BY SIZE INTO WS-MENSSAGEM
               END-STRING
               PERFORM P310-GRAVA-AUDITORIA
            END-IF
            IF LK-HRA-EXCECAO
               DISPLAY 'FORA DA JANELA - HORA EXTRA APROVADA POR '
                       LK-HRA-APROVADOR ' ATE AS ' WK-HORA-EDITADA '.'
               MOVE 'LOGIN-EXC'          TO WK-OPERACAO-AUDIT
               MOVE ZEROS                TO WS-CODIGO-CONTATO
               MOVE SPACES               TO WS-MENSSAGEM
               STRING WK-ID-DIGITADO ' HORA EXTRA DE '
                      LK-HRA-APROVADOR ' ATE ' WK-HORA-EDITADA
                      DELIMITED BY SIZE INTO WS-MENSSAGEM
               END-STRING
               PERFORM P310-GRAVA-AUDITORIA
            END-IF

            SET LK-HRA-FECHAR            TO TRUE
            CALL 'HRAUTIL' USING PARAMETRES-HRA
            .
       P067-FIM.

      ******************************************************************
      * P062-APLICAR-DELEGACAO: se ha delegacao vigente para o usuario
      * (DELEGMST, concedida por um TOTAL no DLGCNTT) e hoje cai
      ******************************************************************
      * P065-ESCOLHER-AMBIENTE: PROD ou TREINO no login. No TREINO,
      * todo arquivo de dados que os programas chamados abrirem -
      * mestre PF/PJ, auditoria viva e morta (e o indice AUDIDX),
      * notas, agenda, os satelites das gravacoes (NOMEIDX, SECIDX,
      * CONSENT, ENDHIST, SUPRESS, CONTJRNL), campanhas (CAMPCTL/
      * CAMPDET), vinculos (VINCMSTR/VINCSUGG), domicilios,
      * transferencias de filial, a fila de aprovacoes e o registro de
      * transmissao - e redirecionado para a copia de treinamento via
      * nome de ambiente (DD_<ARQUIVO>), com os nomes vindos do CFGMSTR
      * (chaves TREINO-*; padrao = TESTCON/TESTCONJ do MASKCNTT e os
      * demais TEST*). O mestre de treino e reconstruido sob demanda
      * rodando o MASKCNTT. O banner do menu carrega a marca de TREINO
      * em toda tela.
      * O que NAO tem copia: USUARIOS (o login precisa do real), as
      * sequencias CONTSEQ e os logs de execucao/excecao/spool - e
      * por isso o TREINO NAO afrouxa o perfil (P055): opcao
            DISPLAY 'DD_AUDITARC'        UPON ENVIRONMENT-NAME
            DISPLAY WK-NOME-TREINO       UPON ENVIRONMENT-VALUE

            MOVE 'TREINO-AUDIDX'         TO CFG-CHAVE
            MOVE 'TESTAUX'               TO WK-NOME-TREINO
            PERFORM P066-LER-NOME-TREINO
            DISPLAY 'DD_AUDIDX'          UPON ENVIRONMENT-NAME
            DISPLAY WK-NOME-TREINO       UPON ENVIRONMENT-VALUE

            MOVE 'TREINO-TRANSREG'       TO CFG-CHAVE
            MOVE 'TESTTRN'               TO WK-NOME-TREINO
            PERFORM P066-LER-NOME-TREINO
            DISPLAY 'DD_TRANSREG'        UPON ENVIRONMENT-NAME
            DISPLAY WK-NOME-TREINO       UPON ENVIRONMENT-VALUE

            MOVE 'TREINO-OPORMSTR'       TO CFG-CHAVE
            MOVE 'TESTOPO'               TO WK-NOME-TREINO
            PERFORM P066-LER-NOME-TREINO
            DISPLAY 'DD_OPORMSTR'        UPON ENVIRONMENT-NAME
            DISPLAY WK-NOME-TREINO       UPON ENVIRONMENT-VALUE

            MOVE 'TREINO-OPOHIST'        TO CFG-CHAVE
            MOVE 'TESTOPH'               TO WK-NOME-TREINO
            PERFORM P066-LER-NOME-TREINO
            DISPLAY 'DD_OPOHIST'         UPON ENVIRONMENT-NAME
            DISPLAY WK-NOME-TREINO       UPON ENVIRONMENT-VALUE

            MOVE 'TREINO-SACMSTR'        TO CFG-CHAVE
            MOVE 'TESTSAC'               TO WK-NOME-TREINO
            PERFORM P066-LER-NOME-TREINO
            DISPLAY 'DD_SACMSTR'         UPON ENVIRONMENT-NAME
            DISPLAY WK-NOME-TREINO       UPON ENVIRONMENT-VALUE

            MOVE 'TREINO-SACHIST'        TO CFG-CHAVE
            MOVE 'TESTSCH'               TO WK-NOME-TREINO
            PERFORM P066-LER-NOME-TREINO
            DISPLAY 'DD_SACHIST'         UPON ENVIRONMENT-NAME
            DISPLAY WK-NOME-TREINO       UPON ENVIRONMENT-VALUE

            MOVE 'TREINO-FAMMSTR'        TO CFG-CHAVE
            MOVE 'TESTFAM'               TO WK-NOME-TREINO
            PERFORM P066-LER-NOME-TREINO
            DISPLAY 'DD_FAMMSTR'         UPON ENVIRONMENT-NAME
            DISPLAY WK-NOME-TREINO       UPON ENVIRONMENT-VALUE

            MOVE 'TREINO-EVTMSTR'        TO CFG-CHAVE
            MOVE 'TESTEVT'               TO WK-NOME-TREINO
            PERFORM P066-LER-NOME-TREINO
            DISPLAY 'DD_EVTMSTR'         UPON ENVIRONMENT-NAME
            DISPLAY WK-NOME-TREINO       UPON ENVIRONMENT-VALUE

            MOVE 'TREINO-EVTINSC'        TO CFG-CHAVE
            MOVE 'TESTEVI'               TO WK-NOME-TREINO
            PERFORM P066-LER-NOME-TREINO
            DISPLAY 'DD_EVTINSC'         UPON ENVIRONMENT-NAME
            DISPLAY WK-NOME-TREINO       UPON ENVIRONMENT-VALUE

            MOVE 'TREINO-LGLMSTR'        TO CFG-CHAVE
            MOVE 'TESTLGL'               TO WK-NOME-TREINO
            PERFORM P066-LER-NOME-TREINO
            DISPLAY 'DD_LGLMSTR'         UPON ENVIRONMENT-NAME
            DISPLAY WK-NOME-TREINO       UPON ENVIRONMENT-VALUE

            MOVE 'TREINO-DVGLOG'         TO CFG-CHAVE
            MOVE 'TESTDVG'               TO WK-NOME-TREINO
            PERFORM P066-LER-NOME-TREINO
            DISPLAY 'DD_DVGLOG'          UPON ENVIRONMENT-NAME
            DISPLAY WK-NOME-TREINO       UPON ENVIRONMENT-VALUE

            MOVE 'TREINO-VISLOG'         TO CFG-CHAVE
            MOVE 'TESTVIS'               TO WK-NOME-TREINO
            PERFORM P066-LER-NOME-TREINO
            DISPLAY 'DD_VISLOG'          UPON ENVIRONMENT-NAME
            DISPLAY WK-NOME-TREINO       UPON ENVIRONMENT-VALUE

            MOVE 'TREINO-NTFMSTR'        TO CFG-CHAVE
            MOVE 'TESTNTF'               TO WK-NOME-TREINO
            PERFORM P066-LER-NOME-TREINO
            DISPLAY 'DD_NTFMSTR'         UPON ENVIRONMENT-NAME
            DISPLAY WK-NOME-TREINO       UPON ENVIRONMENT-VALUE

            DISPLAY '*** AMBIENTE DE TREINO - CADASTROS E REGISTROS '
                    'APONTAM PARA AS COPIAS DE TREINO ***'
            DISPLAY '*** PERFIL CONTINUA VALENDO: OPCAO RESTRITA '
            .
       P064-FIM.

      ******************************************************************
      * P068-AVISAR-FILA: pedidos da fila de relatorios (FRLMSTR) do
      * usuario que o FRLEXEC ja rodou e ainda nao foram avisados -
      * concluido com o ID no spool, ou falhou com o motivo. Cada
      * pedido e avisado uma vez so.
      ******************************************************************
       P068-AVISAR-FILA.
            OPEN I-O FILA-RELATORIOS
            IF WK-FS-FILA NOT = '00'
               GO TO P068-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-FILA
            MOVE ZEROS                   TO FRL-ID
            START FILA-RELATORIOS KEY IS NOT LESS THAN FRL-ID
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-FILA
            END-START
            PERFORM P069-AVISAR-UM THRU P069-FIM
                    UNTIL WK-FIM-FILA = 'S'
            CLOSE FILA-RELATORIOS
            .
       P068-FIM.

       P069-AVISAR-UM.
            READ FILA-RELATORIOS NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-FILA
                    GO TO P069-FIM
            END-READ
            IF FRL-USUARIO NOT = WK-USUARIO-LOGADO OR FRL-JA-AVISADO
               GO TO P069-FIM
            END-IF
            IF FRL-CONCLUIDO
               DISPLAY '>>> RELATORIO ' FRL-PROGRAMA ' (PEDIDO '
                       FRL-ID ') PRONTO NO SPOOL - ID ' FRL-SPL-ID
            ELSE
               IF FRL-FALHOU
                  DISPLAY '>>> RELATORIO ' FRL-PROGRAMA ' (PEDIDO '
                          FRL-ID ') FALHOU: ' FRL-MOTIVO
               ELSE
                  GO TO P069-FIM
               END-IF
            END-IF
            MOVE 'S'                     TO FRL-AVISADO
            REWRITE REG-FILA
            .
       P069-FIM.

      ******************************************************************
      * P061-ENCERRAR-SESSAO: saida limpa remove o registro de sessao
      * - o proximo login do usuario entra normalmente.
