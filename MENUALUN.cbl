      *          (PROCTURM) E DEMAIS FUNCOES QUE ALTERAM O MESTRE
      *          EXIGEM PERFIL TOTAL; HISTORICO ESCOLAR (HISTALU)
      *          FICA ABERTO AO PERFIL LEITURA.
      * Modification History:
      *   15/10/2026 CS  Opcao 17 - Bolsas e Descontos de mensalidade
      *                  (FATDESC), restrita ao perfil TOTAL como as
      *                  mensalidades.
      *   15/10/2026 CS  Opcao 18 - Extrato mensal consolidado por
      *                  responsavel (FATEXTR), rodada do mes ou
      *                  reimpressao de um responsavel no balcao.
      *   15/10/2026 CS  Opcao 19 - Acordos de renegociacao de
      *                  mensalidades (FATACORD), perfil TOTAL.
      *   15/10/2026 CS  Opcao 20 - Declaracao anual de quitacao
      *                  (FATQUIT), perfil TOTAL.
      *   15/10/2026 CS  Opcao 21 - Tabela de mensalidades por serie
      *                  (FATPRECO), perfil TOTAL.
      *   15/10/2026 CS  Opcao 22 - Ciclo de rematricula (REMATRIC),
      *                  perfil TOTAL.
      *   15/10/2026 CS  Opcao 23 - Matriz curricular por serie
      *                  (CURMANT), perfil TOTAL.
      *   15/10/2026 CS  Opcao 24 - Turmas do ano (TURMANT), perfil
      *                  TOTAL.
      *   15/10/2026 CS  Opcao 25 - Janela de lancamento de notas
      *                  (JANMANT); reabertura pelo coordenador.
      *   15/10/2026 CS  Opcao 26 - Ausencias de professor e
      *                  cobertura de aulas (AUSPROF), perfil TOTAL.
      *   15/10/2026 CS  Opcao 27 - Calendario de provas
      *                  (PROVCNTT), perfil TOTAL.
      *   15/10/2026 CS  Opcao 28 - balcao de declaracoes (DECLARA):
      *                  matricula, frequencia e serie numeradas.
      *   15/10/2026 CS  Opcao 29 - consulta ao livro de registro de
      *                  certificados de conclusao (CERTCONS).
      *   15/10/2026 CS  Opcao 30 - checklist de documentos de
      *                  matricula (DOCALU).
      *   15/10/2026 CS  Opcao 31 - console da familia (FAMCONS), aberta
      *                  ao perfil LEITURA com mascara.
      *   15/10/2026 CS  Opcao 32: consulta ao arquivo de ex-alunos
      *                  (EXALUCON) - perfil TOTAL.
      *   15/10/2026 CS  Janela de acesso no login (HRAMSTR via
      *                  HRAUTIL), a mesma do MENUCNTT: fora do
      *                  horario do usuario/filial, em domingo ou
      *                  feriado o login e recusado e auditado
      *                  (LOGIN-HOR); hora extra aprovada entra.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 WS-OPCAO-RESTRITA           VALUES '1', '2', '4',
                                                   '5', '7', '8',
                                                   '9', '10', '11',
                                                   '12', '14', '17',
                                                   '19', '20', '21',
                                                   '22', '23', '24',
                                                   '26', '27', '30',
                                                   '32'.
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
       77 WK-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WK-FS-AVISOS                    PIC X(02) VALUE SPACES.
               END-IF
            END-IF
            IF WK-SENHA-CONFERE = 'S'
               PERFORM P067-CONFERIR-HORARIO THRU P067-FIM
               IF WK-HORARIO-OK NOT = 'S'
                  ADD 1                  TO WK-TENTATIVAS
                  GO TO P057-FIM
               END-IF
               PERFORM P060-REGISTRAR-SESSAO THRU P060-FIM
               IF WK-SESSAO-OK NOT = 'S'
                  ADD 1                  TO WK-TENTATIVAS
            DISPLAY '| 14 - Transferencia de Aluno (Doc. Oficial)    |'
            DISPLAY '| 15 - Ocorrencias Disciplinares                |'
            DISPLAY '| 16 - Contatos de Emergencia / Busca Autoriz.  |'
            DISPLAY '| 17 - Bolsas e Descontos de Mensalidade        |'
            DISPLAY '| 18 - Extrato Mensal do Responsavel            |'
            DISPLAY '| 19 - Acordos de Renegociacao de Mensalidades  |'
            DISPLAY '| 20 - Declaracao Anual de Quitacao de Debitos  |'
            DISPLAY '| 21 - Tabela de Mensalidades por Serie         |'
            DISPLAY '| 22 - Rematricula (Ciclo Anual e Respostas)    |'
            DISPLAY '| 23 - Matriz Curricular por Serie              |'
            DISPLAY '| 24 - Turmas (Formacao e Trocas)               |'
            DISPLAY '| 25 - Janela de Lancamento de Notas            |'
            DISPLAY '| 26 - Ausencias de Professor e Cobertura       |'
            DISPLAY '| 27 - Calendario de Provas                     |'
            DISPLAY '| 28 - Balcao de Declaracoes                    |'
            DISPLAY '| 29 - Livro de Certificados de Conclusao       |'
            DISPLAY '| 30 - Documentos de Matricula                  |'
            DISPLAY '| 31 - Console da Familia                       |'
            DISPLAY '| 32 - Consulta a Ex-Alunos (Arquivo)           |'
            DISPLAY '|                                               |'
            DISPLAY '|           (Ou tecle <S> para sair)            |'
            DISPLAY '*************************************************'
                                         WS-MENSSAGEM
               CALL 'EMGCNTT'
               USING WS-COM-AREA
               WHEN '17'
               IF WK-PODE-EXECUTAR = 'S'
                  MOVE ' *** BOLSAS E DESCONTOS *** ' TO WS-MENSSAGEM
                  CALL 'FATDESC'
                  USING WS-COM-AREA
               ELSE
                  PERFORM P056-ACESSO-NEGADO
               END-IF
               WHEN '18'
               MOVE ' *** EXTRATO DO RESPONSAVEL *** ' TO
                                         WS-MENSSAGEM
               CALL 'FATEXTR'
               USING WS-COM-AREA
               WHEN '19'
               IF WK-PODE-EXECUTAR = 'S'
                  MOVE ' *** ACORDOS DE MENSALIDADE *** ' TO
                                            WS-MENSSAGEM
                  CALL 'FATACORD'
                  USING WS-COM-AREA
               ELSE
                  PERFORM P056-ACESSO-NEGADO
               END-IF
               WHEN '20'
               IF WK-PODE-EXECUTAR = 'S'
                  MOVE ' *** DECLARACAO DE QUITACAO *** ' TO
                                            WS-MENSSAGEM
                  CALL 'FATQUIT'
                  USING WS-COM-AREA
               ELSE
                  PERFORM P056-ACESSO-NEGADO
               END-IF
               WHEN '21'
               IF WK-PODE-EXECUTAR = 'S'
                  MOVE ' *** TABELA DE MENSALIDADES *** ' TO
                                            WS-MENSSAGEM
                  CALL 'FATPRECO'
                  USING WS-COM-AREA
               ELSE
                  PERFORM P056-ACESSO-NEGADO
               END-IF
               WHEN '22'
               IF WK-PODE-EXECUTAR = 'S'
                  MOVE ' *** REMATRICULA *** ' TO WS-MENSSAGEM
                  CALL 'REMATRIC'
                  USING WS-COM-AREA
               ELSE
                  PERFORM P056-ACESSO-NEGADO
               END-IF
               WHEN '23'
               IF WK-PODE-EXECUTAR = 'S'
                  MOVE ' *** MATRIZ CURRICULAR *** ' TO WS-MENSSAGEM
                  CALL 'CURMANT'
                  USING WS-COM-AREA
               ELSE
                  PERFORM P056-ACESSO-NEGADO
               END-IF
               WHEN '24'
               IF WK-PODE-EXECUTAR = 'S'
                  MOVE ' *** TURMAS *** ' TO WS-MENSSAGEM
                  CALL 'TURMANT'
                  USING WS-COM-AREA
               ELSE
                  PERFORM P056-ACESSO-NEGADO
               END-IF
               WHEN '25'
               IF WK-PODE-EXECUTAR = 'S'
                  MOVE ' *** JANELA DE NOTAS *** ' TO WS-MENSSAGEM
                  CALL 'JANMANT'
                  USING WS-COM-AREA
               ELSE
                  PERFORM P056-ACESSO-NEGADO
               END-IF
               WHEN '26'
               IF WK-PODE-EXECUTAR = 'S'
                  MOVE ' *** AUSENCIAS *** ' TO WS-MENSSAGEM
                  CALL 'AUSPROF'
                  USING WS-COM-AREA
               ELSE
                  PERFORM P056-ACESSO-NEGADO
               END-IF
               WHEN '27'
               IF WK-PODE-EXECUTAR = 'S'
                  MOVE ' *** CALENDARIO DE PROVAS *** ' TO WS-MENSSAGEM
                  CALL 'PROVCNTT'
                  USING WS-COM-AREA
               ELSE
                  PERFORM P056-ACESSO-NEGADO
               END-IF
               WHEN '28'
               IF WK-PODE-EXECUTAR = 'S'
                  MOVE ' *** DECLARACOES *** ' TO WS-MENSSAGEM
                  CALL 'DECLARA'
                  USING WS-COM-AREA
               ELSE
                  PERFORM P056-ACESSO-NEGADO
               END-IF
               WHEN '29'
               IF WK-PODE-EXECUTAR = 'S'
                  MOVE ' *** CERTIFICADOS *** ' TO WS-MENSSAGEM
                  CALL 'CERTCONS'
                  USING WS-COM-AREA
               ELSE
                  PERFORM P056-ACESSO-NEGADO
               END-IF
               WHEN '30'
               IF WK-PODE-EXECUTAR = 'S'
                  MOVE ' *** DOCUMENTOS ALUNO *** ' TO WS-MENSSAGEM
                  CALL 'DOCALU'
                  USING WS-COM-AREA
               ELSE
                  PERFORM P056-ACESSO-NEGADO
               END-IF
               WHEN '31'
               IF WK-PODE-EXECUTAR = 'S'
                  MOVE ' *** CONSOLE FAMILIA *** ' TO WS-MENSSAGEM
                  CALL 'FAMCONS'
                  USING WS-COM-AREA
               ELSE
                  PERFORM P056-ACESSO-NEGADO
               END-IF
               WHEN '32'
               IF WK-PODE-EXECUTAR = 'S'
                  MOVE ' *** EX-ALUNOS *** ' TO WS-MENSSAGEM
                  CALL 'EXALUCON'
                  USING WS-COM-AREA
               ELSE
                  PERFORM P056-ACESSO-NEGADO
               END-IF
               WHEN 'S'
               WHEN 's'
               DISPLAY 'Obrigado volte sempre!'
            .
       P060-FIM.

      ******************************************************************
      * P067-CONFERIR-HORARIO: mesma janela de acesso do MENUCNTT
      * (HRAMSTR via HRAUTIL) - fora dela o login e recusado e
      * auditado (LOGIN-HOR); hora extra aprovada entra com rastro
      * (LOGIN-EXC).
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
                       'HRACNTT (MENUCNTT).'
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
      * P062-APLICAR-DELEGACAO: mesma delegacao temporaria do
      * MENUCNTT (DELEGMST) - dentro do intervalo o perfil sobe para
