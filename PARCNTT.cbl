      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: PARENTESCO ENTRE CONTATOS PESSOA FISICA. O VINCNTT
      *          LIGA PESSOA A EMPRESA E O ALUNOID LIGA ALUNO A
      *          RESPONSAVEL, MAS NADA DIZIA QUE O 1234 E CONJUGE DO
      *          5678 OU QUE DOIS ADULTOS SAO PAI E FILHO - E O
      *          OPERADOR PEDIA DE NOVO A MESMA FAMILIA DADOS QUE JA
      *          TINHAMOS. MANTEM O ARQUIVO DE PARENTESCO (FAMMSTR,
      *          CHAVE CONTATO+PARENTE) COM O GRAU TIRADO DO REFMSTR
      *          (TIPO 'G': CONJUGE, PAI OU MAE, FILHO OU FILHA,
      *          IRMAO OU IRMA, OUTRO - SEMEADOS NA PRIMEIRA
      *          EXECUCAO). TODO ELO E GRAVADO NOS DOIS SENTIDOS COM
      *          O GRAU RECIPROCO (PAI DE UM LADO, FILHO DO OUTRO) E
      *          DESFEITO NOS DOIS JUNTOS; INCLUSAO E EXCLUSAO VAO
      *          PARA A AUDITORIA DOS DOIS CONTATOS. GRAVAR EXIGE
      *          PERFIL TOTAL E A FILIAL DONA DOS DOIS CONTATOS (OU A
      *          MATRIZ); A CONSULTA E ABERTA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARCNTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELFAM'.
           COPY 'SELCONT'.
           COPY 'SELREF'.
           COPY 'SELAUDIT'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDFAM'.
           COPY 'FDCONT'.
           COPY 'FDREF'.
           COPY 'FDAUDIT'.
       WORKING-STORAGE SECTION.
       77  WK-FS-FAMILIA                PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-REF                    PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
           COPY 'PARMNORM'.
       77  WK-OPERACAO-AUDIT            PIC X(10) VALUE SPACES.
       77  WK-OPCAO                     PIC X(01) VALUE SPACES.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-REF                   PIC X(01) VALUE 'N'.
       77  WK-CODIGO-INF                PIC 9(06) VALUE ZEROS.
       77  WK-CODIGO-A                  PIC 9(06) VALUE ZEROS.
       77  WK-CODIGO-B                  PIC 9(06) VALUE ZEROS.
       77  WK-NOME-CONTATO              PIC X(40) VALUE SPACES.
       77  WK-NOME-A                    PIC X(40) VALUE SPACES.
       77  WK-NOME-B                    PIC X(40) VALUE SPACES.
       77  WK-CONTATO-OK                PIC X(01) VALUE 'N'.
       77  WK-EXIGE-ATIVO               PIC X(01) VALUE 'S'.
       77  WK-GRAU-INF                  PIC X(20) VALUE SPACES.
       77  WK-GRAU-NORM                 PIC X(20) VALUE SPACES.
       77  WK-GRAU-OK                   PIC X(01) VALUE 'N'.
       77  WK-GRAU-CODIGO               PIC 9(04) VALUE ZEROS.
       77  WK-GRAU-DESCRICAO            PIC X(20) VALUE SPACES.
       77  WK-RECIP-CODIGO              PIC 9(04) VALUE ZEROS.
       77  WK-RECIP-DESCRICAO           PIC X(20) VALUE SPACES.
       77  WK-IX-GRAU                   PIC 9(01) VALUE ZEROS.
       77  WK-QTD-LISTADOS              PIC 9(04) VALUE ZEROS.
       77  WK-MARCA-PARENTE             PIC X(12) VALUE SPACES.
      *****************************************************************
      * WK-GRAUS-PADRAO: os cinco graus semeados no REFMSTR (tipo 'G')
      * e o reciproco de cada um - pai/mae de um lado e filho(a) do
      * outro; os demais sao simetricos. Grau acrescentado depois no
      * REFMSTR e tratado como simetrico.
      *****************************************************************
       01  WK-GRAUS-PADRAO.
           05 FILLER                    PIC X(28)
                        VALUE '00010001CONJUGE             '.
           05 FILLER                    PIC X(28)
                        VALUE '00020003PAI OU MAE          '.
           05 FILLER                    PIC X(28)
                        VALUE '00030002FILHO OU FILHA      '.
           05 FILLER                    PIC X(28)
                        VALUE '00040004IRMAO OU IRMA       '.
           05 FILLER                    PIC X(28)
                        VALUE '00050005OUTRO               '.
       01  WK-GRAUS-PADRAO-R REDEFINES WK-GRAUS-PADRAO.
           05 WK-GP OCCURS 5 TIMES.
               10 WK-GP-CODIGO          PIC 9(04).
               10 WK-GP-RECIPROCO       PIC 9(04).
               10 WK-GP-DESCRICAO       PIC X(20).

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P110-SEMEAR-GRAU
                    VARYING WK-IX-GRAU FROM 1 BY 1
                    UNTIL WK-IX-GRAU > 5
            PERFORM P200-PROCESSA THRU P200-FIM UNTIL
                    WK-OPCAO = 'S' OR WK-OPCAO = 's'
            PERFORM P900-FINALIZAR
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
            OPEN I-O PARENTESCO-MASTER
            IF WK-FS-FAMILIA = '35'
               OPEN OUTPUT PARENTESCO-MASTER
               CLOSE PARENTESCO-MASTER
               OPEN I-O PARENTESCO-MASTER
            END-IF

            OPEN INPUT CONTATO-MASTER
            IF WK-FS-CONTATO = '35'
               OPEN OUTPUT CONTATO-MASTER
               CLOSE CONTATO-MASTER
               OPEN INPUT CONTATO-MASTER
            END-IF

            OPEN I-O TABELA-REF
            IF WK-FS-REF = '35'
               OPEN OUTPUT TABELA-REF
               CLOSE TABELA-REF
               OPEN I-O TABELA-REF
            END-IF
            .

      ******************************************************************
      * P110-SEMEAR-GRAU: grau padrao ausente do REFMSTR e gravado com
      * o codigo fixo da tabela - o reciproco depende desse codigo.
      * Grau ja existente (inclusive desativado no REFMANT) fica como
      * esta.
      ******************************************************************
       P110-SEMEAR-GRAU.
            MOVE WK-GP-DESCRICAO(WK-IX-GRAU) TO LK-TEXTO-ENTRADA
            CALL 'NORMUTIL' USING PARAMETRES-NORM
            MOVE 'G'                     TO TAB-TIPO
            MOVE LK-TEXTO-NORMALIZADO(1:20) TO TAB-DESCRICAO-NORM
            READ TABELA-REF
                 INVALID KEY
                    MOVE WK-GP-CODIGO(WK-IX-GRAU) TO TAB-CODIGO
                    MOVE WK-GP-DESCRICAO(WK-IX-GRAU) TO TAB-DESCRICAO
                    SET TAB-ATIVA        TO TRUE
                    WRITE REG-TABELA-REF
            END-READ
            .

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** PARENTESCO ENTRE CONTATOS ***'
            DISPLAY '1 - REGISTRAR PARENTESCO'
            DISPLAY '2 - DESFAZER PARENTESCO'
            DISPLAY '3 - PARENTES DE UM CONTATO'
            DISPLAY '(OU TECLE <S> PARA VOLTAR AO MENU)'
            ACCEPT WK-OPCAO

            EVALUATE WK-OPCAO
               WHEN '1'
                  IF WS-PERFIL-TOTAL
                     PERFORM P300-REGISTRAR THRU P300-FIM
                  ELSE
                     PERFORM P250-ACESSO-NEGADO
                  END-IF
               WHEN '2'
                  IF WS-PERFIL-TOTAL
                     PERFORM P400-DESFAZER THRU P400-FIM
                  ELSE
                     PERFORM P250-ACESSO-NEGADO
                  END-IF
               WHEN '3'
                  PERFORM P500-LISTAR-PARENTES THRU P500-FIM
               WHEN 'S'
               WHEN 's'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P200-FIM.

       P250-ACESSO-NEGADO.
            DISPLAY 'ACESSO NEGADO - SEU PERFIL NAO PERMITE ESTA OPCAO.'
            MOVE 'ACESSO-NEG'            TO WK-OPERACAO-AUDIT
            MOVE ZEROS                   TO WS-CODIGO-CONTATO
            MOVE WK-OPCAO                TO WS-MENSSAGEM
            PERFORM P270-GRAVAR-AUDITORIA
            .

      ******************************************************************
      * P300-REGISTRAR: os dois contatos precisam existir, estar
      * ativos e pertencer a filial do operador (ou a matriz). O grau
      * informado e o do PARENTE visto a partir do CONTATO; o outro
      * sentido recebe o grau reciproco.
      ******************************************************************
       P300-REGISTRAR.
            MOVE 'S'                     TO WK-EXIGE-ATIVO
            DISPLAY 'CODIGO DO CONTATO: '
            ACCEPT WK-CODIGO-INF
            PERFORM P350-CONFERIR-CONTATO THRU P350-FIM
            IF WK-CONTATO-OK NOT = 'S'
               GO TO P300-FIM
            END-IF
            MOVE WK-CODIGO-INF           TO WK-CODIGO-A
            MOVE WK-NOME-CONTATO         TO WK-NOME-A

            DISPLAY 'CODIGO DO PARENTE: '
            ACCEPT WK-CODIGO-INF
            IF WK-CODIGO-INF = WK-CODIGO-A
               DISPLAY 'CONTATO E PARENTE SAO O MESMO CODIGO.'
               GO TO P300-FIM
            END-IF
            PERFORM P350-CONFERIR-CONTATO THRU P350-FIM
            IF WK-CONTATO-OK NOT = 'S'
               GO TO P300-FIM
            END-IF
            MOVE WK-CODIGO-INF           TO WK-CODIGO-B
            MOVE WK-NOME-CONTATO         TO WK-NOME-B

            MOVE WK-CODIGO-A             TO FAM-CODIGO
            MOVE WK-CODIGO-B             TO FAM-CODIGO-PARENTE
            READ PARENTESCO-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY 'PARENTESCO JA REGISTRADO: '
                            FAM-DESCRICAO ' - DESFACA ANTES DE MUDAR.'
                    GO TO P300-FIM
            END-READ

            PERFORM P360-VALIDAR-GRAU THRU P360-FIM
            IF WK-GRAU-OK NOT = 'S'
               GO TO P300-FIM
            END-IF
            PERFORM P370-ACHAR-RECIPROCO THRU P370-FIM

            MOVE WK-CODIGO-A             TO FAM-CODIGO
            MOVE WK-CODIGO-B             TO FAM-CODIGO-PARENTE
            MOVE WK-GRAU-CODIGO          TO FAM-TIPO
            MOVE WK-GRAU-DESCRICAO       TO FAM-DESCRICAO
            MOVE FUNCTION CURRENT-DATE(1:8) TO FAM-DATA
            MOVE WS-USUARIO-LOGADO       TO FAM-USUARIO
            WRITE REG-PARENTESCO
            IF WK-FS-FAMILIA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR PARENTESCO - FS: '
                       WK-FS-FAMILIA
               GO TO P300-FIM
            END-IF

      *     Sentido reciproco - se sobrou um elo orfao do outro lado,
      *     ele e corrigido para o grau reciproco.
            MOVE WK-CODIGO-B             TO FAM-CODIGO
            MOVE WK-CODIGO-A             TO FAM-CODIGO-PARENTE
            MOVE WK-RECIP-CODIGO         TO FAM-TIPO
            MOVE WK-RECIP-DESCRICAO      TO FAM-DESCRICAO
            WRITE REG-PARENTESCO
            IF WK-FS-FAMILIA = '22'
               REWRITE REG-PARENTESCO
            END-IF
            IF WK-FS-FAMILIA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O RECIPROCO - FS: '
                       WK-FS-FAMILIA
            END-IF

            DISPLAY 'PARENTESCO GRAVADO: ' WK-CODIGO-B ' E '
                    WK-GRAU-DESCRICAO ' DE ' WK-CODIGO-A
                    ' (E ' WK-CODIGO-A ' E ' WK-RECIP-DESCRICAO
                    ' DE ' WK-CODIGO-B ').'
            MOVE 'PARENT-INC'            TO WK-OPERACAO-AUDIT
            MOVE WK-CODIGO-A             TO WS-CODIGO-CONTATO
            MOVE SPACES                  TO WS-MENSSAGEM
            STRING 'PARENTE ' WK-CODIGO-B ' ' WK-GRAU-DESCRICAO
                   DELIMITED BY SIZE INTO WS-MENSSAGEM
            END-STRING
            PERFORM P270-GRAVAR-AUDITORIA
            MOVE WK-CODIGO-B             TO WS-CODIGO-CONTATO
            MOVE SPACES                  TO WS-MENSSAGEM
            STRING 'PARENTE ' WK-CODIGO-A ' ' WK-RECIP-DESCRICAO
                   DELIMITED BY SIZE INTO WS-MENSSAGEM
            END-STRING
            PERFORM P270-GRAVAR-AUDITORIA
            MOVE ' *** PARENTESCO GRAVADO ***             ' TO
                                         WS-MENSSAGEM
            .
       P300-FIM.

      ******************************************************************
      * P350-CONFERIR-CONTATO: le o contato de WK-CODIGO-INF e aplica
      * as regras de gravacao - WK-EXIGE-ATIVO 'N' (desfazer) so
      * confere a filial, para que elo de contato ja baixado ainda
      * possa ser desfeito.
      ******************************************************************
       P350-CONFERIR-CONTATO.
            MOVE 'N'                     TO WK-CONTATO-OK
            MOVE SPACES                  TO WK-NOME-CONTATO
            MOVE WK-CODIGO-INF           TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    DISPLAY 'CONTATO ' WK-CODIGO-INF ' NAO ENCONTRADO.'
                    GO TO P350-FIM
            END-READ
            IF WK-EXIGE-ATIVO = 'S'
               IF WK-REG-ANONIMIZADO
                  DISPLAY 'CONTATO ' WK-CODIGO-INF ' FOI ANONIMIZADO '
                          '(LGPD) - PARENTESCO NAO GRAVADO.'
                  GO TO P350-FIM
               END-IF
               IF WK-REG-INATIVO
                  DISPLAY 'CONTATO ' WK-CODIGO-INF ' ESTA INATIVO - '
                          'PARENTESCO NAO GRAVADO.'
                  GO TO P350-FIM
               END-IF
            END-IF
            IF WS-FILIAL-LOGADA NOT = SPACES
               AND WK-FILIAL NOT = SPACES
               AND WK-FILIAL NOT = WS-FILIAL-LOGADA
               DISPLAY 'CONTATO ' WK-CODIGO-INF ' PERTENCE A FILIAL '
                       WK-FILIAL ' - MANUTENCAO SO PELA FILIAL DONA.'
               GO TO P350-FIM
            END-IF
            STRING WK-PRIMEIRO-NOME DELIMITED BY SPACE
                   ' ' WK-ULTIMO-NOME DELIMITED BY SIZE
                   INTO WK-NOME-CONTATO
            END-STRING
            DISPLAY '  ' WK-CODIGO-INF ' ' WK-NOME-CONTATO
            MOVE 'S'                     TO WK-CONTATO-OK
            .
       P350-FIM.

      ******************************************************************
      * P360-VALIDAR-GRAU: lista os graus ativos do REFMSTR (tipo 'G')
      * e valida o digitado pela descricao normalizada, como as
      * categorias do OCORCNTT/SACCNTT - aqui sem cadastro na hora,
      * porque grau novo nao teria reciproco definido.
      ******************************************************************
       P360-VALIDAR-GRAU.
            MOVE 'N'                     TO WK-GRAU-OK
            DISPLAY 'GRAUS DISPONIVEIS:'
            MOVE 'N'                     TO WK-FIM-REF
            MOVE 'G'                     TO TAB-TIPO
            MOVE LOW-VALUES              TO TAB-DESCRICAO-NORM
            START TABELA-REF KEY IS NOT LESS THAN TAB-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-REF
            END-START
            PERFORM P365-LISTAR-GRAU THRU P365-FIM
                    UNTIL WK-FIM-REF = 'S'

            DISPLAY 'O PARENTE E (GRAU) DO CONTATO: '
            ACCEPT WK-GRAU-INF
            MOVE WK-GRAU-INF             TO LK-TEXTO-ENTRADA
            CALL 'NORMUTIL' USING PARAMETRES-NORM
            MOVE LK-TEXTO-NORMALIZADO(1:20) TO WK-GRAU-NORM

            MOVE 'G'                     TO TAB-TIPO
            MOVE WK-GRAU-NORM            TO TAB-DESCRICAO-NORM
            READ TABELA-REF
                 INVALID KEY
                    DISPLAY 'GRAU NAO CADASTRADO - USE UM DA LISTA.'
                    GO TO P360-FIM
            END-READ
            IF TAB-INATIVA
               DISPLAY 'GRAU DESATIVADO - USE OUTRO.'
               GO TO P360-FIM
            END-IF
            MOVE TAB-CODIGO              TO WK-GRAU-CODIGO
            MOVE TAB-DESCRICAO           TO WK-GRAU-DESCRICAO
            MOVE 'S'                     TO WK-GRAU-OK
            .
       P360-FIM.

       P365-LISTAR-GRAU.
            READ TABELA-REF NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-REF
                    GO TO P365-FIM
            END-READ
            IF TAB-TIPO NOT = 'G'
               MOVE 'S'                  TO WK-FIM-REF
               GO TO P365-FIM
            END-IF
            IF TAB-ATIVA
               DISPLAY '  ' TAB-DESCRICAO
            END-IF
            .
       P365-FIM.

      ******************************************************************
      * P370-ACHAR-RECIPROCO: codigo reciproco pela tabela de graus
      * padrao (fora dela = o proprio grau) e a descricao dele no
      * REFMSTR.
      ******************************************************************
       P370-ACHAR-RECIPROCO.
            MOVE WK-GRAU-CODIGO          TO WK-RECIP-CODIGO
            MOVE WK-GRAU-DESCRICAO       TO WK-RECIP-DESCRICAO
            PERFORM P375-COMPARAR-GRAU
                    VARYING WK-IX-GRAU FROM 1 BY 1
                    UNTIL WK-IX-GRAU > 5
            IF WK-RECIP-CODIGO = WK-GRAU-CODIGO
               GO TO P370-FIM
            END-IF

            MOVE 'N'                     TO WK-FIM-REF
            MOVE 'G'                     TO TAB-TIPO
            MOVE LOW-VALUES              TO TAB-DESCRICAO-NORM
            START TABELA-REF KEY IS NOT LESS THAN TAB-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-REF
            END-START
            PERFORM P380-LER-RECIPROCO THRU P380-FIM
                    UNTIL WK-FIM-REF = 'S'
            .
       P370-FIM.

       P375-COMPARAR-GRAU.
            IF WK-GP-CODIGO(WK-IX-GRAU) = WK-GRAU-CODIGO
               MOVE WK-GP-RECIPROCO(WK-IX-GRAU) TO WK-RECIP-CODIGO
               MOVE WK-GP-DESCRICAO(WK-IX-GRAU) TO WK-RECIP-DESCRICAO
            END-IF
            .

       P380-LER-RECIPROCO.
            READ TABELA-REF NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-REF
                    GO TO P380-FIM
            END-READ
            IF TAB-TIPO NOT = 'G'
               MOVE 'S'                  TO WK-FIM-REF
               GO TO P380-FIM
            END-IF
            IF TAB-CODIGO = WK-RECIP-CODIGO
               MOVE TAB-DESCRICAO        TO WK-RECIP-DESCRICAO
               MOVE 'S'                  TO WK-FIM-REF
            END-IF
            .
       P380-FIM.

      ******************************************************************
      * P400-DESFAZER: apaga os dois sentidos do elo. Contato ja
      * inativo ainda pode ter o elo desfeito; a filial continua
      * valendo.
      ******************************************************************
       P400-DESFAZER.
            MOVE 'N'                     TO WK-EXIGE-ATIVO
            DISPLAY 'CODIGO DO CONTATO: '
            ACCEPT WK-CODIGO-INF
            PERFORM P350-CONFERIR-CONTATO THRU P350-FIM
            IF WK-CONTATO-OK NOT = 'S'
               GO TO P400-FIM
            END-IF
            MOVE WK-CODIGO-INF           TO WK-CODIGO-A
            DISPLAY 'CODIGO DO PARENTE: '
            ACCEPT WK-CODIGO-INF
            PERFORM P350-CONFERIR-CONTATO THRU P350-FIM
            IF WK-CONTATO-OK NOT = 'S'
               GO TO P400-FIM
            END-IF
            MOVE WK-CODIGO-INF           TO WK-CODIGO-B

            MOVE WK-CODIGO-A             TO FAM-CODIGO
            MOVE WK-CODIGO-B             TO FAM-CODIGO-PARENTE
            READ PARENTESCO-MASTER
                 INVALID KEY
                    DISPLAY 'PARENTESCO NAO ENCONTRADO.'
                    GO TO P400-FIM
            END-READ
            MOVE FAM-DESCRICAO           TO WK-GRAU-DESCRICAO
            DELETE PARENTESCO-MASTER
            IF WK-FS-FAMILIA NOT = '00'
               DISPLAY 'ERRO AO DESFAZER - FS: ' WK-FS-FAMILIA
               GO TO P400-FIM
            END-IF
            MOVE WK-CODIGO-B             TO FAM-CODIGO
            MOVE WK-CODIGO-A             TO FAM-CODIGO-PARENTE
            READ PARENTESCO-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DELETE PARENTESCO-MASTER
            END-READ

            DISPLAY 'PARENTESCO DESFEITO.'
            MOVE 'PARENT-EXC'            TO WK-OPERACAO-AUDIT
            MOVE WK-CODIGO-A             TO WS-CODIGO-CONTATO
            MOVE SPACES                  TO WS-MENSSAGEM
            STRING 'DESFEITO ' WK-CODIGO-B ' ' WK-GRAU-DESCRICAO
                   DELIMITED BY SIZE INTO WS-MENSSAGEM
            END-STRING
            PERFORM P270-GRAVAR-AUDITORIA
            MOVE WK-CODIGO-B             TO WS-CODIGO-CONTATO
            MOVE SPACES                  TO WS-MENSSAGEM
            STRING 'DESFEITO ' WK-CODIGO-A
                   DELIMITED BY SIZE INTO WS-MENSSAGEM
            END-STRING
            PERFORM P270-GRAVAR-AUDITORIA
            MOVE ' *** PARENTESCO DESFEITO ***            ' TO
                                         WS-MENSSAGEM
            .
       P400-FIM.

      ******************************************************************
      * P500-LISTAR-PARENTES: START no prefixo do codigo - cada elo
      * ja esta gravado no sentido do contato consultado.
      ******************************************************************
       P500-LISTAR-PARENTES.
            DISPLAY 'CODIGO DO CONTATO: '
            ACCEPT WK-CODIGO-A
            MOVE WK-CODIGO-A             TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    DISPLAY 'CONTATO NAO ENCONTRADO.'
                    GO TO P500-FIM
            END-READ
            DISPLAY '*** PARENTES DE ' WK-CODIGO-A ' '
                    WK-PRIMEIRO-NOME ' ' WK-ULTIMO-NOME ' ***'

            MOVE ZEROS                   TO WK-QTD-LISTADOS
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-CODIGO-A             TO FAM-CODIGO
            MOVE ZEROS                   TO FAM-CODIGO-PARENTE
            START PARENTESCO-MASTER KEY IS NOT LESS THAN FAM-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P510-LER-PARENTE THRU P510-FIM
                    UNTIL WK-FIM-ARQ = 'S'

            IF WK-QTD-LISTADOS = ZEROS
               DISPLAY 'NENHUM PARENTE REGISTRADO PARA ESTE CONTATO.'
            END-IF
            MOVE WK-CODIGO-A             TO WS-CODIGO-CONTATO
            MOVE ' *** PARENTES EXIBIDOS ***              ' TO
                                         WS-MENSSAGEM
            .
       P500-FIM.

       P510-LER-PARENTE.
            READ PARENTESCO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P510-FIM
            END-READ
            IF FAM-CODIGO NOT = WK-CODIGO-A
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P510-FIM
            END-IF
            ADD 1                        TO WK-QTD-LISTADOS
            MOVE FAM-CODIGO-PARENTE      TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    DISPLAY FAM-CODIGO-PARENTE ' (CONTATO NAO '
                            'ENCONTRADO) ' FAM-DESCRICAO
                    GO TO P510-FIM
            END-READ
            MOVE SPACES                  TO WK-MARCA-PARENTE
            EVALUATE TRUE
               WHEN WK-REG-ANONIMIZADO
                  MOVE '*ANONIMIZADO' TO WK-MARCA-PARENTE
               WHEN WK-REG-FALECIDO
                  MOVE '*FALECIDO'    TO WK-MARCA-PARENTE
               WHEN WK-REG-INATIVO
                  MOVE '*INATIVO'     TO WK-MARCA-PARENTE
            END-EVALUATE
            DISPLAY FAM-CODIGO-PARENTE ' ' WK-PRIMEIRO-NOME ' '
                    WK-ULTIMO-NOME ' ' FAM-DESCRICAO ' '
                    WK-MARCA-PARENTE
            .
       P510-FIM.

       P270-GRAVAR-AUDITORIA.
            OPEN EXTEND AUDITORIA
            IF WK-FS-AUDITORIA = '35'
               OPEN OUTPUT AUDITORIA
            END-IF

            MOVE FUNCTION CURRENT-DATE  TO AUD-DATA-HORA
            MOVE WK-OPERACAO-AUDIT      TO AUD-OPERACAO
            MOVE WS-CODIGO-CONTATO      TO AUD-CODIGO
            MOVE WS-USUARIO-LOGADO      TO AUD-USUARIO
            MOVE WS-MENSSAGEM           TO AUD-MENSAGEM

            MOVE ZEROS                  TO AUD-ELO
            MOVE AUDIT-REC(1:90)        TO LK-SELO-CONTEUDO
            SET LK-SELO-PROXIMO         TO TRUE
            CALL 'SELOUTIL' USING PARAMETRES-SELO
            MOVE LK-SELO-ELO            TO AUD-ELO
            WRITE AUDIT-REC

            CLOSE AUDITORIA
            .

       P900-FINALIZAR.
            CLOSE PARENTESCO-MASTER CONTATO-MASTER TABELA-REF
            .
       END PROGRAM PARCNTT.
