      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: REVISAO SEMANAL DOS ACESSOS A DADO SENSIVEL SEM
      *          MASCARA. O MSKUTIL REGISTRA NO VISLOG CADA CONTATO
      *          ABERTO COM CPF/NASCIMENTO/TELEFONE INTEIROS; AQUI O
      *          ENCARREGADO DE SEGURANCA VE, PARA A SEMANA QUE
      *          TERMINA NA DATA INFORMADA, QUANTOS CONTATOS CADA
      *          OPERADOR ABRIU, CONTRA A MEDIA SEMANAL DO PROPRIO
      *          OPERADOR NAS SEMANAS ANTERIORES E CONTRA A MEDIA DA
      *          FILIAL DELE, E QUAIS ACESSOS FORAM A CONTATOS DE
      *          OUTRA FILIAL OU DA CARTEIRA DE OUTRO OPERADOR. LIMITES
      *          NO CFGMSTR: VIS-SEMANAS-BASE (PADRAO 8), VIS-FATOR-
      *          ALERTA (PADRAO 3 = TRES VEZES A MEDIA) E VIS-MINIMO-
      *          ALERTA (PADRAO 50 - ABAIXO DISSO NAO HA ALERTA DE
      *          VOLUME). SAIDA EM VISREV, REGISTRADA NO SPOOL, COM
      *          CAMPO PARA O VISTO DO ENCARREGADO. SO LEITURA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELVIS'.
           COPY 'SELUSERS'.
           COPY 'SELCONT'.
           SELECT RELATORIO-REVISAO
               ASSIGN TO "VISREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDVIS'.
           COPY 'FDUSERS'.
           COPY 'FDCONT'.
       FD  RELATORIO-REVISAO
           LABEL RECORD IS STANDARD.
       01  VISREV-REC                   PIC X(132).
       WORKING-STORAGE SECTION.
       77  WK-FS-ACESSO                 PIC X(02) VALUE SPACES.
       77  WK-FS-USUARIOS               PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
           COPY 'PARMRUN'.
           COPY 'PARMCFG'.
           COPY 'PARMSPL'.
       77  WK-DATA-DIGITADA             PIC X(08) VALUE SPACES.
       77  WK-DATA-FIM                  PIC 9(08) VALUE ZEROS.
       77  WK-DATA-INI                  PIC 9(08) VALUE ZEROS.
       77  WK-DIA-FIM                   PIC 9(07) VALUE ZEROS.
       77  WK-DIA-INI                   PIC 9(07) VALUE ZEROS.
       77  WK-DIA-BASE-INI              PIC 9(07) VALUE ZEROS.
       77  WK-DIA-ACESSO                PIC 9(07) VALUE ZEROS.
       77  WK-DATA-ACESSO               PIC 9(08) VALUE ZEROS.
       77  WK-SEMANAS-BASE              PIC 9(03) VALUE ZEROS.
       77  WK-FATOR-ALERTA              PIC 9(03) VALUE ZEROS.
       77  WK-MINIMO-ALERTA             PIC 9(05) VALUE ZEROS.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-QTD-LIDOS                 PIC 9(07) VALUE ZEROS.
       77  WK-QTD-SEMANA                PIC 9(07) VALUE ZEROS.
       77  WK-QTD-ALERTAS               PIC 9(05) VALUE ZEROS.
       77  WK-QTD-FORA                  PIC 9(06) VALUE ZEROS.
       77  WK-IDX-USR                   PIC 9(03) VALUE ZEROS.
       77  WK-POS-USR                   PIC 9(03) VALUE ZEROS.
       77  WK-IDX-FIL                   PIC 9(03) VALUE ZEROS.
       77  WK-POS-FIL                   PIC 9(03) VALUE ZEROS.
       77  WK-FORA-FILIAL               PIC X(01) VALUE 'N'.
       77  WK-FORA-CARTEIRA             PIC X(01) VALUE 'N'.
       77  WK-MEDIA-PROPRIA             PIC 9(07)V9 VALUE ZEROS.
       77  WK-MEDIA-FILIAL              PIC 9(07)V9 VALUE ZEROS.
       77  WK-LIMITE                    PIC 9(09)V9 VALUE ZEROS.
       77  WK-MEDIA-EDITADA             PIC Z(6)9.9 VALUE ZEROS.
       77  WK-ALERTA-TEXTO              PIC X(40) VALUE SPACES.
      *****************************************************************
      * WK-TAB-OPERADORES: um item por operador que aparece no VISLOG,
      * com a filial do USERMSTR (em branco = matriz, enxerga tudo) e
      * os totais da semana e do periodo-base.
      *****************************************************************
       01  WK-TAB-OPERADORES.
           05 WK-QTD-OPERADORES         PIC 9(03) VALUE ZEROS.
           05 WK-OPERADORES OCCURS 200 TIMES.
               10 WK-OPR-ID             PIC X(08).
               10 WK-OPR-FILIAL         PIC X(03).
               10 WK-OPR-QTD-SEMANA     PIC 9(07).
               10 WK-OPR-QTD-BASE       PIC 9(07).
       01  WK-TAB-FILIAIS.
           05 WK-QTD-FILIAIS            PIC 9(03) VALUE ZEROS.
           05 WK-FILIAIS OCCURS 100 TIMES.
               10 WK-FIL-CODIGO         PIC X(03).
               10 WK-FIL-QTD-SEMANA     PIC 9(07).
               10 WK-FIL-QTD-OPERADORES PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'VISREV'                TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            PERFORM P100-PARAMETROS
            OPEN INPUT ACESSO-SENSIVEL
            IF WK-FS-ACESSO NOT = '00'
               DISPLAY 'NENHUM ACESSO SEM MASCARA REGISTRADO (VISLOG).'
               STOP RUN
            END-IF
            OPEN INPUT USUARIOS
            OPEN INPUT CONTATO-MASTER
            IF WK-FS-CONTATO = '35'
               OPEN OUTPUT CONTATO-MASTER
               CLOSE CONTATO-MASTER
               OPEN INPUT CONTATO-MASTER
            END-IF

      *     Primeira passada: totais por operador (semana e base).
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P200-SOMAR-ACESSO THRU P200-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE ACESSO-SENSIVEL
            PERFORM P300-MEDIAS-FILIAL
                    VARYING WK-IDX-USR FROM 1 BY 1
                    UNTIL WK-IDX-USR > WK-QTD-OPERADORES

            OPEN OUTPUT RELATORIO-REVISAO
            PERFORM P400-CABECALHO
            PERFORM P410-LINHA-OPERADOR THRU P410-FIM
                    VARYING WK-IDX-USR FROM 1 BY 1
                    UNTIL WK-IDX-USR > WK-QTD-OPERADORES

      *     Segunda passada: acessos da semana fora da filial ou da
      *     carteira do operador, um por linha, para o visto.
            PERFORM P500-CABECALHO-FORA
            OPEN INPUT ACESSO-SENSIVEL
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P510-LISTAR-FORA THRU P510-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE ACESSO-SENSIVEL
            PERFORM P600-RODAPE
            CLOSE RELATORIO-REVISAO
            IF WK-FS-USUARIOS NOT = '35'
               CLOSE USUARIOS
            END-IF
            CLOSE CONTATO-MASTER

      *     Registro no spool: a revisao assinada de cada semana fica
      *     catalogada (SPOOLCAT via SPLUTIL) e reimprime no SPOOLCON.
            MOVE 'VISREV'                TO LK-SPL-NOME
            MOVE 'LOTE'                  TO LK-SPL-USUARIO
            MOVE 'VISREV'                TO LK-SPL-ORIGEM
            CALL 'SPLUTIL' USING PARAMETRES-SPL

            DISPLAY 'ACESSOS LIDOS.......: ' WK-QTD-LIDOS
            DISPLAY 'ACESSOS NA SEMANA...: ' WK-QTD-SEMANA
            DISPLAY 'ALERTAS DE VOLUME...: ' WK-QTD-ALERTAS
            DISPLAY 'FORA FILIAL/CARTEIRA: ' WK-QTD-FORA
            DISPLAY 'REVISAO EM VISREV.'

            MOVE 'VISREV'                TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-LIDOS            TO LK-RUN-QTD-LIDOS
            MOVE ZEROS                   TO LK-RUN-QTD-APLICADOS
                                            LK-RUN-QTD-REJEITADOS
                                            LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            STOP RUN
            .

      ******************************************************************
      * P100-PARAMETROS: a semana revisada sao os 7 dias que terminam
      * na data informada; a base sao as VIS-SEMANAS-BASE semanas
      * imediatamente anteriores.
      ******************************************************************
       P100-PARAMETROS.
            DISPLAY '*** REVISAO SEMANAL DE ACESSOS SEM MASCARA ***'
            DISPLAY 'ULTIMO DIA DA SEMANA AAAAMMDD (ENTER P/ HOJE): '
            ACCEPT WK-DATA-DIGITADA
            IF WK-DATA-DIGITADA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-FIM
            ELSE
               IF WK-DATA-DIGITADA NOT NUMERIC
                  DISPLAY 'DATA INVALIDA.'
                  STOP RUN
               END-IF
               MOVE WK-DATA-DIGITADA     TO WK-DATA-FIM
            END-IF

            MOVE 'VIS-SEMANAS-BASE'      TO LK-CFG-CHAVE
            MOVE 8                       TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-SEMANAS-BASE
            IF WK-SEMANAS-BASE = ZEROS
               MOVE 1                    TO WK-SEMANAS-BASE
            END-IF
            MOVE 'VIS-FATOR-ALERTA'      TO LK-CFG-CHAVE
            MOVE 3                       TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-FATOR-ALERTA
            MOVE 'VIS-MINIMO-ALERTA'     TO LK-CFG-CHAVE
            MOVE 50                      TO LK-CFG-PADRAO-NUM
            CALL 'CFGUTIL' USING PARAMETRES-CFG
            MOVE LK-CFG-VALOR-NUM        TO WK-MINIMO-ALERTA

            COMPUTE WK-DIA-FIM = FUNCTION INTEGER-OF-DATE(WK-DATA-FIM)
            COMPUTE WK-DIA-INI = WK-DIA-FIM - 6
            COMPUTE WK-DIA-BASE-INI = WK-DIA-INI - 7 * WK-SEMANAS-BASE
            COMPUTE WK-DATA-INI = FUNCTION DATE-OF-INTEGER(WK-DIA-INI)
            .

       P200-SOMAR-ACESSO.
            READ ACESSO-SENSIVEL
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P200-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDOS
            IF VIS-DATA-HORA(1:8) NOT NUMERIC
               GO TO P200-FIM
            END-IF
            MOVE VIS-DATA-HORA(1:8)      TO WK-DATA-ACESSO
            COMPUTE WK-DIA-ACESSO =
                    FUNCTION INTEGER-OF-DATE(WK-DATA-ACESSO)
            IF WK-DIA-ACESSO < WK-DIA-BASE-INI
               OR WK-DIA-ACESSO > WK-DIA-FIM
               GO TO P200-FIM
            END-IF
            PERFORM P210-ACHAR-OPERADOR THRU P210-FIM
            IF WK-POS-USR = ZEROS
               GO TO P200-FIM
            END-IF
            IF WK-DIA-ACESSO < WK-DIA-INI
               ADD 1                     TO WK-OPR-QTD-BASE(WK-POS-USR)
            ELSE
               ADD 1                     TO
                   WK-OPR-QTD-SEMANA(WK-POS-USR)
               ADD 1                     TO WK-QTD-SEMANA
            END-IF
            .
       P200-FIM.

      ******************************************************************
      * P210-ACHAR-OPERADOR: operador novo na tabela entra com a
      * filial do USERMSTR (operador apagado fica sem filial).
      ******************************************************************
       P210-ACHAR-OPERADOR.
            MOVE ZEROS                   TO WK-POS-USR
            PERFORM P215-COMPARAR-OPERADOR
                    VARYING WK-IDX-USR FROM 1 BY 1
                    UNTIL WK-IDX-USR > WK-QTD-OPERADORES
                       OR WK-POS-USR > ZEROS
            IF WK-POS-USR > ZEROS
               GO TO P210-FIM
            END-IF
            IF WK-QTD-OPERADORES NOT < 200
               GO TO P210-FIM
            END-IF
            ADD 1                        TO WK-QTD-OPERADORES
            MOVE WK-QTD-OPERADORES       TO WK-POS-USR
            MOVE VIS-USUARIO             TO WK-OPR-ID(WK-POS-USR)
            MOVE ZEROS                   TO
                 WK-OPR-QTD-SEMANA(WK-POS-USR)
                 WK-OPR-QTD-BASE(WK-POS-USR)
            MOVE SPACES                  TO WK-OPR-FILIAL(WK-POS-USR)
            MOVE VIS-USUARIO             TO USR-ID
            READ USUARIOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE USR-FILIAL      TO WK-OPR-FILIAL(WK-POS-USR)
            END-READ
            .
       P210-FIM.

       P215-COMPARAR-OPERADOR.
            IF WK-OPR-ID(WK-IDX-USR) = VIS-USUARIO
               MOVE WK-IDX-USR           TO WK-POS-USR
            END-IF
            .

      ******************************************************************
      * P300-MEDIAS-FILIAL: a norma da filial e a media semanal dos
      * operadores dela que abriram algum contato na semana.
      ******************************************************************
       P300-MEDIAS-FILIAL.
            IF WK-OPR-QTD-SEMANA(WK-IDX-USR) > ZEROS
               PERFORM P310-ACHAR-FILIAL THRU P310-FIM
               IF WK-POS-FIL > ZEROS
                  ADD WK-OPR-QTD-SEMANA(WK-IDX-USR) TO
                      WK-FIL-QTD-SEMANA(WK-POS-FIL)
                  ADD 1                  TO
                      WK-FIL-QTD-OPERADORES(WK-POS-FIL)
               END-IF
            END-IF
            .

       P310-ACHAR-FILIAL.
            MOVE ZEROS                   TO WK-POS-FIL
            PERFORM P315-COMPARAR-FILIAL
                    VARYING WK-IDX-FIL FROM 1 BY 1
                    UNTIL WK-IDX-FIL > WK-QTD-FILIAIS
                       OR WK-POS-FIL > ZEROS
            IF WK-POS-FIL > ZEROS
               GO TO P310-FIM
            END-IF
            IF WK-QTD-FILIAIS NOT < 100
               GO TO P310-FIM
            END-IF
            ADD 1                        TO WK-QTD-FILIAIS
            MOVE WK-QTD-FILIAIS          TO WK-POS-FIL
            MOVE WK-OPR-FILIAL(WK-IDX-USR) TO
                 WK-FIL-CODIGO(WK-POS-FIL)
            MOVE ZEROS                   TO
                 WK-FIL-QTD-SEMANA(WK-POS-FIL)
                 WK-FIL-QTD-OPERADORES(WK-POS-FIL)
            .
       P310-FIM.

       P315-COMPARAR-FILIAL.
            IF WK-FIL-CODIGO(WK-IDX-FIL) = WK-OPR-FILIAL(WK-IDX-USR)
               MOVE WK-IDX-FIL           TO WK-POS-FIL
            END-IF
            .

       P400-CABECALHO.
            MOVE SPACES                  TO VISREV-REC
            STRING 'REVISAO DE ACESSOS SEM MASCARA - SEMANA DE '
                   WK-DATA-INI ' A ' WK-DATA-FIM
                   DELIMITED BY SIZE INTO VISREV-REC
            END-STRING
            WRITE VISREV-REC
            MOVE SPACES                  TO VISREV-REC
            STRING 'BASE: ' WK-SEMANAS-BASE ' SEMANAS ANTERIORES  '
                   'ALERTA: ' WK-FATOR-ALERTA 'X A MEDIA, MINIMO '
                   WK-MINIMO-ALERTA ' CONTATOS'
                   DELIMITED BY SIZE INTO VISREV-REC
            END-STRING
            WRITE VISREV-REC
            MOVE SPACES                  TO VISREV-REC
            WRITE VISREV-REC
            MOVE 'OPERADOR FIL  SEMANA  MEDIA PROPRIA  MEDIA FILIAL  '
               & '           ALERTA'     TO VISREV-REC
            WRITE VISREV-REC
            .

      ******************************************************************
      * P410-LINHA-OPERADOR: alerta de volume quando a semana passa
      * do minimo E passa FATOR vezes a media do proprio operador ou
      * a da filial. Operador sem historico na base so e comparado
      * com a filial.
      ******************************************************************
       P410-LINHA-OPERADOR.
            IF WK-OPR-QTD-SEMANA(WK-IDX-USR) = ZEROS
               GO TO P410-FIM
            END-IF
            COMPUTE WK-MEDIA-PROPRIA ROUNDED =
                    WK-OPR-QTD-BASE(WK-IDX-USR) / WK-SEMANAS-BASE
            MOVE ZEROS                   TO WK-MEDIA-FILIAL
            PERFORM P310-ACHAR-FILIAL THRU P310-FIM
            IF WK-POS-FIL > ZEROS
               AND WK-FIL-QTD-OPERADORES(WK-POS-FIL) > ZEROS
               COMPUTE WK-MEDIA-FILIAL ROUNDED =
                       WK-FIL-QTD-SEMANA(WK-POS-FIL)
                     / WK-FIL-QTD-OPERADORES(WK-POS-FIL)
            END-IF

            MOVE SPACES                  TO WK-ALERTA-TEXTO
            IF WK-OPR-QTD-SEMANA(WK-IDX-USR) NOT < WK-MINIMO-ALERTA
               COMPUTE WK-LIMITE = WK-MEDIA-PROPRIA * WK-FATOR-ALERTA
               IF WK-OPR-QTD-BASE(WK-IDX-USR) > ZEROS
                  AND WK-OPR-QTD-SEMANA(WK-IDX-USR) > WK-LIMITE
                  MOVE 'ACIMA DA PROPRIA MEDIA' TO WK-ALERTA-TEXTO
               END-IF
               COMPUTE WK-LIMITE = WK-MEDIA-FILIAL * WK-FATOR-ALERTA
               IF WK-OPR-QTD-SEMANA(WK-IDX-USR) > WK-LIMITE
                  IF WK-ALERTA-TEXTO = SPACES
                     MOVE 'ACIMA DA FILIAL' TO WK-ALERTA-TEXTO
                  ELSE
                     MOVE 'ACIMA DA PROPRIA MEDIA E DA FILIAL'
                                         TO WK-ALERTA-TEXTO
                  END-IF
               END-IF
            END-IF
            IF WK-ALERTA-TEXTO NOT = SPACES
               ADD 1                     TO WK-QTD-ALERTAS
            END-IF

            MOVE SPACES                  TO VISREV-REC
            MOVE WK-OPR-ID(WK-IDX-USR)   TO VISREV-REC(1:8)
            MOVE WK-OPR-FILIAL(WK-IDX-USR) TO VISREV-REC(10:3)
            MOVE WK-OPR-QTD-SEMANA(WK-IDX-USR) TO VISREV-REC(14:7)
            MOVE WK-MEDIA-PROPRIA        TO WK-MEDIA-EDITADA
            MOVE WK-MEDIA-EDITADA        TO VISREV-REC(23:9)
            MOVE WK-MEDIA-FILIAL         TO WK-MEDIA-EDITADA
            MOVE WK-MEDIA-EDITADA        TO VISREV-REC(37:9)
            MOVE WK-ALERTA-TEXTO         TO VISREV-REC(59:40)
            WRITE VISREV-REC
            .
       P410-FIM.

       P500-CABECALHO-FORA.
            MOVE SPACES                  TO VISREV-REC
            WRITE VISREV-REC
            MOVE 'ACESSOS DA SEMANA FORA DA FILIAL OU DA CARTEIRA DO '
               & 'OPERADOR'              TO VISREV-REC
            WRITE VISREV-REC
            MOVE 'DATA/HORA      OPERADOR FIL PROGRAMA CODIGO FIL '
               & 'CARTEIRA MOTIVO'       TO VISREV-REC
            WRITE VISREV-REC
            .

      ******************************************************************
      * P510-LISTAR-FORA: operador da matriz (filial em branco)
      * enxerga todas as filiais; contato sem carteira e de todos.
      * Contato fora do mestre (arquivo morto) nao tem como conferir.
      ******************************************************************
       P510-LISTAR-FORA.
            READ ACESSO-SENSIVEL
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P510-FIM
            END-READ
            IF VIS-DATA-HORA(1:8) NOT NUMERIC
               GO TO P510-FIM
            END-IF
            MOVE VIS-DATA-HORA(1:8)      TO WK-DATA-ACESSO
            COMPUTE WK-DIA-ACESSO =
                    FUNCTION INTEGER-OF-DATE(WK-DATA-ACESSO)
            IF WK-DIA-ACESSO < WK-DIA-INI
               OR WK-DIA-ACESSO > WK-DIA-FIM
               GO TO P510-FIM
            END-IF
            MOVE VIS-CODIGO              TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    GO TO P510-FIM
            END-READ
            PERFORM P210-ACHAR-OPERADOR THRU P210-FIM
            IF WK-POS-USR = ZEROS
               GO TO P510-FIM
            END-IF

            MOVE 'N'                     TO WK-FORA-FILIAL
            MOVE 'N'                     TO WK-FORA-CARTEIRA
            IF WK-OPR-FILIAL(WK-POS-USR) NOT = SPACES
               AND WK-FILIAL NOT = SPACES
               AND WK-FILIAL NOT = WK-OPR-FILIAL(WK-POS-USR)
               MOVE 'S'                  TO WK-FORA-FILIAL
            END-IF
            IF WK-CARTEIRA NOT = SPACES
               AND WK-CARTEIRA NOT = VIS-USUARIO
               MOVE 'S'                  TO WK-FORA-CARTEIRA
            END-IF
            IF WK-FORA-FILIAL = 'N' AND WK-FORA-CARTEIRA = 'N'
               GO TO P510-FIM
            END-IF

            MOVE SPACES                  TO WK-ALERTA-TEXTO
            EVALUATE TRUE
               WHEN WK-FORA-FILIAL = 'S' AND WK-FORA-CARTEIRA = 'S'
                  MOVE 'OUTRA FILIAL E OUTRA CARTEIRA'
                                         TO WK-ALERTA-TEXTO
               WHEN WK-FORA-FILIAL = 'S'
                  MOVE 'OUTRA FILIAL'    TO WK-ALERTA-TEXTO
               WHEN OTHER
                  MOVE 'OUTRA CARTEIRA'  TO WK-ALERTA-TEXTO
            END-EVALUATE
            ADD 1                        TO WK-QTD-FORA
            MOVE SPACES                  TO VISREV-REC
            STRING VIS-DATA-HORA ' ' VIS-USUARIO ' '
                   WK-OPR-FILIAL(WK-POS-USR) ' ' VIS-PROGRAMA ' '
                   VIS-CODIGO ' ' WK-FILIAL ' ' WK-CARTEIRA ' '
                   WK-ALERTA-TEXTO
                   DELIMITED BY SIZE INTO VISREV-REC
            END-STRING
            WRITE VISREV-REC
            .
       P510-FIM.

       P600-RODAPE.
            MOVE SPACES                  TO VISREV-REC
            WRITE VISREV-REC
            MOVE SPACES                  TO VISREV-REC
            STRING 'CONTATOS ABERTOS NA SEMANA: ' WK-QTD-SEMANA
                   '  OPERADORES EM ALERTA: ' WK-QTD-ALERTAS
                   '  ACESSOS FORA: ' WK-QTD-FORA
                   DELIMITED BY SIZE INTO VISREV-REC
            END-STRING
            WRITE VISREV-REC
            MOVE SPACES                  TO VISREV-REC
            WRITE VISREV-REC
            MOVE 'VISTO DO ENCARREGADO DE SEGURANCA: __________________'
               & '____  DATA: ___/___/______'
                                         TO VISREV-REC
            WRITE VISREV-REC
            .
       END PROGRAM VISREV.
