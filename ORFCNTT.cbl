      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: VARREDURA NOTURNA DE INTEGRIDADE REFERENCIAL. O
      *          VERFCNTT CONFERE A ESTRUTURA DE CADA MESTRE, MAS
      *          NINGUEM CONFERIA OS ELOS ENTRE ARQUIVOS: NOTAS E
      *          AGENDA DE CONTATO EXPURGADO, FATURA DE MATRICULA QUE
      *          NAO ESTA NO ALUNOID, CONTATO DE EMERGENCIA INATIVO,
      *          VINCULO COM EMPRESA INATIVA, DETALHE DE CAMPANHA
      *          DESCONHECIDA. AQUI CADA SATELITE (NOTAMSTR, AGENDAMS,
      *          FATMSTR, EMERMSTR, VINCMSTR, CAMPDET, CONSENT,
      *          FAMMSTR, OPORMSTR, SACMSTR) E PERCORRIDO CONTRA OS
      *          PAIS (CONTMSTR, CONTPJMS, CONTARCH, ALUNOID,
      *          USERMSTR, CAMPCTL). CADA ACHADO VAI PARA O ORFLIST
      *          (REVISADO NO ORFREV, QUE MANDA O ORFAO CONFIRMADO
      *          PARA A QUARENTENA) E PARA O RELATORIO ORFREL, COM O
      *          QUADRO POR ARQUIVO E TIPO. NADA E ALTERADO AQUI. O
      *          RESULTADO VAI PARA O RUNLOG (RC 04 = HA ORFAOS) E
      *          APARECE NO CICLSTAT DE MANHA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORFCNTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELCONT'.
           COPY 'SELCONTJ'.
           COPY 'SELALID'.
           COPY 'SELUSERS'.
           COPY 'SELCAMP'.
           COPY 'SELNOTA'.
           COPY 'SELAGD'.
           COPY 'SELFAT'.
           COPY 'SELEMG'.
           COPY 'SELVINC'.
           COPY 'SELCON'.
           COPY 'SELFAM'.
           COPY 'SELOPO'.
           COPY 'SELSAC'.
           COPY 'SELORF'.
           SELECT ARQUIVO-MORTO
               ASSIGN TO "CONTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-MORTO.
           SELECT RELATORIO-ORFAOS
               ASSIGN TO "ORFREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDCONT'.
           COPY 'FDCONTJ'.
           COPY 'FDALID'.
           COPY 'FDUSERS'.
           COPY 'FDCAMP'.
           COPY 'FDNOTA'.
           COPY 'FDAGD'.
           COPY 'FDFAT'.
           COPY 'FDEMG'.
           COPY 'FDVINC'.
           COPY 'FDCON'.
           COPY 'FDFAM'.
           COPY 'FDOPO'.
           COPY 'FDSAC'.
           COPY 'FDORF'.
       FD  ARQUIVO-MORTO
           LABEL RECORD IS STANDARD.
       01  MORTO-REC.
           03 MORTO-DATA-EXPURGO        PIC 9(08).
           03 MORTO-IMAGEM              PIC X(400).
       FD  RELATORIO-ORFAOS
           LABEL RECORD IS STANDARD.
       01  ORFREL-REC                   PIC X(132).
       WORKING-STORAGE SECTION.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO-PJ             PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-USUARIOS               PIC X(02) VALUE SPACES.
       77  WK-FS-CAMPCTL                PIC X(02) VALUE SPACES.
       77  WK-FS-CAMPDET                PIC X(02) VALUE SPACES.
       77  WK-FS-NOTAS                  PIC X(02) VALUE SPACES.
       77  WK-FS-AGENDA                 PIC X(02) VALUE SPACES.
       77  WK-FS-FATURA                 PIC X(02) VALUE SPACES.
       77  WK-FS-EMERGENCIA             PIC X(02) VALUE SPACES.
       77  WK-FS-VINCULO                PIC X(02) VALUE SPACES.
       77  WK-FS-CONSENT                PIC X(02) VALUE SPACES.
       77  WK-FS-FAMILIA                PIC X(02) VALUE SPACES.
       77  WK-FS-OPORTUNIDADE           PIC X(02) VALUE SPACES.
       77  WK-FS-SAC                    PIC X(02) VALUE SPACES.
       77  WK-FS-ORFAOS                 PIC X(02) VALUE SPACES.
       77  WK-FS-MORTO                  PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
           COPY 'PARMRUN'.
           COPY 'PARMSPL'.
       77  WK-TEM-PJ                    PIC X(01) VALUE 'N'.
       77  WK-TEM-ALUNOID               PIC X(01) VALUE 'N'.
       77  WK-TEM-USUARIOS              PIC X(01) VALUE 'N'.
       77  WK-TEM-CAMPCTL               PIC X(01) VALUE 'N'.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-ARQUIVO-ATUAL             PIC X(08) VALUE SPACES.
       77  WK-QTD-LIDOS                 PIC 9(07) VALUE ZEROS.
       77  WK-QTD-LIDOS-ARQ             PIC 9(07) VALUE ZEROS.
       77  WK-QTD-ORFAOS                PIC 9(06) VALUE ZEROS.
       77  WK-QTD-AVISOS                PIC 9(06) VALUE ZEROS.
      *    Consulta de contato: WK-COD-BUSCA em WK-ONDE-BUSCA ('F' so
      *    PF, 'J' so PJ, 'A' os dois); volta WK-SIT-CONTATO.
       77  WK-COD-BUSCA                 PIC 9(06) VALUE ZEROS.
       77  WK-ONDE-BUSCA                PIC X(01) VALUE 'A'.
       77  WK-SIT-CONTATO               PIC X(01) VALUE SPACE.
           88 WK-CONTATO-ATIVO          VALUE 'A'.
           88 WK-CONTATO-INATIVO        VALUE 'I'.
           88 WK-CONTATO-NO-MORTO       VALUE 'M'.
           88 WK-CONTATO-INEXISTENTE    VALUE 'X'.
           88 WK-CONTATO-SUMIU          VALUE 'M' 'X'.
       77  WK-IDX-MORTO                 PIC 9(05) VALUE ZEROS.
       77  WK-POS-MORTO                 PIC 9(05) VALUE ZEROS.
       77  WK-IDX-RES                   PIC 9(03) VALUE ZEROS.
       77  WK-POS-RES                   PIC 9(03) VALUE ZEROS.
      *****************************************************************
      * WK-TAB-MORTO: os codigos do arquivo morto (CONTARCH e
      * sequencial) - so consultada quando o codigo nao esta em
      * nenhum mestre, para separar "expurgado" de "nunca existiu".
      *****************************************************************
       01  WK-TAB-MORTO.
           05 WK-QTD-MORTO              PIC 9(05) VALUE ZEROS.
           05 WK-MORTO-CODIGO           PIC 9(06) OCCURS 20000 TIMES.
      *****************************************************************
      * WK-TAB-RESUMO: quadro final por arquivo e tipo de achado.
      *****************************************************************
       01  WK-TAB-RESUMO.
           05 WK-QTD-RESUMO             PIC 9(03) VALUE ZEROS.
           05 WK-RESUMO OCCURS 60 TIMES.
               10 WK-RES-ARQUIVO        PIC X(08).
               10 WK-RES-CLASSE         PIC X(01).
               10 WK-RES-TIPO           PIC X(30).
               10 WK-RES-QTD            PIC 9(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'ORFCNTT'               TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE

            OPEN INPUT CONTATO-MASTER
            IF WK-FS-CONTATO NOT = '00'
               DISPLAY 'MESTRE PF (CONTMSTR) AUSENTE - VARREDURA '
                       'CANCELADA.'
               MOVE 'ORFCNTT'            TO LK-RUN-PROGRAMA
               MOVE 'FIM'                TO LK-RUN-EVENTO
               MOVE ZEROS                TO LK-RUN-QTD-LIDOS
                                            LK-RUN-QTD-APLICADOS
                                            LK-RUN-QTD-REJEITADOS
               MOVE 12                   TO LK-RUN-CODIGO-RETORNO
               CALL 'RUNUTIL' USING PARAMETRES-RUN
               STOP RUN
            END-IF
            PERFORM P100-ABRIR-PAIS
            PERFORM P150-CARREGAR-MORTO THRU P150-FIM
            OPEN OUTPUT LISTA-ORFAOS
            OPEN OUTPUT RELATORIO-ORFAOS
            PERFORM P200-CABECALHO

            PERFORM P310-VARRER-NOTAS THRU P310-FIM
            PERFORM P320-VARRER-AGENDA THRU P320-FIM
            PERFORM P330-VARRER-FATURAS THRU P330-FIM
            PERFORM P340-VARRER-EMERGENCIA THRU P340-FIM
            PERFORM P350-VARRER-VINCULOS THRU P350-FIM
            PERFORM P360-VARRER-CAMPDET THRU P360-FIM
            PERFORM P370-VARRER-CONSENT THRU P370-FIM
            PERFORM P380-VARRER-FAMILIA THRU P380-FIM
            PERFORM P390-VARRER-OPORTUNIDADE THRU P390-FIM
            PERFORM P395-VARRER-SAC THRU P395-FIM

            PERFORM P600-QUADRO-RESUMO
            CLOSE LISTA-ORFAOS RELATORIO-ORFAOS CONTATO-MASTER
            IF WK-TEM-PJ = 'S'
               CLOSE CONTPJ-MASTER
            END-IF
            IF WK-TEM-ALUNOID = 'S'
               CLOSE ALUNO-IDENTIDADE
            END-IF
            IF WK-TEM-USUARIOS = 'S'
               CLOSE USUARIOS
            END-IF
            IF WK-TEM-CAMPCTL = 'S'
               CLOSE CAMPANHA-CONTROLE
            END-IF

            MOVE 'ORFREL'                TO LK-SPL-NOME
            MOVE 'LOTE'                  TO LK-SPL-USUARIO
            MOVE 'ORFREL'                TO LK-SPL-ORIGEM
            CALL 'SPLUTIL' USING PARAMETRES-SPL

            DISPLAY 'REGISTROS SATELITE LIDOS: ' WK-QTD-LIDOS
            DISPLAY 'ORFAOS.................: ' WK-QTD-ORFAOS
            DISPLAY 'AVISOS (PAI INATIVO)...: ' WK-QTD-AVISOS
            DISPLAY 'RELATORIO EM ORFREL; LISTA PARA REVISAO EM '
                    'ORFLIST (ORFREV).'

            MOVE 'ORFCNTT'               TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-LIDOS            TO LK-RUN-QTD-LIDOS
            MOVE ZEROS                   TO LK-RUN-QTD-APLICADOS
            COMPUTE LK-RUN-QTD-REJEITADOS = WK-QTD-ORFAOS
                                          + WK-QTD-AVISOS
            IF WK-QTD-ORFAOS > ZEROS
               MOVE 4                    TO LK-RUN-CODIGO-RETORNO
            ELSE
               MOVE ZEROS                TO LK-RUN-CODIGO-RETORNO
            END-IF
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            STOP RUN
            .

      ******************************************************************
      * P100-ABRIR-PAIS: pai ausente (modulo que a instalacao nao usa)
      * nao gera orfao - a conferencia contra ele e pulada e o
      * relatorio diz isso.
      ******************************************************************
       P100-ABRIR-PAIS.
            OPEN INPUT CONTPJ-MASTER
            IF WK-FS-CONTATO-PJ = '00'
               MOVE 'S'                  TO WK-TEM-PJ
            END-IF
            OPEN INPUT ALUNO-IDENTIDADE
            IF WK-FS-ALUNOID = '00'
               MOVE 'S'                  TO WK-TEM-ALUNOID
            END-IF
            OPEN INPUT USUARIOS
            IF WK-FS-USUARIOS = '00'
               MOVE 'S'                  TO WK-TEM-USUARIOS
            END-IF
            OPEN INPUT CAMPANHA-CONTROLE
            IF WK-FS-CAMPCTL = '00'
               MOVE 'S'                  TO WK-TEM-CAMPCTL
            END-IF
            .

       P150-CARREGAR-MORTO.
            OPEN INPUT ARQUIVO-MORTO
            IF WK-FS-MORTO NOT = '00'
               GO TO P150-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P155-LER-MORTO THRU P155-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE ARQUIVO-MORTO
            .
       P150-FIM.

       P155-LER-MORTO.
            READ ARQUIVO-MORTO
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P155-FIM
            END-READ
            IF WK-QTD-MORTO NOT < 20000
               DISPLAY 'ARQUIVO MORTO ACIMA DE 20000 - EXCEDENTE '
                       'CONTA COMO INEXISTENTE.'
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P155-FIM
            END-IF
            IF MORTO-IMAGEM(1:6) NUMERIC
               ADD 1                     TO WK-QTD-MORTO
               MOVE MORTO-IMAGEM(1:6)    TO
                    WK-MORTO-CODIGO(WK-QTD-MORTO)
            END-IF
            .
       P155-FIM.

       P200-CABECALHO.
            MOVE SPACES                  TO ORFREL-REC
            STRING 'INTEGRIDADE REFERENCIAL DOS SATELITES - '
                   WK-DATA-HOJE(7:2) '/' WK-DATA-HOJE(5:2) '/'
                   WK-DATA-HOJE(1:4)
                   DELIMITED BY SIZE INTO ORFREL-REC
            END-STRING
            WRITE ORFREL-REC
            MOVE 'CLASSE: O = ORFAO (VAI PARA REVISAO NO ORFREV)  '
               & 'A = AVISO (PAI INATIVO)' TO ORFREL-REC
            WRITE ORFREL-REC
            MOVE SPACES                  TO ORFREL-REC
            WRITE ORFREL-REC
            MOVE 'ARQUIVO  CHAVE                C TIPO             '
               & '              PAI      COD.PAI' TO ORFREL-REC
            WRITE ORFREL-REC
            .

      ******************************************************************
      * P210-ARQUIVO-AUSENTE / P220-PAI-AUSENTE: linhas de relatorio
      * para o que nao pode ser conferido nesta noite.
      ******************************************************************
       P210-ARQUIVO-AUSENTE.
            MOVE SPACES                  TO ORFREL-REC
            STRING WK-ARQUIVO-ATUAL ' AUSENTE - NADA A CONFERIR'
                   DELIMITED BY SIZE INTO ORFREL-REC
            END-STRING
            WRITE ORFREL-REC
            .

       P220-PAI-AUSENTE.
            MOVE SPACES                  TO ORFREL-REC
            STRING WK-ARQUIVO-ATUAL ' NAO CONFERIDO CONTRA '
                   ORF-PAI ' (ARQUIVO PAI AUSENTE)'
                   DELIMITED BY SIZE INTO ORFREL-REC
            END-STRING
            WRITE ORFREL-REC
            .

       P230-TOTAL-ARQUIVO.
            MOVE SPACES                  TO ORFREL-REC
            STRING WK-ARQUIVO-ATUAL ': ' WK-QTD-LIDOS-ARQ
                   ' REGISTROS CONFERIDOS'
                   DELIMITED BY SIZE INTO ORFREL-REC
            END-STRING
            WRITE ORFREL-REC
            .

      ******************************************************************
      * P310-VARRER-NOTAS: nota de contato PF ou PJ (o codigo sai do
      * mesmo NEXTSEQ) cujo dono sumiu dos dois mestres.
      ******************************************************************
       P310-VARRER-NOTAS.
            MOVE 'NOTAMSTR'              TO WK-ARQUIVO-ATUAL
            MOVE ZEROS                   TO WK-QTD-LIDOS-ARQ
            OPEN INPUT NOTAS-CONTATO
            IF WK-FS-NOTAS NOT = '00'
               PERFORM P210-ARQUIVO-AUSENTE
               GO TO P310-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P311-LER-NOTA THRU P311-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE NOTAS-CONTATO
            PERFORM P230-TOTAL-ARQUIVO
            .
       P310-FIM.

       P311-LER-NOTA.
            READ NOTAS-CONTATO NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P311-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDOS
                                            WK-QTD-LIDOS-ARQ
            MOVE NOTA-CODIGO             TO WK-COD-BUSCA
            MOVE 'A'                     TO WK-ONDE-BUSCA
            PERFORM P800-SITUACAO-CONTATO THRU P800-FIM
            IF WK-CONTATO-SUMIU
               MOVE 'NT'                 TO ORF-ORIGEM
               MOVE SPACES               TO ORF-CHAVE
               MOVE NOTA-CHAVE           TO ORF-CHAVE
               PERFORM P810-ORFAO-CONTATO
            END-IF
            .
       P311-FIM.

      ******************************************************************
      * P320-VARRER-AGENDA: retorno de contato sumido e orfao; retorno
      * PENDENTE de operador que nao existe mais ou esta inativo
      * ninguem vai fazer - aviso.
      ******************************************************************
       P320-VARRER-AGENDA.
            MOVE 'AGENDAMS'              TO WK-ARQUIVO-ATUAL
            MOVE ZEROS                   TO WK-QTD-LIDOS-ARQ
            OPEN INPUT AGENDA-RETORNOS
            IF WK-FS-AGENDA NOT = '00'
               PERFORM P210-ARQUIVO-AUSENTE
               GO TO P320-FIM
            END-IF
            IF WK-TEM-USUARIOS NOT = 'S'
               MOVE 'USERMSTR'           TO ORF-PAI
               PERFORM P220-PAI-AUSENTE
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P321-LER-AGENDA THRU P321-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE AGENDA-RETORNOS
            PERFORM P230-TOTAL-ARQUIVO
            .
       P320-FIM.

       P321-LER-AGENDA.
            READ AGENDA-RETORNOS NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P321-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDOS
                                            WK-QTD-LIDOS-ARQ
            MOVE 'AG'                    TO ORF-ORIGEM
            MOVE SPACES                  TO ORF-CHAVE
            MOVE AGE-ID                  TO ORF-CHAVE
            MOVE AGE-CODIGO              TO WK-COD-BUSCA
            MOVE 'A'                     TO WK-ONDE-BUSCA
            PERFORM P800-SITUACAO-CONTATO THRU P800-FIM
            IF WK-CONTATO-SUMIU
               PERFORM P810-ORFAO-CONTATO
               GO TO P321-FIM
            END-IF
            IF NOT AGE-PENDENTE OR WK-TEM-USUARIOS NOT = 'S'
               GO TO P321-FIM
            END-IF
            MOVE AGE-USUARIO             TO USR-ID
            READ USUARIOS
                 INVALID KEY
                    MOVE 'A'             TO ORF-CLASSE
                    MOVE 'RESPONSAVEL INEXISTENTE'
                                         TO ORF-TIPO
                 NOT INVALID KEY
                    IF USR-INATIVO
                       MOVE 'A'          TO ORF-CLASSE
                       MOVE 'RESPONSAVEL INATIVO'
                                         TO ORF-TIPO
                    ELSE
                       GO TO P321-FIM
                    END-IF
            END-READ
            MOVE 'USERMSTR'              TO ORF-PAI
            MOVE AGE-USUARIO             TO ORF-CODIGO-PAI
            MOVE AGE-CODIGO              TO ORF-CODIGO-CONTATO
            PERFORM P700-REGISTRAR-ACHADO
            .
       P321-FIM.

       P330-VARRER-FATURAS.
            MOVE 'FATMSTR'               TO WK-ARQUIVO-ATUAL
            MOVE ZEROS                   TO WK-QTD-LIDOS-ARQ
            OPEN INPUT FATURA-MASTER
            IF WK-FS-FATURA NOT = '00'
               PERFORM P210-ARQUIVO-AUSENTE
               GO TO P330-FIM
            END-IF
            IF WK-TEM-ALUNOID NOT = 'S'
               MOVE 'ALUNOID'            TO ORF-PAI
               PERFORM P220-PAI-AUSENTE
               CLOSE FATURA-MASTER
               GO TO P330-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P331-LER-FATURA THRU P331-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE FATURA-MASTER
            PERFORM P230-TOTAL-ARQUIVO
            .
       P330-FIM.

       P331-LER-FATURA.
            READ FATURA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P331-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDOS
                                            WK-QTD-LIDOS-ARQ
            MOVE FAT-MATRICULA           TO MAT-MATRICULA
            READ ALUNO-IDENTIDADE
                 INVALID KEY
                    MOVE 'FT'            TO ORF-ORIGEM
                    MOVE SPACES          TO ORF-CHAVE
                    MOVE FAT-CHAVE       TO ORF-CHAVE
                    MOVE 'O'             TO ORF-CLASSE
                    MOVE 'MATRICULA INEXISTENTE' TO ORF-TIPO
                    MOVE 'ALUNOID'       TO ORF-PAI
                    MOVE FAT-MATRICULA   TO ORF-CODIGO-PAI
                    MOVE ZEROS           TO ORF-CODIGO-CONTATO
                    PERFORM P700-REGISTRAR-ACHADO
            END-READ
            .
       P331-FIM.

      ******************************************************************
      * P340-VARRER-EMERGENCIA: o aluno precisa existir no ALUNOID e o
      * contato de emergencia no mestre PF; contato inativo nao e
      * lixo, mas ninguem consegue ligar para ele - aviso.
      ******************************************************************
       P340-VARRER-EMERGENCIA.
            MOVE 'EMERMSTR'              TO WK-ARQUIVO-ATUAL
            MOVE ZEROS                   TO WK-QTD-LIDOS-ARQ
            OPEN INPUT EMERGENCIA-MASTER
            IF WK-FS-EMERGENCIA NOT = '00'
               PERFORM P210-ARQUIVO-AUSENTE
               GO TO P340-FIM
            END-IF
            IF WK-TEM-ALUNOID NOT = 'S'
               MOVE 'ALUNOID'            TO ORF-PAI
               PERFORM P220-PAI-AUSENTE
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P341-LER-EMERGENCIA THRU P341-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE EMERGENCIA-MASTER
            PERFORM P230-TOTAL-ARQUIVO
            .
       P340-FIM.

       P341-LER-EMERGENCIA.
            READ EMERGENCIA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P341-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDOS
                                            WK-QTD-LIDOS-ARQ
            MOVE 'EM'                    TO ORF-ORIGEM
            MOVE SPACES                  TO ORF-CHAVE
            MOVE EMG-CHAVE               TO ORF-CHAVE
            IF WK-TEM-ALUNOID = 'S'
               MOVE EMG-MATRICULA        TO MAT-MATRICULA
               READ ALUNO-IDENTIDADE
                    INVALID KEY
                       MOVE 'O'          TO ORF-CLASSE
                       MOVE 'MATRICULA INEXISTENTE' TO ORF-TIPO
                       MOVE 'ALUNOID'    TO ORF-PAI
                       MOVE EMG-MATRICULA TO ORF-CODIGO-PAI
                       MOVE EMG-CODIGO-CONTATO TO ORF-CODIGO-CONTATO
                       PERFORM P700-REGISTRAR-ACHADO
                       GO TO P341-FIM
               END-READ
            END-IF
            MOVE EMG-CODIGO-CONTATO      TO WK-COD-BUSCA
            MOVE 'F'                     TO WK-ONDE-BUSCA
            PERFORM P800-SITUACAO-CONTATO THRU P800-FIM
            IF WK-CONTATO-SUMIU
               PERFORM P810-ORFAO-CONTATO
               GO TO P341-FIM
            END-IF
            IF WK-CONTATO-INATIVO
               MOVE 'A'                  TO ORF-CLASSE
               MOVE 'CONTATO INATIVO'    TO ORF-TIPO
               MOVE 'CONTMSTR'           TO ORF-PAI
               MOVE WK-COD-BUSCA         TO ORF-CODIGO-PAI
               MOVE WK-COD-BUSCA         TO ORF-CODIGO-CONTATO
               PERFORM P700-REGISTRAR-ACHADO
            END-IF
            .
       P341-FIM.

      ******************************************************************
      * P350-VARRER-VINCULOS: empresa inexistente e orfao; empresa
      * inativa e aviso; a pessoa precisa existir no mestre PF.
      ******************************************************************
       P350-VARRER-VINCULOS.
            MOVE 'VINCMSTR'              TO WK-ARQUIVO-ATUAL
            MOVE ZEROS                   TO WK-QTD-LIDOS-ARQ
            OPEN INPUT VINCULO-MASTER
            IF WK-FS-VINCULO NOT = '00'
               PERFORM P210-ARQUIVO-AUSENTE
               GO TO P350-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P351-LER-VINCULO THRU P351-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE VINCULO-MASTER
            PERFORM P230-TOTAL-ARQUIVO
            .
       P350-FIM.

       P351-LER-VINCULO.
            READ VINCULO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P351-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDOS
                                            WK-QTD-LIDOS-ARQ
            MOVE 'VI'                    TO ORF-ORIGEM
            MOVE SPACES                  TO ORF-CHAVE
            MOVE VIN-CHAVE               TO ORF-CHAVE
            MOVE VIN-CODIGO-PJ           TO WK-COD-BUSCA
            MOVE 'J'                     TO WK-ONDE-BUSCA
            PERFORM P800-SITUACAO-CONTATO THRU P800-FIM
            IF WK-CONTATO-SUMIU
               MOVE 'O'                  TO ORF-CLASSE
               MOVE 'EMPRESA INEXISTENTE' TO ORF-TIPO
               MOVE 'CONTPJMS'           TO ORF-PAI
               MOVE VIN-CODIGO-PJ        TO ORF-CODIGO-PAI
               MOVE VIN-CODIGO-PJ        TO ORF-CODIGO-CONTATO
               PERFORM P700-REGISTRAR-ACHADO
               GO TO P351-FIM
            END-IF
            IF WK-CONTATO-INATIVO
               MOVE 'A'                  TO ORF-CLASSE
               MOVE 'EMPRESA INATIVA'    TO ORF-TIPO
               MOVE 'CONTPJMS'           TO ORF-PAI
               MOVE VIN-CODIGO-PJ        TO ORF-CODIGO-PAI
               MOVE VIN-CODIGO-PJ        TO ORF-CODIGO-CONTATO
               PERFORM P700-REGISTRAR-ACHADO
            END-IF
            MOVE VIN-CODIGO-PF           TO WK-COD-BUSCA
            MOVE 'F'                     TO WK-ONDE-BUSCA
            PERFORM P800-SITUACAO-CONTATO THRU P800-FIM
            IF WK-CONTATO-SUMIU
               PERFORM P810-ORFAO-CONTATO
            END-IF
            .
       P351-FIM.

       P360-VARRER-CAMPDET.
            MOVE 'CAMPDET'               TO WK-ARQUIVO-ATUAL
            MOVE ZEROS                   TO WK-QTD-LIDOS-ARQ
            OPEN INPUT CAMPANHA-DETALHE
            IF WK-FS-CAMPDET NOT = '00'
               PERFORM P210-ARQUIVO-AUSENTE
               GO TO P360-FIM
            END-IF
            IF WK-TEM-CAMPCTL NOT = 'S'
               MOVE 'CAMPCTL'            TO ORF-PAI
               PERFORM P220-PAI-AUSENTE
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P361-LER-CAMPDET THRU P361-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE CAMPANHA-DETALHE
            PERFORM P230-TOTAL-ARQUIVO
            .
       P360-FIM.

       P361-LER-CAMPDET.
            READ CAMPANHA-DETALHE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P361-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDOS
                                            WK-QTD-LIDOS-ARQ
            MOVE 'CD'                    TO ORF-ORIGEM
            MOVE SPACES                  TO ORF-CHAVE
            MOVE CMD-CHAVE               TO ORF-CHAVE
            IF WK-TEM-CAMPCTL = 'S'
               MOVE CMD-CAMPANHA         TO CMP-ID
               READ CAMPANHA-CONTROLE
                    INVALID KEY
                       MOVE 'O'          TO ORF-CLASSE
                       MOVE 'CAMPANHA DESCONHECIDA' TO ORF-TIPO
                       MOVE 'CAMPCTL'    TO ORF-PAI
                       MOVE CMD-CAMPANHA TO ORF-CODIGO-PAI
                       MOVE CMD-CODIGO   TO ORF-CODIGO-CONTATO
                       PERFORM P700-REGISTRAR-ACHADO
                       GO TO P361-FIM
               END-READ
            END-IF
            MOVE CMD-CODIGO              TO WK-COD-BUSCA
            MOVE 'A'                     TO WK-ONDE-BUSCA
            PERFORM P800-SITUACAO-CONTATO THRU P800-FIM
            IF WK-CONTATO-SUMIU
               PERFORM P810-ORFAO-CONTATO
            END-IF
            .
       P361-FIM.

       P370-VARRER-CONSENT.
            MOVE 'CONSENT'               TO WK-ARQUIVO-ATUAL
            MOVE ZEROS                   TO WK-QTD-LIDOS-ARQ
            OPEN INPUT CONSENTIMENTO
            IF WK-FS-CONSENT NOT = '00'
               PERFORM P210-ARQUIVO-AUSENTE
               GO TO P370-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P371-LER-CONSENT THRU P371-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE CONSENTIMENTO
            PERFORM P230-TOTAL-ARQUIVO
            .
       P370-FIM.

       P371-LER-CONSENT.
            READ CONSENTIMENTO NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P371-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDOS
                                            WK-QTD-LIDOS-ARQ
            MOVE CON-CODIGO              TO WK-COD-BUSCA
            MOVE 'A'                     TO WK-ONDE-BUSCA
            PERFORM P800-SITUACAO-CONTATO THRU P800-FIM
            IF WK-CONTATO-SUMIU
               MOVE 'CO'                 TO ORF-ORIGEM
               MOVE SPACES               TO ORF-CHAVE
               MOVE CON-CHAVE            TO ORF-CHAVE
               PERFORM P810-ORFAO-CONTATO
            END-IF
            .
       P371-FIM.

      ******************************************************************
      * P380-VARRER-FAMILIA: os dois lados do parentesco sao PF.
      ******************************************************************
       P380-VARRER-FAMILIA.
            MOVE 'FAMMSTR'               TO WK-ARQUIVO-ATUAL
            MOVE ZEROS                   TO WK-QTD-LIDOS-ARQ
            OPEN INPUT PARENTESCO-MASTER
            IF WK-FS-FAMILIA NOT = '00'
               PERFORM P210-ARQUIVO-AUSENTE
               GO TO P380-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P381-LER-FAMILIA THRU P381-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE PARENTESCO-MASTER
            PERFORM P230-TOTAL-ARQUIVO
            .
       P380-FIM.

       P381-LER-FAMILIA.
            READ PARENTESCO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P381-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDOS
                                            WK-QTD-LIDOS-ARQ
            MOVE 'FA'                    TO ORF-ORIGEM
            MOVE SPACES                  TO ORF-CHAVE
            MOVE FAM-CHAVE               TO ORF-CHAVE
            MOVE FAM-CODIGO              TO WK-COD-BUSCA
            MOVE 'F'                     TO WK-ONDE-BUSCA
            PERFORM P800-SITUACAO-CONTATO THRU P800-FIM
            IF WK-CONTATO-SUMIU
               PERFORM P810-ORFAO-CONTATO
               GO TO P381-FIM
            END-IF
            MOVE FAM-CODIGO-PARENTE      TO WK-COD-BUSCA
            PERFORM P800-SITUACAO-CONTATO THRU P800-FIM
            IF WK-CONTATO-SUMIU
               PERFORM P810-ORFAO-CONTATO
            END-IF
            .
       P381-FIM.

       P390-VARRER-OPORTUNIDADE.
            MOVE 'OPORMSTR'              TO WK-ARQUIVO-ATUAL
            MOVE ZEROS                   TO WK-QTD-LIDOS-ARQ
            OPEN INPUT OPORTUNIDADE
            IF WK-FS-OPORTUNIDADE NOT = '00'
               PERFORM P210-ARQUIVO-AUSENTE
               GO TO P390-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P391-LER-OPORTUNIDADE THRU P391-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE OPORTUNIDADE
            PERFORM P230-TOTAL-ARQUIVO
            .
       P390-FIM.

       P391-LER-OPORTUNIDADE.
            READ OPORTUNIDADE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P391-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDOS
                                            WK-QTD-LIDOS-ARQ
            MOVE OPO-CODIGO              TO WK-COD-BUSCA
            MOVE OPO-TIPO-CONTATO        TO WK-ONDE-BUSCA
            IF WK-ONDE-BUSCA NOT = 'F' AND WK-ONDE-BUSCA NOT = 'J'
               MOVE 'A'                  TO WK-ONDE-BUSCA
            END-IF
            PERFORM P800-SITUACAO-CONTATO THRU P800-FIM
            IF WK-CONTATO-SUMIU
               MOVE 'OP'                 TO ORF-ORIGEM
               MOVE SPACES               TO ORF-CHAVE
               MOVE OPO-ID               TO ORF-CHAVE
               PERFORM P810-ORFAO-CONTATO
            END-IF
            .
       P391-FIM.

       P395-VARRER-SAC.
            MOVE 'SACMSTR'               TO WK-ARQUIVO-ATUAL
            MOVE ZEROS                   TO WK-QTD-LIDOS-ARQ
            OPEN INPUT CASO-SAC
            IF WK-FS-SAC NOT = '00'
               PERFORM P210-ARQUIVO-AUSENTE
               GO TO P395-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P396-LER-SAC THRU P396-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE CASO-SAC
            PERFORM P230-TOTAL-ARQUIVO
            .
       P395-FIM.

       P396-LER-SAC.
            READ CASO-SAC NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P396-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDOS
                                            WK-QTD-LIDOS-ARQ
            MOVE SAC-CODIGO              TO WK-COD-BUSCA
            MOVE SAC-TIPO-CONTATO        TO WK-ONDE-BUSCA
            IF WK-ONDE-BUSCA NOT = 'F' AND WK-ONDE-BUSCA NOT = 'J'
               MOVE 'A'                  TO WK-ONDE-BUSCA
            END-IF
            PERFORM P800-SITUACAO-CONTATO THRU P800-FIM
            IF WK-CONTATO-SUMIU
               MOVE 'SA'                 TO ORF-ORIGEM
               MOVE SPACES               TO ORF-CHAVE
               MOVE SAC-PROTOCOLO        TO ORF-CHAVE
               PERFORM P810-ORFAO-CONTATO
            END-IF
            .
       P396-FIM.

       P600-QUADRO-RESUMO.
            MOVE SPACES                  TO ORFREL-REC
            WRITE ORFREL-REC
            MOVE 'QUADRO POR ARQUIVO E TIPO' TO ORFREL-REC
            WRITE ORFREL-REC
            MOVE 'ARQUIVO  C TIPO                           QTDE'
                                         TO ORFREL-REC
            WRITE ORFREL-REC
            PERFORM P610-LINHA-RESUMO
                    VARYING WK-IDX-RES FROM 1 BY 1
                    UNTIL WK-IDX-RES > WK-QTD-RESUMO
            MOVE SPACES                  TO ORFREL-REC
            WRITE ORFREL-REC
            MOVE SPACES                  TO ORFREL-REC
            STRING 'REGISTROS CONFERIDOS: ' WK-QTD-LIDOS
                   '  ORFAOS: ' WK-QTD-ORFAOS
                   '  AVISOS: ' WK-QTD-AVISOS
                   DELIMITED BY SIZE INTO ORFREL-REC
            END-STRING
            WRITE ORFREL-REC
            .

       P610-LINHA-RESUMO.
            MOVE SPACES                  TO ORFREL-REC
            STRING WK-RES-ARQUIVO(WK-IDX-RES) ' '
                   WK-RES-CLASSE(WK-IDX-RES) ' '
                   WK-RES-TIPO(WK-IDX-RES) ' '
                   WK-RES-QTD(WK-IDX-RES)
                   DELIMITED BY SIZE INTO ORFREL-REC
            END-STRING
            WRITE ORFREL-REC
            .

      ******************************************************************
      * P700-REGISTRAR-ACHADO: o chamador preencheu ORF-ORIGEM, CHAVE,
      * CLASSE, TIPO, PAI, CODIGO-PAI e CODIGO-CONTATO; aqui a linha
      * vai para o ORFLIST e para o relatorio e entra no quadro.
      ******************************************************************
       P700-REGISTRAR-ACHADO.
            MOVE WK-DATA-HOJE            TO ORF-DATA
            MOVE WK-ARQUIVO-ATUAL        TO ORF-ARQUIVO
            WRITE REG-ORFAO
            IF ORF-ORFAO
               ADD 1                     TO WK-QTD-ORFAOS
            ELSE
               ADD 1                     TO WK-QTD-AVISOS
            END-IF

            MOVE SPACES                  TO ORFREL-REC
            STRING ORF-ARQUIVO ' ' ORF-CHAVE ' ' ORF-CLASSE ' '
                   ORF-TIPO ' ' ORF-PAI ' ' ORF-CODIGO-PAI
                   DELIMITED BY SIZE INTO ORFREL-REC
            END-STRING
            WRITE ORFREL-REC

            MOVE ZEROS                   TO WK-POS-RES
            PERFORM P710-COMPARAR-RESUMO
                    VARYING WK-IDX-RES FROM 1 BY 1
                    UNTIL WK-IDX-RES > WK-QTD-RESUMO
                       OR WK-POS-RES > ZEROS
            IF WK-POS-RES = ZEROS AND WK-QTD-RESUMO < 60
               ADD 1                     TO WK-QTD-RESUMO
               MOVE WK-QTD-RESUMO        TO WK-POS-RES
               MOVE ORF-ARQUIVO          TO WK-RES-ARQUIVO(WK-POS-RES)
               MOVE ORF-CLASSE           TO WK-RES-CLASSE(WK-POS-RES)
               MOVE ORF-TIPO             TO WK-RES-TIPO(WK-POS-RES)
               MOVE ZEROS                TO WK-RES-QTD(WK-POS-RES)
            END-IF
            IF WK-POS-RES > ZEROS
               ADD 1                     TO WK-RES-QTD(WK-POS-RES)
            END-IF
            .

       P710-COMPARAR-RESUMO.
            IF WK-RES-ARQUIVO(WK-IDX-RES) = ORF-ARQUIVO
               AND WK-RES-TIPO(WK-IDX-RES) = ORF-TIPO
               MOVE WK-IDX-RES           TO WK-POS-RES
            END-IF
            .

      ******************************************************************
      * P800-SITUACAO-CONTATO: ativo/inativo no mestre pedido; fora
      * dos mestres, 'M' se o codigo foi para o arquivo morto (so PF
      * e expurgado) e 'X' se nao ha rastro dele.
      ******************************************************************
       P800-SITUACAO-CONTATO.
            IF WK-ONDE-BUSCA NOT = 'J'
               MOVE WK-COD-BUSCA         TO WK-CODIGO
               READ CONTATO-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF WK-REG-INATIVO
                          SET WK-CONTATO-INATIVO TO TRUE
                       ELSE
                          SET WK-CONTATO-ATIVO TO TRUE
                       END-IF
                       GO TO P800-FIM
               END-READ
            END-IF
            IF WK-ONDE-BUSCA NOT = 'F' AND WK-TEM-PJ = 'S'
               MOVE WK-COD-BUSCA         TO WK-CODIGO-PJ
               READ CONTPJ-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF WK-REG-PJ-INATIVO
                          SET WK-CONTATO-INATIVO TO TRUE
                       ELSE
                          SET WK-CONTATO-ATIVO TO TRUE
                       END-IF
                       GO TO P800-FIM
               END-READ
            END-IF
            SET WK-CONTATO-INEXISTENTE   TO TRUE
            IF WK-ONDE-BUSCA = 'J'
               GO TO P800-FIM
            END-IF
            MOVE ZEROS                   TO WK-POS-MORTO
            PERFORM P805-COMPARAR-MORTO
                    VARYING WK-IDX-MORTO FROM 1 BY 1
                    UNTIL WK-IDX-MORTO > WK-QTD-MORTO
                       OR WK-POS-MORTO > ZEROS
            IF WK-POS-MORTO > ZEROS
               SET WK-CONTATO-NO-MORTO   TO TRUE
            END-IF
            .
       P800-FIM.

       P805-COMPARAR-MORTO.
            IF WK-MORTO-CODIGO(WK-IDX-MORTO) = WK-COD-BUSCA
               MOVE WK-IDX-MORTO         TO WK-POS-MORTO
            END-IF
            .

      ******************************************************************
      * P810-ORFAO-CONTATO: achado padrao de contato sumido, com o
      * WK-COD-BUSCA/WK-SIT-CONTATO da ultima consulta.
      ******************************************************************
       P810-ORFAO-CONTATO.
            MOVE 'O'                     TO ORF-CLASSE
            IF WK-CONTATO-NO-MORTO
               MOVE 'CONTATO NO ARQUIVO MORTO' TO ORF-TIPO
               MOVE 'CONTARCH'           TO ORF-PAI
            ELSE
               MOVE 'CONTATO INEXISTENTE' TO ORF-TIPO
               EVALUATE WK-ONDE-BUSCA
                  WHEN 'F'
                     MOVE 'CONTMSTR'     TO ORF-PAI
                  WHEN 'J'
                     MOVE 'CONTPJMS'     TO ORF-PAI
                  WHEN OTHER
                     MOVE 'CONTATO'      TO ORF-PAI
               END-EVALUATE
            END-IF
            MOVE WK-COD-BUSCA            TO ORF-CODIGO-PAI
            MOVE WK-COD-BUSCA            TO ORF-CODIGO-CONTATO
            PERFORM P700-REGISTRAR-ACHADO
            .
       END PROGRAM ORFCNTT.
