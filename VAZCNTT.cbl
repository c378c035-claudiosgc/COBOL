      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: APURACAO DE INCIDENTE DE VAZAMENTO E AVISO AOS
      *          TITULARES. QUANDO SOME UM NOTEBOOK COM UMA PLANILHA
      *          DO CNTCSV OU UMA FITA DO CONTEXTJ, A PERGUNTA DO
      *          ENCARREGADO E SEMPRE A MESMA: QUEM ESTAVA NAQUELE
      *          ARQUIVO, DE QUE FILIAL, COM QUAIS DADOS, E QUEM JA
      *          FOI AVISADO. O OPERADOR INFORMA O PRODUTO E A DATA
      *          (OU A SEQUENCIA DO TRANSREG, OU A ENTRADA DO
      *          SPOOLCAT); A POPULACAO SAI DO DVGLOG (O QUE FOI DE
      *          FATO ENTREGUE) OU DO MEMBRO DO SPOOL, E QUANDO O
      *          ARQUIVO E ANTERIOR AO DVGLOG, DO MESTRE COMO ESTAVA
      *          NAQUELA DATA (IMAGENS ANTES DO CONTJRNL). O QUADRO
      *          (VAZREL) DA OS TITULARES POR FILIAL E AS CATEGORIAS
      *          DE DADO EXPOSTAS; AS CARTAS (INCCARTA) SAEM DO
      *          TEMPLATE INCAVITP VIA MERGELIN, RESPEITANDO O
      *          SUPRESS E O OBITO. O INCIDENTE FICA NO INCMSTR, CADA
      *          AVISO (E CADA NAO-AVISO, COM O MOTIVO) NO INCAVISO,
      *          E A APURACAO VAI PARA A TRILHA DE AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAZCNTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELINC'.
           COPY 'SELIAV'.
           COPY 'SELDVG'.
           COPY 'SELTRN'.
           COPY 'SELSPL'.
           COPY 'SELCONT'.
           COPY 'SELCONTJ'.
           COPY 'SELSUP'.
           COPY 'SELAUDIT'.
           SELECT DIARIO-IMAGENS
               ASSIGN TO "CONTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-DIARIO.
           SELECT ARQ-MEMBRO
               ASSIGN TO "SPLMEMBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-MEMBRO.
           SELECT AVISO-TEMPLATE
               ASSIGN TO "INCAVITP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-TEMPLATE.
           SELECT CARTAS-AVISO
               ASSIGN TO "INCCARTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-CARTAS.
           SELECT RELATORIO-INCIDENTE
               ASSIGN TO "VAZREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDINC'.
           COPY 'FDIAV'.
           COPY 'FDDVG'.
           COPY 'FDTRN'.
           COPY 'FDSPL'.
           COPY 'FDCONT'.
           COPY 'FDCONTJ'.
           COPY 'FDSUP'.
           COPY 'FDAUDIT'.
       FD  DIARIO-IMAGENS
           LABEL RECORD IS STANDARD.
       01  JRN-REC.
           03 JRN-DATA-HORA             PIC X(26).
           03 JRN-PROGRAMA              PIC X(08).
           03 JRN-USUARIO               PIC X(08).
           03 JRN-ARQUIVO               PIC X(08).
           03 JRN-OPERACAO              PIC X(01).
           03 JRN-CODIGO                PIC 9(06).
           03 JRN-ANTES                 PIC X(400).
           03 JRN-DEPOIS                PIC X(400).
       FD  ARQ-MEMBRO
           LABEL RECORD IS STANDARD.
       01  MEMBRO-REC                   PIC X(132).
       FD  AVISO-TEMPLATE
           LABEL RECORD IS STANDARD.
       01  ATPL-LINHA                   PIC X(80).
       FD  CARTAS-AVISO
           LABEL RECORD IS STANDARD.
       01  CARTA-REC                    PIC X(80).
       FD  RELATORIO-INCIDENTE
           LABEL RECORD IS STANDARD.
       01  VAZREL-REC                   PIC X(132).
       WORKING-STORAGE SECTION.
       77  WK-FS-INCIDENTE              PIC X(02) VALUE SPACES.
       77  WK-FS-AVISO                  PIC X(02) VALUE SPACES.
       77  WK-FS-DIVULGACAO             PIC X(02) VALUE SPACES.
       77  WK-FS-TRANSREG               PIC X(02) VALUE SPACES.
       77  WK-FS-SPOOL                  PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO-PJ             PIC X(02) VALUE SPACES.
       77  WK-FS-SUPRESSAO              PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-DIARIO                 PIC X(02) VALUE SPACES.
       77  WK-FS-MEMBRO                 PIC X(02) VALUE SPACES.
       77  WK-FS-TEMPLATE               PIC X(02) VALUE SPACES.
       77  WK-FS-CARTAS                 PIC X(02) VALUE SPACES.
       77  WK-FS-RELATORIO              PIC X(02) VALUE SPACES.
           COPY 'PARMRUN'.
           COPY 'PARMSELO'.
           COPY 'PARMERGE'.
       77  WK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-ORIGEM                    PIC X(01) VALUE SPACES.
       77  WK-DESCRICAO                 PIC X(40) VALUE SPACES.
       77  WK-PRODUTO                   PIC X(08) VALUE SPACES.
       77  WK-DATA-PRODUTO              PIC 9(08) VALUE ZEROS.
       77  WK-DATA-DIGITADA             PIC X(08) VALUE SPACES.
       77  WK-ARQUIVO                   PIC X(08) VALUE SPACES.
       77  WK-SEQUENCIA                 PIC 9(06) VALUE ZEROS.
       77  WK-SPOOL-ID                  PIC 9(06) VALUE ZEROS.
       77  WK-SPOOL-GERACAO             PIC X(12) VALUE SPACES.
       77  WK-TIPO-FILTRO               PIC X(01) VALUE SPACES.
       77  WK-BASE                      PIC X(01) VALUE SPACES.
       77  WK-CATEGORIAS                PIC X(60) VALUE SPACES.
       77  WK-INCIDENTE                 PIC 9(06) VALUE ZEROS.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-FIM-TEMPLATE              PIC X(01) VALUE 'N'.
       77  WK-CODIGO-LIDO               PIC 9(06) VALUE ZEROS.
       77  WK-TIPO-ACHADO               PIC X(01) VALUE SPACES.
       77  WK-FILIAL-ACHADA             PIC X(03) VALUE SPACES.
       77  WK-STATUS-ACHADO             PIC X(01) VALUE SPACES.
       77  WK-SUPRIMIDO                 PIC X(01) VALUE 'N'.
       77  WK-PULANDO-BLOCO             PIC X(01) VALUE 'N'.
       77  WK-IDX-LINHA                 PIC 9(02) VALUE ZEROS.
       77  WK-IDX-FIL                   PIC 9(03) VALUE ZEROS.
       77  WK-POS-FILIAL                PIC 9(03) VALUE ZEROS.
       77  WK-QTD-LIDOS                 PIC 9(07) VALUE ZEROS.
       77  WK-QTD-INCLUIDOS             PIC 9(06) VALUE ZEROS.
       77  WK-QTD-AJUSTADOS             PIC 9(06) VALUE ZEROS.
       77  WK-QTD-TITULARES             PIC 9(06) VALUE ZEROS.
       77  WK-QTD-PF                    PIC 9(06) VALUE ZEROS.
       77  WK-QTD-PJ                    PIC 9(06) VALUE ZEROS.
       77  WK-QTD-FORA                  PIC 9(06) VALUE ZEROS.
       77  WK-QTD-AVISOS                PIC 9(06) VALUE ZEROS.
       77  WK-QTD-SUPRIMIDOS            PIC 9(06) VALUE ZEROS.
       77  WK-QTD-FALECIDOS             PIC 9(06) VALUE ZEROS.
       77  WK-QTD-ANONIMOS              PIC 9(06) VALUE ZEROS.
       77  WK-QTD-SEM-ENDERECO          PIC 9(06) VALUE ZEROS.
       77  WK-DATA-EDITADA              PIC X(10) VALUE SPACES.
       77  WK-TEXTO-BASE                PIC X(40) VALUE SPACES.
       01  WK-TABELA-TEMPLATE.
           05 WK-QTDE-LINHAS-TPL        PIC 9(02) VALUE ZEROS.
           05 WK-TEMPLATE-LINHAS        PIC X(80) VALUE SPACES
                                         OCCURS 20 TIMES.
      *****************************************************************
      * WK-TAB-FILIAIS: titulares afetados por filial dona NA DATA do
      * produto - e o numero que a notificacao a autoridade pede.
      *****************************************************************
       01  WK-TAB-FILIAIS.
           05 WK-QTD-FILIAIS            PIC 9(03) VALUE ZEROS.
           05 WK-FILIAIS OCCURS 100 TIMES.
               10 WK-FIL-CODIGO         PIC X(03).
               10 WK-FIL-QTD-PF         PIC 9(06).
               10 WK-FIL-QTD-PJ         PIC 9(06).
      *****************************************************************
      * HF-CADASTRO / HJ-CADASTRO: a imagem ANTES do diario, vista no
      * layout PF ou PJ - mesma tecnica do SN-CADASTRO do CDCCNTT.
      *****************************************************************
           COPY 'LAYOUT44' REPLACING ==CADASTRO-PF== BY ==HF-CADASTRO==
                                     LEADING ==WK== BY ==HF==.
           COPY 'LAYOUT45' REPLACING ==CADASTRO-PJ== BY ==HJ-CADASTRO==
                                     LEADING ==WK== BY ==HJ==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'VAZCNTT'               TO LK-RUN-PROGRAMA
            MOVE 'INICIO'                TO LK-RUN-EVENTO
            CALL 'RUNUTIL' USING PARAMETRES-RUN

            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
            PERFORM P100-PARAMETROS THRU P100-FIM
            PERFORM P150-ABRIR-ARQUIVOS
            PERFORM P160-CARREGAR-TEMPLATE THRU P160-FIM
                    UNTIL WK-FIM-TEMPLATE = 'S'
            PERFORM P170-PROXIMO-INCIDENTE
            PERFORM P180-CATEGORIAS

            IF WK-ORIGEM = 'S'
               PERFORM P210-LER-SPOOL THRU P210-FIM
            ELSE
               MOVE 'D'                  TO WK-BASE
               PERFORM P220-VARRER-DIVULGACAO
               IF WK-QTD-INCLUIDOS = ZEROS
                  PERFORM P230-FOTO-DO-MESTRE THRU P230-FIM
               END-IF
            END-IF

            IF WK-QTD-INCLUIDOS > ZEROS
               PERFORM P400-APLICAR-DIARIO THRU P400-FIM
            END-IF
            PERFORM P500-AVISAR-TITULARES
            PERFORM P600-RELATORIO
            PERFORM P700-GRAVAR-INCIDENTE
            PERFORM P800-GRAVAR-AUDITORIA
            PERFORM P900-FINALIZAR
            STOP RUN
            .

      ******************************************************************
      * P100-PARAMETROS: tres jeitos de apontar o arquivo perdido -
      * produto + data, sequencia de transmissao (o TRANSREG da o
      * programa e a data) ou entrada do spool (o SPOOLCAT da o nome
      * do relatorio, a data e o membro). O tipo de titular serve
      * para a fita que so levava um dos lados (CONTEXTJ = PJ).
      ******************************************************************
       P100-PARAMETROS.
            DISPLAY '*** INCIDENTE DE VAZAMENTO DE DADOS ***'
            DISPLAY 'DESCRICAO DO OCORRIDO.......................: '
            ACCEPT WK-DESCRICAO
            IF WK-DESCRICAO = SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA.'
               STOP RUN
            END-IF
            DISPLAY 'ORIGEM: P=PRODUTO+DATA  T=TRANSMISSAO  S=SPOOL: '
            ACCEPT WK-ORIGEM
            EVALUATE WK-ORIGEM
               WHEN 'P'
                  DISPLAY 'PRODUTO (EX. EXTCNTT, CNTCSV, JSONCNTT)..: '
                  ACCEPT WK-PRODUTO
                  DISPLAY 'DATA DO PRODUTO AAAAMMDD..................: '
                  ACCEPT WK-DATA-DIGITADA
                  IF WK-PRODUTO = SPACES
                     OR WK-DATA-DIGITADA NOT NUMERIC
                     DISPLAY 'PRODUTO E DATA OBRIGATORIOS.'
                     STOP RUN
                  END-IF
                  MOVE WK-DATA-DIGITADA  TO WK-DATA-PRODUTO
               WHEN 'T'
                  PERFORM P110-LER-TRANSMISSAO
               WHEN 'S'
                  PERFORM P120-LER-SPOOL-CATALOGO
               WHEN OTHER
                  DISPLAY 'ORIGEM INVALIDA.'
                  STOP RUN
            END-EVALUATE
            IF WK-ORIGEM = 'S'
               GO TO P100-FIM
            END-IF
            DISPLAY 'TITULARES: F=SO PF  J=SO PJ  (ENTER P/ AMBOS)..: '
            ACCEPT WK-TIPO-FILTRO
            IF WK-TIPO-FILTRO NOT = SPACES
               AND WK-TIPO-FILTRO NOT = 'F'
               AND WK-TIPO-FILTRO NOT = 'J'
               DISPLAY 'TIPO DE TITULAR INVALIDO.'
               STOP RUN
            END-IF
            .
       P100-FIM.

       P110-LER-TRANSMISSAO.
            DISPLAY 'ARQUIVO NO TRANSREG (EX. EXTCNTT, CONTCSV)..: '
            ACCEPT WK-ARQUIVO
            DISPLAY 'SEQUENCIA.................................: '
            ACCEPT WK-SEQUENCIA
            OPEN INPUT TRANSMISSAO-REG
            IF WK-FS-TRANSREG NOT = '00'
               DISPLAY 'NAO HA REGISTRO DE TRANSMISSOES (TRANSREG).'
               STOP RUN
            END-IF
            MOVE WK-ARQUIVO              TO TRN-ARQUIVO
            MOVE WK-SEQUENCIA            TO TRN-SEQUENCIA
            READ TRANSMISSAO-REG
                 INVALID KEY
                    DISPLAY 'TRANSMISSAO NAO ENCONTRADA.'
                    CLOSE TRANSMISSAO-REG
                    STOP RUN
            END-READ
            CLOSE TRANSMISSAO-REG
            IF NOT TRN-SAIDA OR TRN-FALTA
               DISPLAY 'A SEQUENCIA NAO E DE UM ARQUIVO QUE SAIU.'
               STOP RUN
            END-IF
            MOVE TRN-PROGRAMA            TO WK-PRODUTO
            MOVE TRN-DATA                TO WK-DATA-PRODUTO
            DISPLAY 'PRODUTO ' WK-PRODUTO ' DE ' WK-DATA-PRODUTO
            .

       P120-LER-SPOOL-CATALOGO.
            DISPLAY 'ID DA ENTRADA NO SPOOL....................: '
            ACCEPT WK-SPOOL-ID
            OPEN INPUT SPOOL-CATALOGO
            IF WK-FS-SPOOL NOT = '00'
               DISPLAY 'NAO HA CATALOGO DE SPOOL (SPOOLCAT).'
               STOP RUN
            END-IF
            MOVE WK-SPOOL-ID             TO SPL-ID
            READ SPOOL-CATALOGO
                 INVALID KEY
                    DISPLAY 'ENTRADA DE SPOOL NAO ENCONTRADA.'
                    CLOSE SPOOL-CATALOGO
                    STOP RUN
            END-READ
            CLOSE SPOOL-CATALOGO
            MOVE SPL-NOME                TO WK-PRODUTO
            MOVE SPL-GERACAO             TO WK-SPOOL-GERACAO
            MOVE SPL-DATA-HORA(1:8)      TO WK-DATA-PRODUTO
            DISPLAY 'RELATORIO ' WK-PRODUTO ' DE ' WK-DATA-PRODUTO
            .

       P150-ABRIR-ARQUIVOS.
            OPEN INPUT AVISO-TEMPLATE
            IF WK-FS-TEMPLATE = '35'
               DISPLAY 'TEMPLATE INCAVITP NAO ENCONTRADO.'
               STOP RUN
            END-IF
            OPEN I-O INCIDENTE-VAZAMENTO
            IF WK-FS-INCIDENTE = '35'
               OPEN OUTPUT INCIDENTE-VAZAMENTO
               CLOSE INCIDENTE-VAZAMENTO
               OPEN I-O INCIDENTE-VAZAMENTO
            END-IF
            OPEN I-O AVISO-INCIDENTE
            IF WK-FS-AVISO = '35'
               OPEN OUTPUT AVISO-INCIDENTE
               CLOSE AVISO-INCIDENTE
               OPEN I-O AVISO-INCIDENTE
            END-IF
            OPEN INPUT CONTATO-MASTER
            IF WK-FS-CONTATO = '35'
               OPEN OUTPUT CONTATO-MASTER
               CLOSE CONTATO-MASTER
               OPEN INPUT CONTATO-MASTER
            END-IF
            OPEN INPUT CONTPJ-MASTER
            IF WK-FS-CONTATO-PJ = '35'
               OPEN OUTPUT CONTPJ-MASTER
               CLOSE CONTPJ-MASTER
               OPEN INPUT CONTPJ-MASTER
            END-IF
            OPEN INPUT SUPRESSAO
            IF WK-FS-SUPRESSAO = '35'
               OPEN OUTPUT SUPRESSAO
               CLOSE SUPRESSAO
               OPEN INPUT SUPRESSAO
            END-IF
            OPEN OUTPUT CARTAS-AVISO
            OPEN OUTPUT RELATORIO-INCIDENTE
            .

       P160-CARREGAR-TEMPLATE.
            READ AVISO-TEMPLATE
                 AT END
                    MOVE 'S'             TO WK-FIM-TEMPLATE
                 NOT AT END
                    IF WK-QTDE-LINHAS-TPL < 20
                       ADD 1             TO WK-QTDE-LINHAS-TPL
                       MOVE ATPL-LINHA   TO
                            WK-TEMPLATE-LINHAS(WK-QTDE-LINHAS-TPL)
                    END-IF
            END-READ
            .
       P160-FIM.

       P170-PROXIMO-INCIDENTE.
            MOVE ZEROS                   TO WK-INCIDENTE
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE ZEROS                   TO INC-ID
            START INCIDENTE-VAZAMENTO KEY IS NOT LESS THAN INC-ID
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P175-LER-ID THRU P175-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            ADD 1                        TO WK-INCIDENTE
            .

       P175-LER-ID.
            READ INCIDENTE-VAZAMENTO NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-ARQ
                 NOT AT END
                    IF INC-ID > WK-INCIDENTE
                       MOVE INC-ID       TO WK-INCIDENTE
                    END-IF
            END-READ
            .
       P175-FIM.

      ******************************************************************
      * P180-CATEGORIAS: o que cada produto leva, conferido contra o
      * layout de saida de cada extrator. Produto novo que entrar no
      * DVGLOG precisa ganhar a sua linha aqui.
      ******************************************************************
       P180-CATEGORIAS.
            EVALUATE WK-PRODUTO
               WHEN 'EXTCNTT'
                  MOVE 'NOME, CPF/CNPJ, E-MAIL, TELEFONE, ENDERECO, NAS'
                     & 'CIMENTO'        TO WK-CATEGORIAS
               WHEN 'JSONCNTT'
                  MOVE 'NOME, CPF, E-MAIL, TELEFONE, CIDADE/CEP, NASCIM'
                     & 'ENTO'           TO WK-CATEGORIAS
               WHEN 'QRYCNTT'
                  MOVE 'NOME, CPF, E-MAIL, TELEFONE, CIDADE/UF'
                                         TO WK-CATEGORIAS
               WHEN 'CNTCSV'
                  MOVE 'NOME, CPF/CNPJ (PODE ESTAR MASCARADO), TELEFONE'
                     & ', ENDERECO'     TO WK-CATEGORIAS
               WHEN 'NEWSCNTT'
                  MOVE 'NOME, E-MAIL'    TO WK-CATEGORIAS
               WHEN 'CENSOEXP'
                  MOVE 'NOME E NASCIMENTO DO RESPONSAVEL PELO ALUNO'
                                         TO WK-CATEGORIAS
               WHEN 'SUBDIST'
                  MOVE 'CADASTRO COMPLETO (IMAGEM DO REGISTRO)'
                                         TO WK-CATEGORIAS
               WHEN 'DIRCNTT'
                  MOVE 'CADASTRO COMPLETO: NOME, CPF/CNPJ, NASCIMENTO, '
                     & 'ENDERECO, FONE' TO WK-CATEGORIAS
               WHEN 'EVTLISTA'
                  MOVE 'NOME E PARTICIPACAO EM EVENTO'
                                         TO WK-CATEGORIAS
               WHEN OTHER
                  MOVE 'PRODUTO NAO CATALOGADO - CONFERIR O LAYOUT'
                                         TO WK-CATEGORIAS
            END-EVALUATE
            .

      ******************************************************************
      * P210-LER-SPOOL: o relatorio impresso nao passa pelo DVGLOG -
      * os codigos saem do proprio membro. So DIRCNTT ('COD: ' no
      * inicio do bloco do contato) e a lista de presenca do evento
      * (codigo nas 6 primeiras posicoes) trazem gente; os demais
      * relatorios do spool sao so totais.
      ******************************************************************
       P210-LER-SPOOL.
            MOVE 'R'                     TO WK-BASE
            IF WK-PRODUTO NOT = 'DIRCNTT'
               AND WK-PRODUTO NOT = 'EVTLISTA'
               MOVE 'Z'                  TO WK-BASE
               GO TO P210-FIM
            END-IF
            DISPLAY 'DD_SPLMEMBR'        UPON ENVIRONMENT-NAME
            DISPLAY WK-SPOOL-GERACAO     UPON ENVIRONMENT-VALUE
            OPEN INPUT ARQ-MEMBRO
            IF WK-FS-MEMBRO NOT = '00'
               DISPLAY 'MEMBRO DO SPOOL NAO ENCONTRADO: '
                       WK-SPOOL-GERACAO
               MOVE 'Z'                  TO WK-BASE
               GO TO P210-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P215-LER-LINHA-MEMBRO THRU P215-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE ARQ-MEMBRO
            .
       P210-FIM.

       P215-LER-LINHA-MEMBRO.
            READ ARQ-MEMBRO
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P215-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDOS
            IF WK-PRODUTO = 'DIRCNTT'
               IF MEMBRO-REC(1:5) = 'COD: '
                  AND MEMBRO-REC(6:6) NUMERIC
                  MOVE MEMBRO-REC(6:6)   TO WK-CODIGO-LIDO
                  PERFORM P250-INCLUIR-TITULAR THRU P250-FIM
               END-IF
            ELSE
               IF MEMBRO-REC(1:6) NUMERIC
                  AND MEMBRO-REC(7:1) = SPACE
                  MOVE MEMBRO-REC(1:6)   TO WK-CODIGO-LIDO
                  PERFORM P250-INCLUIR-TITULAR THRU P250-FIM
               END-IF
            END-IF
            .
       P215-FIM.

      ******************************************************************
      * P220-VARRER-DIVULGACAO: a chave do DVGLOG comeca pelo codigo,
      * entao a pergunta por produto e data e uma varredura. Na origem
      * T a sequencia tambem precisa bater.
      ******************************************************************
       P220-VARRER-DIVULGACAO.
            OPEN INPUT DIVULGACAO-LOG
            IF WK-FS-DIVULGACAO NOT = '00'
               DISPLAY 'NAO HA REGISTRO DE COMPARTILHAMENTO (DVGLOG).'
            ELSE
               MOVE 'N'                  TO WK-FIM-ARQ
               PERFORM P225-LER-DIVULGACAO THRU P225-FIM
                       UNTIL WK-FIM-ARQ = 'S'
               CLOSE DIVULGACAO-LOG
            END-IF
            .

       P225-LER-DIVULGACAO.
            READ DIVULGACAO-LOG NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P225-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDOS
            IF DVG-PROGRAMA NOT = WK-PRODUTO
               OR DVG-DATA NOT = WK-DATA-PRODUTO
               GO TO P225-FIM
            END-IF
            IF WK-ORIGEM = 'T'
               AND DVG-SEQUENCIA NOT = WK-SEQUENCIA
               GO TO P225-FIM
            END-IF
            MOVE DVG-CODIGO              TO WK-CODIGO-LIDO
            PERFORM P250-INCLUIR-TITULAR THRU P250-FIM
            .
       P225-FIM.

      ******************************************************************
      * P230-FOTO-DO-MESTRE: arquivo gerado antes do DVGLOG existir.
      * Os extratores de cadastro inteiro (EXTCNTT, CNTCSV, JSONCNTT)
      * levavam todo o mestre ativo daquele dia - a populacao e o
      * mestre de hoje, e o P400 desfaz pelo CONTJRNL o que mudou
      * depois da data (quem ainda nao existia ou estava inativo sai
      * da conta). Para os demais produtos nao ha como refazer.
      ******************************************************************
       P230-FOTO-DO-MESTRE.
            IF WK-PRODUTO NOT = 'EXTCNTT'
               AND WK-PRODUTO NOT = 'CNTCSV'
               AND WK-PRODUTO NOT = 'JSONCNTT'
               MOVE 'Z'                  TO WK-BASE
               GO TO P230-FIM
            END-IF
            MOVE 'M'                     TO WK-BASE
            IF WK-PRODUTO = 'JSONCNTT'
               MOVE 'F'                  TO WK-TIPO-FILTRO
            END-IF
            IF WK-TIPO-FILTRO NOT = 'J'
               MOVE 'N'                  TO WK-FIM-ARQ
               MOVE ZEROS                TO WK-CODIGO
               START CONTATO-MASTER KEY IS NOT LESS THAN WK-CODIGO
                   INVALID KEY
                      MOVE 'S'           TO WK-FIM-ARQ
               END-START
               PERFORM P235-LER-MESTRE-PF THRU P235-FIM
                       UNTIL WK-FIM-ARQ = 'S'
            END-IF
            IF WK-TIPO-FILTRO NOT = 'F'
               MOVE 'N'                  TO WK-FIM-ARQ
               MOVE ZEROS                TO WK-CODIGO-PJ
               START CONTPJ-MASTER KEY IS NOT LESS THAN WK-CODIGO-PJ
                   INVALID KEY
                      MOVE 'S'           TO WK-FIM-ARQ
               END-START
               PERFORM P236-LER-MESTRE-PJ THRU P236-FIM
                       UNTIL WK-FIM-ARQ = 'S'
            END-IF
            .
       P230-FIM.

       P235-LER-MESTRE-PF.
            READ CONTATO-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P235-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDOS
            MOVE WK-CODIGO               TO WK-CODIGO-LIDO
            PERFORM P250-INCLUIR-TITULAR THRU P250-FIM
            .
       P235-FIM.

       P236-LER-MESTRE-PJ.
            READ CONTPJ-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P236-FIM
            END-READ
            ADD 1                        TO WK-QTD-LIDOS
            MOVE WK-CODIGO-PJ            TO WK-CODIGO-LIDO
            PERFORM P250-INCLUIR-TITULAR THRU P250-FIM
            .
       P236-FIM.

      ******************************************************************
      * P250-INCLUIR-TITULAR: o INCAVISO do incidente e a propria
      * lista da populacao - o mesmo codigo entregue duas vezes no dia
      * cai na chave duplicada e conta uma vez so. Tipo, filial e
      * situacao partem do mestre de hoje; o P400 corrige para a data.
      ******************************************************************
       P250-INCLUIR-TITULAR.
            PERFORM P260-ACHAR-NO-MESTRE THRU P260-FIM
            IF WK-TIPO-FILTRO NOT = SPACES
               AND WK-TIPO-ACHADO NOT = WK-TIPO-FILTRO
               GO TO P250-FIM
            END-IF
            MOVE WK-INCIDENTE            TO IAV-INCIDENTE
            MOVE WK-CODIGO-LIDO          TO IAV-CODIGO
            MOVE WK-TIPO-ACHADO          TO IAV-TIPO
            MOVE WK-FILIAL-ACHADA        TO IAV-FILIAL
            MOVE WK-STATUS-ACHADO        TO IAV-NA-DATA
            MOVE 'N'                     TO IAV-AJUSTADO
            MOVE SPACE                   TO IAV-SITUACAO
            MOVE ZEROS                   TO IAV-DATA-AVISO
            WRITE REG-AVISO-INCIDENTE
                  INVALID KEY
                     GO TO P250-FIM
            END-WRITE
            ADD 1                        TO WK-QTD-INCLUIDOS
            .
       P250-FIM.

      ******************************************************************
      * P260-ACHAR-NO-MESTRE: o codigo PF e o PJ saem do mesmo
      * NEXTSEQ - procura no PF e, nao achando, no PJ. Fora dos dois
      * (expurgado para o arquivo morto) fica sem tipo e sem filial,
      * mas continua contando como titular afetado.
      ******************************************************************
       P260-ACHAR-NO-MESTRE.
            MOVE WK-CODIGO-LIDO          TO WK-CODIGO
            READ CONTATO-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'F'             TO WK-TIPO-ACHADO
                    MOVE WK-FILIAL       TO WK-FILIAL-ACHADA
                    MOVE WK-STATUS-REG   TO WK-STATUS-ACHADO
                    GO TO P260-FIM
            END-READ
            MOVE WK-CODIGO-LIDO          TO WK-CODIGO-PJ
            READ CONTPJ-MASTER
                 INVALID KEY
                    MOVE SPACE           TO WK-TIPO-ACHADO
                    MOVE SPACES          TO WK-FILIAL-ACHADA
                    MOVE 'A'             TO WK-STATUS-ACHADO
                 NOT INVALID KEY
                    MOVE 'J'             TO WK-TIPO-ACHADO
                    MOVE WK-FILIAL-PJ    TO WK-FILIAL-ACHADA
                    MOVE WK-STATUS-REG-PJ TO WK-STATUS-ACHADO
            END-READ
            .
       P260-FIM.

      ******************************************************************
      * P400-APLICAR-DIARIO: o cadastro como estava na data do produto.
      * O CONTJRNL esta em ordem de gravacao; para cada titular, a
      * PRIMEIRA imagem ANTES gravada depois da data e exatamente o
      * registro daquele dia (inclusao depois da data = ainda nao
      * existia). Mudanca no proprio dia do produto fica como estava
      * - o diario e o DVGLOG so se casam por data. A foto do CDCCNTT
      * (CONTSNAP) guarda so a noite anterior e nao serve para datas
      * mais antigas.
      ******************************************************************
       P400-APLICAR-DIARIO.
            OPEN INPUT DIARIO-IMAGENS
            IF WK-FS-DIARIO NOT = '00'
               DISPLAY 'SEM DIARIO DE IMAGENS (CONTJRNL) - CADASTRO '
                       'CONSIDERADO COMO ESTA HOJE.'
               GO TO P400-FIM
            END-IF
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P410-LER-DIARIO THRU P410-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            CLOSE DIARIO-IMAGENS
            .
       P400-FIM.

       P410-LER-DIARIO.
            READ DIARIO-IMAGENS
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P410-FIM
            END-READ
            IF JRN-DATA-HORA(1:8) NOT > WK-DATA-PRODUTO
               GO TO P410-FIM
            END-IF
            MOVE WK-INCIDENTE            TO IAV-INCIDENTE
            MOVE JRN-CODIGO              TO IAV-CODIGO
            READ AVISO-INCIDENTE
                 INVALID KEY
                    GO TO P410-FIM
            END-READ
            IF IAV-AJUSTADO = 'S'
               GO TO P410-FIM
            END-IF
            MOVE 'S'                     TO IAV-AJUSTADO
            IF JRN-OPERACAO = 'I'
               MOVE 'N'                  TO IAV-NA-DATA
            ELSE
               IF JRN-ARQUIVO = 'CONTPJ'
                  MOVE JRN-ANTES         TO HJ-CADASTRO
                  MOVE 'J'               TO IAV-TIPO
                  MOVE HJ-FILIAL-PJ      TO IAV-FILIAL
                  MOVE HJ-STATUS-REG-PJ  TO IAV-NA-DATA
               ELSE
                  MOVE JRN-ANTES         TO HF-CADASTRO
                  MOVE 'F'               TO IAV-TIPO
                  MOVE HF-FILIAL         TO IAV-FILIAL
                  MOVE HF-STATUS-REG     TO IAV-NA-DATA
               END-IF
            END-IF
            REWRITE REG-AVISO-INCIDENTE
            ADD 1                        TO WK-QTD-AJUSTADOS
            .
       P410-FIM.

      ******************************************************************
      * P500-AVISAR-TITULARES: percorre a populacao do incidente,
      * soma por filial e emite a carta. Na base M so conta quem
      * estava ativo na data; nas bases D e R todo codigo entregue
      * conta. Nao recebe carta: correio devolvido (SUPRESS canal C),
      * falecido, anonimizado (LGPDDEL) e quem nao tem endereco.
      ******************************************************************
       P500-AVISAR-TITULARES.
            MOVE 'N'                     TO WK-FIM-ARQ
            MOVE WK-INCIDENTE            TO IAV-INCIDENTE
            MOVE ZEROS                   TO IAV-CODIGO
            START AVISO-INCIDENTE KEY IS NOT LESS THAN IAV-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-ARQ
            END-START
            PERFORM P510-LER-AVISO THRU P510-FIM
                    UNTIL WK-FIM-ARQ = 'S'
            .

       P510-LER-AVISO.
            READ AVISO-INCIDENTE NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P510-FIM
            END-READ
            IF IAV-INCIDENTE NOT = WK-INCIDENTE
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P510-FIM
            END-IF
            IF WK-BASE = 'M'
               AND NOT IAV-ATIVO-NA-DATA
               GO TO P510-FIM
            END-IF

            ADD 1                        TO WK-QTD-TITULARES
            EVALUATE TRUE
               WHEN IAV-PF
                  ADD 1                  TO WK-QTD-PF
               WHEN IAV-PJ
                  ADD 1                  TO WK-QTD-PJ
               WHEN OTHER
                  ADD 1                  TO WK-QTD-FORA
            END-EVALUATE
            PERFORM P520-SOMAR-FILIAL THRU P520-FIM

            PERFORM P530-EMITIR-AVISO THRU P530-FIM
            MOVE WK-DATA-HOJE            TO IAV-DATA-AVISO
            REWRITE REG-AVISO-INCIDENTE
            .
       P510-FIM.

       P520-SOMAR-FILIAL.
            MOVE ZEROS                   TO WK-POS-FILIAL
            PERFORM P525-COMPARAR-FILIAL
                    VARYING WK-IDX-FIL FROM 1 BY 1
                    UNTIL WK-IDX-FIL > WK-QTD-FILIAIS
                       OR WK-POS-FILIAL > ZEROS
            IF WK-POS-FILIAL = ZEROS
               IF WK-QTD-FILIAIS NOT < 100
                  GO TO P520-FIM
               END-IF
               ADD 1                     TO WK-QTD-FILIAIS
               MOVE WK-QTD-FILIAIS       TO WK-POS-FILIAL
               MOVE IAV-FILIAL           TO
                    WK-FIL-CODIGO(WK-POS-FILIAL)
               MOVE ZEROS                TO
                    WK-FIL-QTD-PF(WK-POS-FILIAL)
                    WK-FIL-QTD-PJ(WK-POS-FILIAL)
            END-IF
            IF IAV-PJ
               ADD 1                     TO WK-FIL-QTD-PJ(WK-POS-FILIAL)
            ELSE
               ADD 1                     TO WK-FIL-QTD-PF(WK-POS-FILIAL)
            END-IF
            .
       P520-FIM.

       P525-COMPARAR-FILIAL.
            IF WK-FIL-CODIGO(WK-IDX-FIL) = IAV-FILIAL
               MOVE WK-IDX-FIL           TO WK-POS-FILIAL
            END-IF
            .

      ******************************************************************
      * P530-EMITIR-AVISO: a carta vai para o endereco de HOJE - quem
      * mudou depois do arquivo tem que receber onde mora agora.
      ******************************************************************
       P530-EMITIR-AVISO.
            IF NOT IAV-PF AND NOT IAV-PJ
               MOVE 'N'                  TO IAV-SITUACAO
               ADD 1                     TO WK-QTD-SEM-ENDERECO
               GO TO P530-FIM
            END-IF

            MOVE 'N'                     TO WK-SUPRIMIDO
            MOVE IAV-CODIGO              TO SUP-CODIGO
            MOVE 'C'                     TO SUP-CANAL
            READ SUPRESSAO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S'             TO WK-SUPRIMIDO
            END-READ
            IF WK-SUPRIMIDO = 'S'
               MOVE 'S'                  TO IAV-SITUACAO
               ADD 1                     TO WK-QTD-SUPRIMIDOS
               GO TO P530-FIM
            END-IF

            IF IAV-PJ
               MOVE IAV-CODIGO           TO WK-CODIGO-PJ
               READ CONTPJ-MASTER
                    INVALID KEY
                       MOVE 'N'          TO IAV-SITUACAO
                       ADD 1             TO WK-QTD-SEM-ENDERECO
                       GO TO P530-FIM
               END-READ
               IF WK-RUA-PJ = SPACES
                  MOVE 'N'               TO IAV-SITUACAO
                  ADD 1                  TO WK-QTD-SEM-ENDERECO
                  GO TO P530-FIM
               END-IF
               PERFORM P540-CAMPOS-PJ
            ELSE
               MOVE IAV-CODIGO           TO WK-CODIGO
               READ CONTATO-MASTER
                    INVALID KEY
                       MOVE 'N'          TO IAV-SITUACAO
                       ADD 1             TO WK-QTD-SEM-ENDERECO
                       GO TO P530-FIM
               END-READ
               IF WK-REG-FALECIDO
                  MOVE 'F'               TO IAV-SITUACAO
                  ADD 1                  TO WK-QTD-FALECIDOS
                  GO TO P530-FIM
               END-IF
               IF WK-REG-ANONIMIZADO
                  MOVE 'X'               TO IAV-SITUACAO
                  ADD 1                  TO WK-QTD-ANONIMOS
                  GO TO P530-FIM
               END-IF
               IF WK-RUA = SPACES
                  MOVE 'N'               TO IAV-SITUACAO
                  ADD 1                  TO WK-QTD-SEM-ENDERECO
                  GO TO P530-FIM
               END-IF
               PERFORM P545-CAMPOS-PF
            END-IF
            PERFORM P550-CAMPOS-INCIDENTE

            MOVE 'N'                     TO WK-PULANDO-BLOCO
            PERFORM P560-MESCLAR-LINHA THRU P560-FIM
                    VARYING WK-IDX-LINHA FROM 1 BY 1
                    UNTIL WK-IDX-LINHA > WK-QTDE-LINHAS-TPL
            MOVE SPACES                  TO CARTA-REC
            WRITE CARTA-REC
            MOVE 'E'                     TO IAV-SITUACAO
            ADD 1                        TO WK-QTD-AVISOS
            .
       P530-FIM.

       P540-CAMPOS-PJ.
            MOVE 'NOME'                  TO LK-NOME-CAMPO(1)
            MOVE WK-RAZAO-SOCIAL         TO LK-VALOR-CAMPO(1)
            MOVE 'RUA'                   TO LK-NOME-CAMPO(2)
            MOVE WK-RUA-PJ               TO LK-VALOR-CAMPO(2)
            MOVE 'BAIRRO'                TO LK-NOME-CAMPO(3)
            MOVE WK-BAIRRO-PJ            TO LK-VALOR-CAMPO(3)
            MOVE 'CIDADE'                TO LK-NOME-CAMPO(4)
            MOVE WK-CIDADE-PJ            TO LK-VALOR-CAMPO(4)
            MOVE 'UF'                    TO LK-NOME-CAMPO(5)
            MOVE WK-UF-PJ                TO LK-VALOR-CAMPO(5)
            MOVE 'CEP'                   TO LK-NOME-CAMPO(6)
            MOVE WK-CEP-PJ               TO LK-VALOR-CAMPO(6)
            MOVE 'TIPO'                  TO LK-NOME-CAMPO(7)
            MOVE 'PJ'                    TO LK-VALOR-CAMPO(7)
            MOVE 'RESPONSAVEL'           TO LK-NOME-CAMPO(8)
            MOVE WK-CONTATO-RESPONSAVEL  TO LK-VALOR-CAMPO(8)
            .

       P545-CAMPOS-PF.
            MOVE 'NOME'                  TO LK-NOME-CAMPO(1)
            MOVE SPACES                  TO LK-VALOR-CAMPO(1)
            STRING WK-PRIMEIRO-NOME DELIMITED BY SPACE
                   ' ' WK-ULTIMO-NOME DELIMITED BY SIZE
                   INTO LK-VALOR-CAMPO(1)
            END-STRING
            MOVE 'RUA'                   TO LK-NOME-CAMPO(2)
            MOVE WK-RUA                  TO LK-VALOR-CAMPO(2)
            MOVE 'BAIRRO'                TO LK-NOME-CAMPO(3)
            MOVE WK-BAIRRO               TO LK-VALOR-CAMPO(3)
            MOVE 'CIDADE'                TO LK-NOME-CAMPO(4)
            MOVE WK-CIDADE               TO LK-VALOR-CAMPO(4)
            MOVE 'UF'                    TO LK-NOME-CAMPO(5)
            MOVE WK-UF                   TO LK-VALOR-CAMPO(5)
            MOVE 'CEP'                   TO LK-NOME-CAMPO(6)
            MOVE WK-CEP                  TO LK-VALOR-CAMPO(6)
            MOVE 'TIPO'                  TO LK-NOME-CAMPO(7)
            MOVE 'PF'                    TO LK-VALOR-CAMPO(7)
            MOVE 'RESPONSAVEL'           TO LK-NOME-CAMPO(8)
            MOVE SPACES                  TO LK-VALOR-CAMPO(8)
            .

       P550-CAMPOS-INCIDENTE.
            MOVE 13                      TO LK-QTDE-CAMPOS
            MOVE 'INCIDENTE'             TO LK-NOME-CAMPO(9)
            MOVE WK-INCIDENTE            TO LK-VALOR-CAMPO(9)
            MOVE 'PRODUTO'               TO LK-NOME-CAMPO(10)
            MOVE WK-PRODUTO              TO LK-VALOR-CAMPO(10)
            MOVE 'DATA'                  TO LK-NOME-CAMPO(11)
            MOVE SPACES                  TO WK-DATA-EDITADA
            STRING WK-DATA-PRODUTO(7:2) '/' WK-DATA-PRODUTO(5:2) '/'
                   WK-DATA-PRODUTO(1:4)
                   DELIMITED BY SIZE INTO WK-DATA-EDITADA
            END-STRING
            MOVE WK-DATA-EDITADA         TO LK-VALOR-CAMPO(11)
            MOVE 'CATEGORIAS'            TO LK-NOME-CAMPO(12)
            MOVE WK-CATEGORIAS           TO LK-VALOR-CAMPO(12)
            MOVE 'OCORRIDO'              TO LK-NOME-CAMPO(13)
            MOVE WK-DESCRICAO            TO LK-VALOR-CAMPO(13)
            .

       P560-MESCLAR-LINHA.
            MOVE WK-TEMPLATE-LINHAS(WK-IDX-LINHA) TO LK-TEMPLATE
            CALL 'MERGELIN' USING PARAMETRES-MERGE
            EVALUATE TRUE
               WHEN LK-LINHA-SE
                  IF LK-CONDICAO-VERDADEIRA
                     MOVE 'N'            TO WK-PULANDO-BLOCO
                  ELSE
                     MOVE 'S'            TO WK-PULANDO-BLOCO
                  END-IF
               WHEN LK-LINHA-SENAO
                  IF WK-PULANDO-BLOCO = 'S'
                     MOVE 'N'            TO WK-PULANDO-BLOCO
                  ELSE
                     MOVE 'S'            TO WK-PULANDO-BLOCO
                  END-IF
               WHEN LK-LINHA-FIM-SE
                  MOVE 'N'               TO WK-PULANDO-BLOCO
               WHEN LK-LINHA-REPITA
               WHEN LK-LINHA-FIM-REPITA
                  CONTINUE
               WHEN OTHER
                  IF WK-PULANDO-BLOCO NOT = 'S'
                     MOVE LK-LINHA-MESCLADA TO CARTA-REC
                     WRITE CARTA-REC
                  END-IF
            END-EVALUATE
            .
       P560-FIM.

       P600-RELATORIO.
            EVALUATE WK-BASE
               WHEN 'D'
                  MOVE 'DVGLOG (CODIGOS DE FATO ENTREGUES)'
                                         TO WK-TEXTO-BASE
               WHEN 'M'
                  MOVE 'MESTRE NA DATA (CONTJRNL) - ESTIMATIVA'
                                         TO WK-TEXTO-BASE
               WHEN 'R'
                  MOVE 'CODIGOS IMPRESSOS NO MEMBRO DO SPOOL'
                                         TO WK-TEXTO-BASE
               WHEN OTHER
                  MOVE 'NENHUM TITULAR IDENTIFICAVEL'
                                         TO WK-TEXTO-BASE
            END-EVALUATE
            MOVE SPACES                  TO VAZREL-REC
            STRING 'INCIDENTE DE VAZAMENTO ' WK-INCIDENTE
                   ' - APURADO EM ' WK-DATA-HOJE
                   DELIMITED BY SIZE INTO VAZREL-REC
            END-STRING
            WRITE VAZREL-REC
            MOVE SPACES                  TO VAZREL-REC
            STRING 'OCORRIDO......: ' WK-DESCRICAO
                   DELIMITED BY SIZE INTO VAZREL-REC
            END-STRING
            WRITE VAZREL-REC
            MOVE SPACES                  TO VAZREL-REC
            STRING 'PRODUTO.......: ' WK-PRODUTO ' DE '
                   WK-DATA-PRODUTO ' ARQUIVO ' WK-ARQUIVO
                   ' SEQ ' WK-SEQUENCIA ' SPOOL ' WK-SPOOL-ID
                   DELIMITED BY SIZE INTO VAZREL-REC
            END-STRING
            WRITE VAZREL-REC
            MOVE SPACES                  TO VAZREL-REC
            STRING 'POPULACAO.....: ' WK-TEXTO-BASE
                   DELIMITED BY SIZE INTO VAZREL-REC
            END-STRING
            WRITE VAZREL-REC
            MOVE SPACES                  TO VAZREL-REC
            STRING 'DADOS EXPOSTOS: ' WK-CATEGORIAS
                   DELIMITED BY SIZE INTO VAZREL-REC
            END-STRING
            WRITE VAZREL-REC
            MOVE SPACES                  TO VAZREL-REC
            WRITE VAZREL-REC
            MOVE 'FILIAL   TITULARES PF  TITULARES PJ'
                                         TO VAZREL-REC
            WRITE VAZREL-REC
            PERFORM P610-LINHA-FILIAL
                    VARYING WK-IDX-FIL FROM 1 BY 1
                    UNTIL WK-IDX-FIL > WK-QTD-FILIAIS
            MOVE SPACES                  TO VAZREL-REC
            WRITE VAZREL-REC
            MOVE SPACES                  TO VAZREL-REC
            STRING 'TOTAL DE TITULARES: ' WK-QTD-TITULARES
                   '  PF: ' WK-QTD-PF '  PJ: ' WK-QTD-PJ
                   '  FORA DOS MESTRES: ' WK-QTD-FORA
                   DELIMITED BY SIZE INTO VAZREL-REC
            END-STRING
            WRITE VAZREL-REC
            MOVE SPACES                  TO VAZREL-REC
            STRING 'CARTAS EMITIDAS: ' WK-QTD-AVISOS
                   '  CORREIO DEVOLVIDO: ' WK-QTD-SUPRIMIDOS
                   '  FALECIDOS: ' WK-QTD-FALECIDOS
                   '  ANONIMIZADOS: ' WK-QTD-ANONIMOS
                   '  SEM ENDERECO: ' WK-QTD-SEM-ENDERECO
                   DELIMITED BY SIZE INTO VAZREL-REC
            END-STRING
            WRITE VAZREL-REC
            .

       P610-LINHA-FILIAL.
            MOVE SPACES                  TO VAZREL-REC
            IF WK-FIL-CODIGO(WK-IDX-FIL) = SPACES
               MOVE '(SEM)'              TO VAZREL-REC(1:5)
            ELSE
               MOVE WK-FIL-CODIGO(WK-IDX-FIL) TO VAZREL-REC(1:3)
            END-IF
            MOVE WK-FIL-QTD-PF(WK-IDX-FIL) TO VAZREL-REC(15:6)
            MOVE WK-FIL-QTD-PJ(WK-IDX-FIL) TO VAZREL-REC(29:6)
            WRITE VAZREL-REC
            .

       P700-GRAVAR-INCIDENTE.
            MOVE WK-INCIDENTE            TO INC-ID
            MOVE WK-DATA-HOJE            TO INC-DATA-REGISTRO
            MOVE WK-DESCRICAO            TO INC-DESCRICAO
            MOVE WK-ORIGEM               TO INC-ORIGEM
            MOVE WK-PRODUTO              TO INC-PRODUTO
            MOVE WK-DATA-PRODUTO         TO INC-DATA-PRODUTO
            MOVE WK-ARQUIVO              TO INC-ARQUIVO
            MOVE WK-SEQUENCIA            TO INC-SEQUENCIA
            MOVE WK-SPOOL-ID             TO INC-SPOOL-ID
            MOVE WK-TIPO-FILTRO          TO INC-TIPO-TITULAR
            MOVE WK-BASE                 TO INC-BASE
            MOVE WK-CATEGORIAS           TO INC-CATEGORIAS
            MOVE WK-QTD-TITULARES        TO INC-QTD-TITULARES
            MOVE WK-QTD-PF               TO INC-QTD-PF
            MOVE WK-QTD-PJ               TO INC-QTD-PJ
            MOVE WK-QTD-AVISOS           TO INC-QTD-AVISOS
            COMPUTE INC-QTD-SUPRIMIDOS = WK-QTD-SUPRIMIDOS
                                       + WK-QTD-FALECIDOS
                                       + WK-QTD-ANONIMOS
            MOVE WK-QTD-SEM-ENDERECO     TO INC-QTD-SEM-ENDERECO
            WRITE REG-INCIDENTE
                  INVALID KEY
                     DISPLAY 'ERRO AO GRAVAR INCIDENTE - FS: '
                             WK-FS-INCIDENTE
            END-WRITE
            .

       P800-GRAVAR-AUDITORIA.
            OPEN EXTEND AUDITORIA
            IF WK-FS-AUDITORIA = '35'
               OPEN OUTPUT AUDITORIA
            END-IF

            MOVE FUNCTION CURRENT-DATE  TO AUD-DATA-HORA
            MOVE 'INCIDENTE'            TO AUD-OPERACAO
            MOVE WK-INCIDENTE           TO AUD-CODIGO
            MOVE 'BATCH'                TO AUD-USUARIO
            MOVE SPACES                 TO AUD-MENSAGEM
            STRING WK-PRODUTO ' TIT ' WK-QTD-TITULARES
                   ' AVISOS ' WK-QTD-AVISOS
                   DELIMITED BY SIZE INTO AUD-MENSAGEM
            END-STRING

            MOVE ZEROS                  TO AUD-ELO
            MOVE AUDIT-REC(1:90)        TO LK-SELO-CONTEUDO
            SET LK-SELO-PROXIMO         TO TRUE
            CALL 'SELOUTIL' USING PARAMETRES-SELO
            MOVE LK-SELO-ELO            TO AUD-ELO
            WRITE AUDIT-REC

            CLOSE AUDITORIA
            .

       P900-FINALIZAR.
            CLOSE INCIDENTE-VAZAMENTO AVISO-INCIDENTE
            CLOSE CONTATO-MASTER CONTPJ-MASTER SUPRESSAO
            CLOSE AVISO-TEMPLATE CARTAS-AVISO RELATORIO-INCIDENTE
            DISPLAY 'INCIDENTE REGISTRADO....: ' WK-INCIDENTE
            DISPLAY 'TITULARES AFETADOS......: ' WK-QTD-TITULARES
            DISPLAY 'AJUSTADOS PELO DIARIO...: ' WK-QTD-AJUSTADOS
            DISPLAY 'CARTAS DE AVISO.........: ' WK-QTD-AVISOS
            DISPLAY 'QUADRO EM VAZREL, CARTAS EM INCCARTA.'

            MOVE 'VAZCNTT'               TO LK-RUN-PROGRAMA
            MOVE 'FIM'                   TO LK-RUN-EVENTO
            MOVE WK-QTD-LIDOS            TO LK-RUN-QTD-LIDOS
            MOVE WK-QTD-AVISOS           TO LK-RUN-QTD-APLICADOS
            MOVE ZEROS                   TO LK-RUN-QTD-REJEITADOS
                                            LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            .
       END PROGRAM VAZCNTT.
