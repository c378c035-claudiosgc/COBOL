      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO MESTRE DE ABREVIATURAS DE LOGRADOURO
      *          (LOGMSTR). O WK-RUA TEM 15 POSICOES E CADA OPERADOR
      *          ABREVIAVA DO SEU JEITO - 'R. S. JOAO', 'RUA SAO
      *          JOAO', 'AV PAULISTA', 'AVENIDA PAULIST' - E O
      *          DOMPROP PERDIA DOMICILIOS E O CORREIO RECUSAVA A
      *          MALA PRE-SELECIONADA. AQUI MORAM AS VARIANTES DE
      *          TIPO DE LOGRADOURO E DE PALAVRA COMUM COM A SUA
      *          FORMA PADRAO; A DIGITACAO/OS LOTES PADRONIZAM VIA
      *          LOGRUTIL E O LEGADO E ACERTADO PELO ENDPADR. MESMO
      *          FIGURINO DO DDDMANT: LISTAR, INCLUIR, ALTERAR E
      *          EXCLUIR, MAIS O TESTE DE UMA RUA. TABELA NOVA JA
      *          NASCE COM AS ABREVIATURAS DE USO DO CORREIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGRMANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELLOGR'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDLOGR'.
       WORKING-STORAGE SECTION.
       77  WK-FS-LOGR                   PIC X(02) VALUE SPACES.
       77  WK-OPCAO                     PIC X(01) VALUE SPACES.
       77  WK-FIM-LOGR                  PIC X(01) VALUE 'N'.
       77  WK-TIPO-INF                  PIC X(01) VALUE SPACES.
       77  WK-VARIANTE-INF              PIC X(15) VALUE SPACES.
       77  WK-NOVO-PADRAO               PIC X(15) VALUE SPACES.
       77  WK-RUA-TESTE                 PIC X(40) VALUE SPACES.
       77  WK-CONFIRMA                  PIC X(01) VALUE 'N'.
       77  WK-TABELA-NOVA               PIC X(01) VALUE 'N'.
       77  WK-IX-SEMENTE                PIC 9(02) VALUE ZEROS.
       77  WK-QTD-LISTADOS              PIC 9(04) VALUE ZEROS.
           COPY 'PARMNORM'.
           COPY 'PARMLOGR'.
      *****************************************************************
      * WK-ABREV-PADRAO: abreviaturas gravadas quando o LOGMSTR e
      * criado - tipo de logradouro ('T') e palavra comum ('P'), a
      * variante ja como o LOGRUTIL a enxerga. Depois disso a tabela
      * e so do LOGRMANT: linha excluida aqui nao volta sozinha.
      *****************************************************************
       01  WK-ABREV-PADRAO.
           05 FILLER                    PIC X(31)
                        VALUE 'TRUA            R              '.
           05 FILLER                    PIC X(31)
                        VALUE 'TAVENIDA        AV             '.
           05 FILLER                    PIC X(31)
                        VALUE 'TAVEN           AV             '.
           05 FILLER                    PIC X(31)
                        VALUE 'TAVE            AV             '.
           05 FILLER                    PIC X(31)
                        VALUE 'TALAMEDA        AL             '.
           05 FILLER                    PIC X(31)
                        VALUE 'TALAM           AL             '.
           05 FILLER                    PIC X(31)
                        VALUE 'TTRAVESSA       TV             '.
           05 FILLER                    PIC X(31)
                        VALUE 'TTRAV           TV             '.
           05 FILLER                    PIC X(31)
                        VALUE 'TTRV            TV             '.
           05 FILLER                    PIC X(31)
                        VALUE 'TPRACA          PC             '.
           05 FILLER                    PIC X(31)
                        VALUE 'TPCA            PC             '.
           05 FILLER                    PIC X(31)
                        VALUE 'TPRC            PC             '.
           05 FILLER                    PIC X(31)
                        VALUE 'TESTRADA        EST            '.
           05 FILLER                    PIC X(31)
                        VALUE 'TESTR           EST            '.
           05 FILLER                    PIC X(31)
                        VALUE 'TRODOVIA        ROD            '.
           05 FILLER                    PIC X(31)
                        VALUE 'TRDV            ROD            '.
           05 FILLER                    PIC X(31)
                        VALUE 'TLARGO          LGO            '.
           05 FILLER                    PIC X(31)
                        VALUE 'TLG             LGO            '.
           05 FILLER                    PIC X(31)
                        VALUE 'TVIELA          VLA            '.
           05 FILLER                    PIC X(31)
                        VALUE 'TVILA           VL             '.
           05 FILLER                    PIC X(31)
                        VALUE 'PS              SAO            '.
           05 FILLER                    PIC X(31)
                        VALUE 'PDOUTOR         DR             '.
           05 FILLER                    PIC X(31)
                        VALUE 'PPROFESSOR      PROF           '.
           05 FILLER                    PIC X(31)
                        VALUE 'PPROFESSORA     PROFA          '.
           05 FILLER                    PIC X(31)
                        VALUE 'PCORONEL        CEL            '.
           05 FILLER                    PIC X(31)
                        VALUE 'PGENERAL        GAL            '.
           05 FILLER                    PIC X(31)
                        VALUE 'PMARECHAL       MAL            '.
           05 FILLER                    PIC X(31)
                        VALUE 'PPRESIDENTE     PRES           '.
           05 FILLER                    PIC X(31)
                        VALUE 'PGOVERNADOR     GOV            '.
           05 FILLER                    PIC X(31)
                        VALUE 'PENGENHEIRO     ENG            '.
           05 FILLER                    PIC X(31)
                        VALUE 'PCOMENDADOR     COM            '.
           05 FILLER                    PIC X(31)
                        VALUE 'PSENADOR        SEN            '.
           05 FILLER                    PIC X(31)
                        VALUE 'PDEPUTADO       DEP            '.
           05 FILLER                    PIC X(31)
                        VALUE 'PSANTO          STO            '.
           05 FILLER                    PIC X(31)
                        VALUE 'PSANTA          STA            '.
           05 FILLER                    PIC X(31)
                        VALUE 'PSENHORA        SRA            '.
           05 FILLER                    PIC X(31)
                        VALUE 'PCAPITAO        CAP            '.
           05 FILLER                    PIC X(31)
                        VALUE 'PTENENTE        TEN            '.
           05 FILLER                    PIC X(31)
                        VALUE 'PMAJOR          MAJ            '.
           05 FILLER                    PIC X(31)
                        VALUE 'PPADRE          PE             '.
       01  WK-ABREV-PADRAO-R REDEFINES WK-ABREV-PADRAO.
           05 WK-AP OCCURS 40 TIMES.
               10 WK-AP-TIPO            PIC X(01).
               10 WK-AP-VARIANTE        PIC X(15).
               10 WK-AP-PADRAO          PIC X(15).

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-ABRIR-ARQUIVO
            IF WK-TABELA-NOVA = 'S'
               PERFORM P110-SEMEAR-ABREVIATURA
                       VARYING WK-IX-SEMENTE FROM 1 BY 1
                       UNTIL WK-IX-SEMENTE > 40
            END-IF
            PERFORM P200-PROCESSA THRU P200-FIM UNTIL
                    WK-OPCAO = 'S' OR WK-OPCAO = 's'
            CLOSE LOGRADOURO-MASTER
            MOVE ' *** ABREVIATURAS DE RUA CONCLUIDAS *** ' TO
                                         WS-MENSSAGEM
            GOBACK
            .

       P100-ABRIR-ARQUIVO.
            MOVE 'N'                     TO WK-TABELA-NOVA
            OPEN I-O LOGRADOURO-MASTER
            IF WK-FS-LOGR = '35'
               OPEN OUTPUT LOGRADOURO-MASTER
               CLOSE LOGRADOURO-MASTER
               OPEN I-O LOGRADOURO-MASTER
               MOVE 'S'                  TO WK-TABELA-NOVA
            END-IF
            .

       P110-SEMEAR-ABREVIATURA.
            MOVE WK-AP-TIPO(WK-IX-SEMENTE)     TO LOGR-TIPO
            MOVE WK-AP-VARIANTE(WK-IX-SEMENTE) TO LOGR-VARIANTE
            MOVE WK-AP-PADRAO(WK-IX-SEMENTE)   TO LOGR-PADRAO
            WRITE REG-LOGRADOURO
            .

       P200-PROCESSA.
            DISPLAY ' '
            DISPLAY '*** ABREVIATURAS DE LOGRADOURO ***'
            DISPLAY '1 - LISTAR ABREVIATURAS'
            DISPLAY '2 - INCLUIR VARIANTE'
            DISPLAY '3 - ALTERAR FORMA PADRAO'
            DISPLAY '4 - EXCLUIR VARIANTE'
            DISPLAY '5 - TESTAR UMA RUA'
            DISPLAY '(OU TECLE <S> PARA VOLTAR AO MENU)'
            ACCEPT WK-OPCAO

            EVALUATE WK-OPCAO
               WHEN '1'
                  PERFORM P210-LISTAR
               WHEN '2'
                  PERFORM P220-INCLUIR THRU P220-FIM
               WHEN '3'
                  PERFORM P230-ALTERAR THRU P230-FIM
               WHEN '4'
                  PERFORM P240-EXCLUIR THRU P240-FIM
               WHEN '5'
                  PERFORM P250-TESTAR
               WHEN 'S'
               WHEN 's'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P200-FIM.

       P210-LISTAR.
            DISPLAY 'T VARIANTE        PADRAO'
            MOVE ZEROS                   TO WK-QTD-LISTADOS
            MOVE 'N'                     TO WK-FIM-LOGR
            MOVE LOW-VALUES              TO LOGR-CHAVE
            START LOGRADOURO-MASTER KEY IS NOT LESS THAN LOGR-CHAVE
                INVALID KEY
                   MOVE 'S'              TO WK-FIM-LOGR
            END-START
            PERFORM P211-LER-UM THRU P211-FIM
                    UNTIL WK-FIM-LOGR = 'S'
            DISPLAY WK-QTD-LISTADOS ' ABREVIATURA(S).'
            .

       P211-LER-UM.
            READ LOGRADOURO-MASTER NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-LOGR
                 NOT AT END
                    ADD 1                TO WK-QTD-LISTADOS
                    DISPLAY LOGR-TIPO ' ' LOGR-VARIANTE ' '
                            LOGR-PADRAO
            END-READ
            .
       P211-FIM.

      ******************************************************************
      * P215-INFORMAR-CHAVE: tipo e variante da abreviatura; a variante
      * passa pela mesma limpeza do LOGRUTIL (caixa alta, sem acento,
      * sem ponto), senao a linha gravada nunca seria encontrada.
      ******************************************************************
       P215-INFORMAR-CHAVE.
            DISPLAY 'TIPO: T-TIPO DE LOGRADOURO  P-PALAVRA DO NOME: '
            ACCEPT WK-TIPO-INF
            IF WK-TIPO-INF = 't'
               MOVE 'T'                  TO WK-TIPO-INF
            END-IF
            IF WK-TIPO-INF = 'p'
               MOVE 'P'                  TO WK-TIPO-INF
            END-IF
            DISPLAY 'VARIANTE (COMO VEM DIGITADA): '
            MOVE SPACES                  TO WK-VARIANTE-INF
            ACCEPT WK-VARIANTE-INF
            MOVE WK-VARIANTE-INF         TO LK-TEXTO-ENTRADA
            CALL 'NORMUTIL' USING PARAMETRES-NORM
            MOVE LK-TEXTO-NORMALIZADO(1:15) TO WK-VARIANTE-INF
            INSPECT WK-VARIANTE-INF CONVERTING '.,;' TO '   '
            MOVE WK-TIPO-INF             TO LOGR-TIPO
            MOVE WK-VARIANTE-INF         TO LOGR-VARIANTE
            .

       P220-INCLUIR.
            PERFORM P215-INFORMAR-CHAVE
            IF NOT LOGR-TIPO-LOGRADOURO AND NOT LOGR-TIPO-PALAVRA
               DISPLAY 'TIPO INVALIDO.'
               GO TO P220-FIM
            END-IF
            IF WK-VARIANTE-INF = SPACES
               DISPLAY 'VARIANTE EM BRANCO.'
               GO TO P220-FIM
            END-IF
            READ LOGRADOURO-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY 'VARIANTE JA CADASTRADA - PADRAO: '
                            LOGR-PADRAO
                    GO TO P220-FIM
            END-READ

            MOVE WK-TIPO-INF             TO LOGR-TIPO
            MOVE WK-VARIANTE-INF         TO LOGR-VARIANTE
            DISPLAY 'FORMA PADRAO: '
            MOVE SPACES                  TO WK-NOVO-PADRAO
            ACCEPT WK-NOVO-PADRAO
            IF WK-NOVO-PADRAO = SPACES
               DISPLAY 'FORMA PADRAO EM BRANCO.'
               GO TO P220-FIM
            END-IF
            MOVE WK-NOVO-PADRAO          TO LK-TEXTO-ENTRADA
            CALL 'NORMUTIL' USING PARAMETRES-NORM
            MOVE LK-TEXTO-NORMALIZADO(1:15) TO LOGR-PADRAO
            WRITE REG-LOGRADOURO
            IF WK-FS-LOGR = '00'
               DISPLAY 'VARIANTE INCLUIDA.'
            ELSE
               DISPLAY 'ERRO AO GRAVAR - FS: ' WK-FS-LOGR
            END-IF
            .
       P220-FIM.

       P230-ALTERAR.
            PERFORM P215-INFORMAR-CHAVE
            READ LOGRADOURO-MASTER
                 INVALID KEY
                    DISPLAY 'VARIANTE NAO ENCONTRADA.'
                    GO TO P230-FIM
            END-READ

            DISPLAY 'PADRAO ATUAL: ' LOGR-PADRAO
            DISPLAY 'NOVA FORMA PADRAO (ENTER P/ MANTER): '
            MOVE SPACES                  TO WK-NOVO-PADRAO
            ACCEPT WK-NOVO-PADRAO
            IF WK-NOVO-PADRAO NOT = SPACES
               MOVE WK-NOVO-PADRAO       TO LK-TEXTO-ENTRADA
               CALL 'NORMUTIL' USING PARAMETRES-NORM
               MOVE LK-TEXTO-NORMALIZADO(1:15) TO LOGR-PADRAO
            END-IF

            REWRITE REG-LOGRADOURO
            IF WK-FS-LOGR = '00'
               DISPLAY 'FORMA PADRAO ALTERADA.'
            ELSE
               DISPLAY 'ERRO AO ALTERAR - FS: ' WK-FS-LOGR
            END-IF
            .
       P230-FIM.

       P240-EXCLUIR.
            PERFORM P215-INFORMAR-CHAVE
            READ LOGRADOURO-MASTER
                 INVALID KEY
                    DISPLAY 'VARIANTE NAO ENCONTRADA.'
                    GO TO P240-FIM
            END-READ

            DISPLAY 'EXCLUIR ' LOGR-TIPO ' ' LOGR-VARIANTE ' -> '
                    LOGR-PADRAO ' (S/N)? '
            ACCEPT WK-CONFIRMA
            IF WK-CONFIRMA = 'S' OR WK-CONFIRMA = 's'
               DELETE LOGRADOURO-MASTER
               IF WK-FS-LOGR = '00'
                  DISPLAY 'VARIANTE EXCLUIDA.'
               ELSE
                  DISPLAY 'ERRO AO EXCLUIR - FS: ' WK-FS-LOGR
               END-IF
            END-IF
            .
       P240-FIM.

      ******************************************************************
      * P250-TESTAR: mostra o que o LOGRUTIL faria com uma rua, antes
      * de rodar o ENDPADR - o LOGRUTIL abre o LOGMSTR so para
      * leitura, entao o mestre fecha aqui durante a chamada.
      ******************************************************************
       P250-TESTAR.
            DISPLAY 'RUA (COMO VEM DIGITADA): '
            MOVE SPACES                  TO WK-RUA-TESTE
            ACCEPT WK-RUA-TESTE
            CLOSE LOGRADOURO-MASTER
            MOVE WK-RUA-TESTE            TO LK-LOGR-ENTRADA
            CALL 'LOGRUTIL' USING PARAMETRES-LOGR
            OPEN I-O LOGRADOURO-MASTER

            EVALUATE TRUE
               WHEN LK-LOGR-INALTERADA
                  DISPLAY 'JA ESTA NA FORMA PADRAO: ' LK-LOGR-SAIDA
               WHEN LK-LOGR-PADRONIZADA
                  DISPLAY 'FORMA PADRAO: ' LK-LOGR-SAIDA
               WHEN LK-LOGR-NAO-CABE
                  DISPLAY 'FORMA PADRAO PASSA DE 15 POSICOES: '
                          LK-LOGR-PADRAO-LONGA
               WHEN OTHER
                  DISPLAY 'TABELA DE ABREVIATURAS INDISPONIVEL.'
            END-EVALUATE
            .
       END PROGRAM LOGRMANT.
