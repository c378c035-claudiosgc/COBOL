      *                  via DDDUTIL (inexistente e recusado, valor
      *                  atual mantido) e conferencia DDD x UF do
      *                  endereco com aviso ao final do telefone.
      *   15/10/2026 CS  Rua nova padronizada pelo mestre LOGMSTR
      *                  via LOGRUTIL (mesma padronizacao do
      *                  CADCONTT); digitacao aceita ate 40
      *                  posicoes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-REF-VALIDO                PIC X(01) VALUE 'N'.
       77  WK-REF-RESPOSTA              PIC X(01) VALUE 'N'.
       77  WK-REF-PROX-CODIGO           PIC 9(04) VALUE ZEROS.
       77  WK-NOVA-RUA                  PIC X(40) VALUE SPACES.
       77  WK-NOVO-BAIRRO               PIC X(15) VALUE SPACES.
       77  WK-NOVA-CIDADE               PIC X(15) VALUE SPACES.
       77  WK-NOVA-UF                   PIC X(02) VALUE SPACES.
           COPY 'PARMDATE'.
           COPY 'PARMDDD'.
       77  WK-DDD-TEXTO                 PIC X(02) VALUE SPACES.
           COPY 'PARMLOGR'.
           COPY 'PARMJRN'.
       77  WK-IMAGEM-ANTES              PIC X(400) VALUE SPACES.
           COPY 'PARMIDX'.
            MOVE SPACES                  TO WK-NOVA-RUA
            ACCEPT WK-NOVA-RUA
            IF WK-NOVA-RUA NOT = SPACES
               PERFORM P211-PADRONIZAR-RUA
               MOVE LK-LOGR-SAIDA        TO WK-RUA
            END-IF

            DISPLAY 'BAIRRO ATUAL: ' WK-BAIRRO
            .
       P210-FIM.

      ******************************************************************
      * P211-PADRONIZAR-RUA: mesma padronizacao do CADCONTT - a rua
      * nova passa pelo LOGRUTIL e o operador ve a forma gravada;
      * forma padrao maior que 15 posicoes fica como digitada.
      ******************************************************************
       P211-PADRONIZAR-RUA.
            MOVE WK-NOVA-RUA             TO LK-LOGR-ENTRADA
            CALL 'LOGRUTIL' USING PARAMETRES-LOGR
            EVALUATE TRUE
               WHEN LK-LOGR-PADRONIZADA
                  DISPLAY 'RUA PADRONIZADA: ' LK-LOGR-SAIDA
               WHEN LK-LOGR-NAO-CABE
                  DISPLAY 'AVISO - FORMA PADRAO ' LK-LOGR-PADRAO-LONGA
                  DISPLAY 'NAO CABE EM 15 POSICOES - RUA GRAVADA COMO '
                          'DIGITADA: ' LK-LOGR-SAIDA
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            .

      ******************************************************************
      * P225-ALTERAR-CEP: ENTER mantem o CEP atual; digitando um CEP
      * novo, a faixa e procurada no mestre CEPMSTR e a cidade/UF
