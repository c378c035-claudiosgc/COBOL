      *                  DDDUTIL: DDD inexistente e recusado na
      *                  digitacao, e DDD de UF diferente da UF do
      *                  endereco gera aviso antes de gravar.
      *   15/10/2026 CS  Rua (PF e PJ) padronizada na digitacao pelo
      *                  mestre LOGMSTR via LOGRUTIL - tipo de
      *                  logradouro e palavras comuns na forma
      *                  padrao; digitacao aceita ate 40 posicoes
      *                  ('AVENIDA PAULISTA' cabe como 'AV
      *                  PAULISTA').
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY 'PARMNORM'.
           COPY 'PARMDDD'.
       77  WK-DDD-TEXTO                 PIC X(02) VALUE SPACES.
           COPY 'PARMLOGR'.
       77  WK-RUA-DIGITADA              PIC X(40) VALUE SPACES.
           COPY 'PARMJRN'.
           COPY 'PARMIDX'.

               END-PERFORM

               DISPLAY 'RUA.....: '
               MOVE SPACES               TO WK-RUA-DIGITADA
               ACCEPT WK-RUA-DIGITADA
               PERFORM P211-PADRONIZAR-RUA
               MOVE LK-LOGR-SAIDA        TO WK-RUA
               DISPLAY 'BAIRRO..: '
               ACCEPT WK-BAIRRO
               DISPLAY 'CEP (7 DIGITOS).........: '
            END-IF
            .

      ******************************************************************
      * P211-PADRONIZAR-RUA: a rua digitada passa pelo LOGRUTIL
      * (abreviaturas do LOGMSTR) e o operador ve a forma que vai ser
      * gravada. Forma padrao que nao cabe em 15 posicoes nao e
      * cortada - fica a rua como foi digitada, com aviso.
      ******************************************************************
       P211-PADRONIZAR-RUA.
            MOVE WK-RUA-DIGITADA         TO LK-LOGR-ENTRADA
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
      * P204-VERIFICAR-DUPLICADO: varre o cadastro mestre procurando um
      * contato ATIVO com o mesmo telefone ou com nome igual ao que
            ACCEPT WK-SUFIXO-PJ

            DISPLAY 'RUA.....: '
            MOVE SPACES                  TO WK-RUA-DIGITADA
            ACCEPT WK-RUA-DIGITADA
            PERFORM P211-PADRONIZAR-RUA
            MOVE LK-LOGR-SAIDA           TO WK-RUA-PJ
            DISPLAY 'BAIRRO..: '
            ACCEPT WK-BAIRRO-PJ
            DISPLAY 'CIDADE..: '
