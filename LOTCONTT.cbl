      *                  pendentes garantidamente intocados. E o
      *                  certificado de formato de um remetente novo
      *                  antes da rodada de verdade.
      *   15/10/2026 CS  Rua da transacao padronizada pelo mestre
      *                  LOGMSTR via LOGRUTIL antes de gravar (mesma
      *                  forma padrao da digitacao); forma maior que
      *                  15 posicoes fica como veio, com aviso no
      *                  console.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY 'PARMRUN'.
           COPY 'PARMDDD'.
       77  WK-DDD-TEXTO                 PIC X(02) VALUE SPACES.
           COPY 'PARMLOGR'.
       77  WK-RUA-PADRONIZADA           PIC X(15) VALUE SPACES.
       77  WK-DDD-REJEITADO             PIC X(01) VALUE 'N'.
           COPY 'PARMJRN'.
       77  WK-IMAGEM-ANTES              PIC X(400) VALUE SPACES.
            MOVE LT-SUFIXO               TO WK-SUFIXO(1)
            MOVE 1                       TO WK-QTDE-TELEFONES
            MOVE LT-RUA                  TO WK-RUA
            PERFORM P640-PADRONIZAR-RUA
            MOVE LT-BAIRRO               TO WK-BAIRRO
            MOVE LT-CIDADE               TO WK-CIDADE
            MOVE LT-UF                   TO WK-UF
               GO TO P310-FIM
            END-IF

            MOVE WK-RUA                  TO WK-RUA-PADRONIZADA
            INITIALIZE CADASTRO-PF
            SET WK-REG-ATIVO             TO TRUE
            MOVE WK-NOVO-NOME            TO WK-NOME
            MOVE WK-NOVO-TELEFONES(1)    TO WK-TELEFONES(1)
            MOVE 1                       TO WK-QTDE-TELEFONES
            MOVE WK-RUA-PADRONIZADA      TO WK-RUA
            MOVE LT-BAIRRO               TO WK-BAIRRO
            MOVE LT-CIDADE               TO WK-CIDADE
            MOVE LT-UF                   TO WK-UF
            MOVE LT-SUFIXO               TO WK-SUFIXO(1)
            MOVE 1                       TO WK-QTDE-TELEFONES
            MOVE LT-RUA                  TO WK-RUA
            PERFORM P640-PADRONIZAR-RUA
            MOVE LT-BAIRRO               TO WK-BAIRRO
            MOVE LT-CIDADE               TO WK-CIDADE
            MOVE LT-UF                   TO WK-UF
            CALL 'JRNUTIL' USING PARAMETRES-JRN
            .

      ******************************************************************
      * P640-PADRONIZAR-RUA: a rua da transacao (ja em WK-RUA) passa
      * pelo LOGRUTIL - abreviaturas do LOGMSTR, mesma forma padrao
      * do CADCONTT. Forma maior que 15 posicoes nao e cortada: fica
      * a rua como veio e o console avisa.
      ******************************************************************
       P640-PADRONIZAR-RUA.
            MOVE WK-RUA                  TO LK-LOGR-ENTRADA
            CALL 'LOGRUTIL' USING PARAMETRES-LOGR
            MOVE LK-LOGR-SAIDA           TO WK-RUA
            IF LK-LOGR-NAO-CABE
               DISPLAY 'AVISO - LINHA ' WK-CONT-LINHAS ': RUA '
                       WK-RUA ' NAO PADRONIZADA (FORMA PADRAO '
                       'PASSA DE 15 POSICOES).'
            END-IF
            .

      ******************************************************************
      * P700-GRAVAR-AUDITORIA: mesmo acrescimo na trilha de auditoria
      * que MENUCNTT.P310-GRAVA-AUDITORIA faz apos cada operacao
