      *                  intocados - para certificar o formato do
      *                  arquivo de um departamento novo antes da
      *                  rodada de verdade.
      *   15/10/2026 CS  Rua como 13o campo OPCIONAL da linha (o
      *                  layout antigo, sem ele, continua valendo):
      *                  padronizada pelo mestre LOGMSTR via
      *                  LOGRUTIL antes de gravar; em branco na
      *                  alteracao mantem a rua atual.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WK-IN-NACIONALIDADE       PIC X(20).
           03 WK-IN-PROFISSAO           PIC X(20).
           03 WK-IN-DATA-NASCIMENTO     PIC X(10).
           03 WK-IN-RUA                 PIC X(40).
       01  WK-NOVO-DADOS.
           03 WK-NOVO-NOME.
               05 WK-NOVO-PRIMEIRO-NOME PIC X(20).
           COPY 'PARMRUN'.
           COPY 'PARMDDD'.
       77  WK-DDD-TEXTO                 PIC X(02) VALUE SPACES.
           COPY 'PARMLOGR'.
       77  WK-DDD-REJEITADO             PIC X(01) VALUE 'N'.
           COPY 'PARMJRN'.
       77  WK-IMAGEM-ANTES              PIC X(400) VALUE SPACES.
      * outro departamento nos campos de WK-CAMPOS-ENTRADA, no mesmo
      * layout que EXTCNTT gera na ponta de saida (nome completo,
      * telefone "(DD) PPPP-SSSS", CEP "NNNN-NNN", data DD/MM/AAAA).
      * A rua e um 13o campo opcional no fim da linha - remetente que
      * ainda manda 12 campos chega com WK-IN-RUA em branco.
      ******************************************************************
       P250-DECOMPOR-LINHA.
            MOVE SPACES                  TO WK-IN-RUA
            UNSTRING IN-REC DELIMITED BY ','
                INTO WK-IN-ACAO
                     WK-IN-CODIGO
                     WK-IN-NACIONALIDADE
                     WK-IN-PROFISSAO
                     WK-IN-DATA-NASCIMENTO
                     WK-IN-RUA
            END-UNSTRING
            .

            MOVE WK-IN-TELEFONE(11:4)    TO WK-SUFIXO(1)
            MOVE 1                       TO WK-QTDE-TELEFONES
            MOVE WK-IN-CIDADE            TO WK-CIDADE
            MOVE WK-IN-RUA               TO LK-LOGR-ENTRADA
            PERFORM P640-PADRONIZAR-RUA
            MOVE WK-IN-UF                TO WK-UF
            MOVE WK-IN-CEP(1:4)          TO WK-CEP-1
            MOVE WK-IN-CEP(6:3)          TO WK-CEP-2
            MOVE WK-IN-TELEFONE(11:4)    TO WK-SUFIXO(1)
            MOVE 1                       TO WK-QTDE-TELEFONES
            MOVE WK-IN-CIDADE            TO WK-CIDADE
            IF WK-IN-RUA NOT = SPACES
               MOVE WK-IN-RUA            TO LK-LOGR-ENTRADA
               PERFORM P640-PADRONIZAR-RUA
            END-IF
            MOVE WK-IN-UF                TO WK-UF
            MOVE WK-IN-CEP(1:4)          TO WK-CEP-1
            MOVE WK-IN-CEP(6:3)          TO WK-CEP-2
            CALL 'JRNUTIL' USING PARAMETRES-JRN
            .

      ******************************************************************
      * P640-PADRONIZAR-RUA: a rua da linha (ja em LK-LOGR-ENTRADA)
      * passa pelo LOGRUTIL - abreviaturas do LOGMSTR, mesma forma
      * padrao da digitacao - e vai para WK-RUA. Forma maior que 15
      * posicoes nao e cortada: fica a rua como veio, com aviso.
      ******************************************************************
       P640-PADRONIZAR-RUA.
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
      * que LOTCONTT.P700-GRAVAR-AUDITORIA faz, usando 'INTERFACE' como
