      *                  recuperacao so sai para quem FICOU em
      *                  recuperacao. Template sem bloco @REPITA@
      *                  segue imprimindo a linha fixa de sempre.
      *   15/10/2026 CS  Responsavel falecido (OBITCNTT) nao e o
      *                  destinatario; boletim sai sem endereco.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-PERIODO-ATUAL             PIC 9(05) VALUE ZEROS.
       77  WK-IDX-LINHA                 PIC 9(02) VALUE ZEROS.
       77  WK-QTD-BOLETINS              PIC 9(05) VALUE ZEROS.
       77  WK-QTD-FALECIDOS             PIC 9(05) VALUE ZEROS.
       77  WK-PERCENTUAL                PIC 9(03)V9 VALUE ZEROS.
       01  WK-TABELA-TEMPLATE.
           05 WK-QTDE-LINHAS-TPL        PIC 9(02) VALUE ZEROS.
      * aluno (ALUNOID) e o endereco do responsavel (CONTATO-MASTER)
      * e mescla o cabecalho do template linha a linha - trocar o
      * texto do boletim e editar o BOLETTPL, nao este programa.
      * Responsavel falecido (OBITCNTT) nao entra no enderecamento:
      * o boletim sai sem destinatario, para entrega no balcao.
      ******************************************************************
       P400-ABRIR-BOLETIM.
            MOVE 9                       TO LK-QTDE-CAMPOS
                            INVALID KEY
                               CONTINUE
                            NOT INVALID KEY
                               IF WK-REG-FALECIDO
                                  ADD 1  TO WK-QTD-FALECIDOS
                               ELSE
                                  PERFORM P405-ENDERECAR
                               END-IF
                       END-READ
                    END-IF
            END-READ
            END-IF
            .

       P405-ENDERECAR.
            MOVE SPACES                  TO LK-VALOR-CAMPO(4)
            STRING WK-PRIMEIRO-NOME ' ' WK-ULTIMO-NOME
                   DELIMITED BY SIZE INTO LK-VALOR-CAMPO(4)
            END-STRING
            MOVE WK-RUA                  TO LK-VALOR-CAMPO(5)
            MOVE WK-BAIRRO               TO LK-VALOR-CAMPO(6)
            MOVE WK-CIDADE               TO LK-VALOR-CAMPO(7)
            MOVE WK-UF                   TO LK-VALOR-CAMPO(8)
            MOVE WK-CEP                  TO LK-VALOR-CAMPO(9)
            .

      ******************************************************************
      * P410-MESCLAR-LINHA: mesma maquina de pulo de bloco
      * condicional do CARTCNTT - @SE@ falso pula ate @SENAO@ ou
            CLOSE ALUNO-MASTER ALUNO-IDENTIDADE CONTATO-MASTER
                  BOLETIM-TEMPLATE BOLETINS-IMPRESSOS
            DISPLAY 'BOLETINS GERADOS: ' WK-QTD-BOLETINS
            DISPLAY 'SEM ENDERECO (RESPONSAVEL FALECIDO): '
                    WK-QTD-FALECIDOS
            MOVE ' *** BOLETINS GERADOS ***               ' TO
                                         WS-MENSSAGEM
            .
