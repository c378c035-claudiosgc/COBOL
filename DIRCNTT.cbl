      *                  (chave DIR-LINHAS-PAGINA, via CFGUTIL) -
      *                  mudar a quebra deixa de ser alteracao de
      *                  fonte.
      *   15/10/2026 CS  Contato falecido (OBITCNTT) fica fora do
      *                  diretorio.
      *   15/10/2026 CS  Pode ir para a fila da noite (FRLCNTT/
      *                  FRLEXEC): em WS-COLETA-PEDIDO so devolve as
      *                  respostas; em WS-EXECUCAO-FILA roda sem
      *                  perguntar e o spool fica com o FRLEXEC.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-LEN-BAIRRO                PIC 99 VALUE ZEROS.
       77  WK-LEN-CIDADE                PIC 99 VALUE ZEROS.
       77  WK-DESC-TELEFONE             PIC X(20) VALUE SPACES.
      *    WK-PARAMETROS-DIR: as respostas da tela, no formato guardado
      *    em WS-PARAMETROS-FILA para a fila da noite.
       01  WK-PARAMETROS-DIR.
           05 WK-PD-MODO-MALA           PIC X(01).
           05 WK-PD-FILTRO-FILIAL       PIC X(03).
           05 FILLER                    PIC X(96).
           COPY 'PARMCFG'.

       LINKAGE SECTION.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            IF WS-EXECUCAO-FILA
               MOVE WS-PARAMETROS-FILA   TO WK-PARAMETROS-DIR
               MOVE WK-PD-MODO-MALA      TO WK-MODO-MALA
               MOVE WK-PD-FILTRO-FILIAL  TO WK-FILTRO-FILIAL
            ELSE
               DISPLAY 'MODO MALA DIRETA - PULAR ENDERECO DEVOLVIDO '
                       '(S/N)? '
               ACCEPT WK-MODO-MALA
               DISPLAY 'FILIAL (ENTER P/ TODAS): '
               ACCEPT WK-FILTRO-FILIAL
            END-IF
            IF WS-COLETA-PEDIDO
               MOVE SPACES               TO WK-PARAMETROS-DIR
               MOVE WK-MODO-MALA         TO WK-PD-MODO-MALA
               MOVE WK-FILTRO-FILIAL     TO WK-PD-FILTRO-FILIAL
               MOVE WK-PARAMETROS-DIR    TO WS-PARAMETROS-FILA
               GOBACK
            END-IF
            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P200-GERAR-RELATORIO THRU P200-FIM
                    UNTIL WK-FIM-MESTRE = 'S'
            PERFORM P400-GERAR-SECAO-PJ THRU P400-FIM
                    UNTIL WK-FIM-MESTRE-PJ = 'S'
            PERFORM P900-FINALIZAR
            IF WS-EXECUCAO-FILA
               GOBACK
            END-IF

      *     Registro no spool: o diretorio recem-gerado vira uma
      *     geracao catalogada (SPOOLCAT via SPLUTIL) - reimpressao
                 AT END
                    MOVE 'S'             TO WK-FIM-MESTRE
                 NOT AT END
                    IF WK-REG-ATIVO AND NOT WK-REG-FALECIDO AND
                       (WK-FILTRO-FILIAL = SPACES OR
                        WK-FILIAL = WK-FILTRO-FILIAL)
                       PERFORM P730-TESTAR-SUPRESSAO THRU
