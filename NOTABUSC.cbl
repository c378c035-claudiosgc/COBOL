      *          CADA NOTA QUE CONTEM TODAS AS PALAVRAS, COM O
      *          CODIGO E O NOME DO CONTATO - PARA INVESTIGACOES E
      *          PEDIDOS DE COMPLIANCE.
      * Modification History:
      *   15/10/2026 CS  Pode ir para a fila da noite (FRLCNTT/
      *                  FRLEXEC): em WS-COLETA-PEDIDO so devolve as
      *                  palavras e filtros; em WS-EXECUCAO-FILA usa
      *                  os guardados no pedido, sem perguntar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WK-CHAVE-ENTRY            OCCURS 3 TIMES.
               10 WK-CHAVE-NORM         PIC X(20).
               10 WK-CHAVE-LEN          PIC 99.
      *    WK-PARAMETROS-BUSCA: as respostas da tela, no formato
      *    guardado em WS-PARAMETROS-FILA para a fila da noite.
       01  WK-PARAMETROS-BUSCA.
           05 WK-PB-CHAVE               PIC X(20) OCCURS 3 TIMES.
           05 WK-PB-DATA-DE             PIC 9(08).
           05 WK-PB-DATA-ATE            PIC 9(08).
           05 WK-PB-USUARIO             PIC X(08).
           05 FILLER                    PIC X(16).
           COPY 'PARMNORM'.

       LINKAGE SECTION.
       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY '*** BUSCA POR PALAVRA-CHAVE NAS NOTAS ***'
            IF WS-EXECUCAO-FILA
               MOVE WS-PARAMETROS-FILA   TO WK-PARAMETROS-BUSCA
            ELSE
               MOVE SPACES               TO WK-PARAMETROS-BUSCA
            END-IF
            PERFORM P110-COLETAR-CHAVES THRU P110-FIM
            IF WK-QTDE-CHAVES = ZEROS
               DISPLAY 'NENHUMA PALAVRA-CHAVE INFORMADA.'
               GOBACK
            END-IF
            PERFORM P120-COLETAR-FILTROS
            IF WS-COLETA-PEDIDO
               MOVE WK-PARAMETROS-BUSCA  TO WS-PARAMETROS-FILA
               GOBACK
            END-IF

            PERFORM P100-ABRIR-ARQUIVOS
            PERFORM P200-LER-NOTA THRU P200-FIM
       P110-FIM.

       P115-COLETAR-UMA.
            MOVE SPACES                  TO WK-CHAVE-DIGITADA
            IF WS-EXECUCAO-FILA
               MOVE WK-PB-CHAVE(WK-IDX-CHAVE) TO WK-CHAVE-DIGITADA
            ELSE
               DISPLAY 'PALAVRA-CHAVE ' WK-IDX-CHAVE
                       ' (ENTER P/ NENHUMA): '
               ACCEPT WK-CHAVE-DIGITADA
               MOVE WK-CHAVE-DIGITADA    TO WK-PB-CHAVE(WK-IDX-CHAVE)
            END-IF
            IF WK-CHAVE-DIGITADA NOT = SPACES
               ADD 1                     TO WK-QTDE-CHAVES
               MOVE WK-CHAVE-DIGITADA    TO LK-TEXTO-ENTRADA
            .

       P120-COLETAR-FILTROS.
            IF WS-EXECUCAO-FILA
               MOVE WK-PB-DATA-DE        TO WK-DATA-DE
               MOVE WK-PB-DATA-ATE       TO WK-DATA-ATE
               MOVE WK-PB-USUARIO        TO WK-USUARIO-FILTRO
            ELSE
               DISPLAY 'DATA INICIAL AAAAMMDD (0 P/ SEM LIMITE): '
               ACCEPT WK-DATA-DE
               DISPLAY 'DATA FINAL AAAAMMDD (0 P/ SEM LIMITE): '
               ACCEPT WK-DATA-ATE
               DISPLAY 'OPERADOR AUTOR (ENTER P/ TODOS): '
               ACCEPT WK-USUARIO-FILTRO
               MOVE WK-DATA-DE           TO WK-PB-DATA-DE
               MOVE WK-DATA-ATE          TO WK-PB-DATA-ATE
               MOVE WK-USUARIO-FILTRO    TO WK-PB-USUARIO
            END-IF
            IF WK-DATA-ATE = ZEROS
               MOVE 99999999             TO WK-DATA-ATE
            END-IF
            .

       P100-ABRIR-ARQUIVOS.
