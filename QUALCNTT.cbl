      * Modification History:
      *   10/08/2026 CS  "CEP nao resolve" agora consulta o mestre
      *                  CEPMSTR em vez da tabela fixa de 5 prefixos.
      *   15/10/2026 CS  Termina com GOBACK em vez de STOP RUN - o
      *                  FRLEXEC chama este lote para os pedidos da
      *                  fila da noite e precisa do controle de volta.
      *   15/10/2026 CS  Pontuacao media por contato ativo vai para o
      *                  historico de indicadores (KPIHIST, via
      *                  KPIUTIL) do mes corrente - e a linha de
      *                  qualidade do painel mensal KPIREL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-QTD-ATIVOS                PIC 9(06) VALUE ZEROS.
       77  WK-QTD-COM-DEFEITO           PIC 9(06) VALUE ZEROS.
       77  WK-PONTOS                    PIC 9(03) VALUE ZEROS.
       77  WK-TOTAL-PONTOS              PIC 9(09) VALUE ZEROS.
       77  WK-DEFEITOS                  PIC X(40) VALUE SPACES.
       77  WK-IDX-DEF                   PIC 9(02) VALUE ZEROS.
       77  WK-CPF-VALIDO                PIC X(01) VALUE 'N'.
           05 WK-TOT-PROF-FORA-TAB      PIC 9(06) VALUE ZEROS.
           05 WK-TOT-NAC-FORA-TAB       PIC 9(06) VALUE ZEROS.
           COPY 'PARMNORM'.
           COPY 'PARMKPI'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                 OUTPUT PROCEDURE P400-GRAVAR-RELATORIO THRU P400-FIM

            PERFORM P900-FINALIZAR
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
               PERFORM P235-ANOTAR-DEFEITO-NAC
            END-IF

            ADD WK-PONTOS                TO WK-TOTAL-PONTOS
            IF WK-PONTOS > ZEROS
               ADD 1                     TO WK-QTD-COM-DEFEITO
               MOVE WK-PONTOS            TO SR-PONTOS
            CLOSE CONTATO-MASTER TABELA-REF CEP-MASTER
            DISPLAY 'QUALIDADE - ATIVOS: ' WK-QTD-ATIVOS
                    ' COM DEFEITO: ' WK-QTD-COM-DEFEITO

            IF WK-QTD-ATIVOS > ZEROS
               SET LK-KPI-GRAVAR         TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:6) TO LK-KPI-MES
               MOVE 'QUAL-PONTOS'        TO LK-KPI-INDICADOR
               COMPUTE LK-KPI-VALOR ROUNDED =
                       WK-TOTAL-PONTOS / WK-QTD-ATIVOS
               MOVE 'QUALCNTT'           TO LK-KPI-PROGRAMA
               CALL 'KPIUTIL' USING PARAMETRES-KPI
            END-IF
            .
       END PROGRAM QUALCNTT.
