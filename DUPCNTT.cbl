      *          COMPARA TODOS OS PARES POR NOME + NASCIMENTO + CEP,
      *          PONTUA A SEMELHANCA E GRAVA A LISTA DE TRABALHO
      *          (DUPREL) ORDENADA DO PAR MAIS PARECIDO PARA O MENOS.
      * Modification History:
      *   15/10/2026 CS  Termina com GOBACK em vez de STOP RUN - o
      *                  FRLEXEC chama este lote para os pedidos da
      *                  fila da noite e precisa do controle de volta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 OUTPUT PROCEDURE P400-GRAVAR-RELATORIO THRU P400-FIM

            DISPLAY 'PARES CANDIDATOS ENCONTRADOS: ' WK-QTD-PARES
            GOBACK
            .

       P100-CARREGAR-MESTRE.
