      *          TIPO/DATA INVALIDOS VAI PARA O RELATORIO DE
      *          REJEITADOS CAMPRREJ. O RELATORIO DE TAXA POR
      *          CAMPANHA E O CAMPRESP.
      * Modification History:
      *   15/10/2026 CS  Resposta carregada em lote fica sem operador
      *                  (CMD-USUARIO-RESPOSTA em branco).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

            MOVE RET-TIPO                TO CMD-RESPOSTA
            MOVE RET-DATA                TO CMD-DATA-RESPOSTA
            MOVE SPACES                  TO CMD-USUARIO-RESPOSTA
            REWRITE REG-CAMPANHA-DET
            IF WK-FS-CAMPDET = '00'
               ADD 1                     TO WK-QTD-APLICADOS
