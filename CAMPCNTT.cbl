      *          CAMPDET PELO CODIGO) E "O QUE JA RODOU SOB CADA
      *          IDENTIFICADOR?" (LISTA O CAMPCTL COM DATA, TEMPLATE
      *          E PROGRAMA GERADOR).
      * Modification History:
      *   15/10/2026 CS  Consulta por contato marca a campanha em que
      *                  ele ficou no grupo de controle (nao recebeu).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 NOT AT END
                    IF CMD-CODIGO = WK-CODIGO-PROCURA
                       ADD 1             TO WK-QTD-LISTADOS
                       IF CMD-GRUPO-CONTROLE
                          DISPLAY CMD-CAMPANHA ' ' CMD-DATA
                                  ' (GRUPO DE CONTROLE - NAO RECEBEU)'
                       ELSE
                          DISPLAY CMD-CAMPANHA ' ' CMD-DATA
                       END-IF
                    END-IF
            END-READ
            .
