      *                  CONFIRMADO (DOMMSTR), so o chefe entra na
      *                  mala; o resumo conta os envelopes
      *                  economizados.
      *   15/10/2026 CS  Contato falecido (OBITCNTT) fica fora da mala.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            READ CONTATO-MASTER NEXT RECORD
                 AT END MOVE 'S'         TO WK-FIM-MESTRE
                 NOT AT END
                    IF WK-REG-ATIVO AND NOT WK-REG-FALECIDO
                       IF WK-USAR-SELECAO = 'S'
                          MOVE WK-CODIGO TO LK-SEL-CODIGO
                          CALL 'SELUTIL' USING PARAMETRES-SEL
