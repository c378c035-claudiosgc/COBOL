      *          FICA NO ARQUIVO LATERAL AUDCHAIN). LINHA ALTERADA
      *          OU REMOVIDA QUEBRA TODOS OS ELOS SEGUINTES E O
      *          AUDVERIF ACUSA O PRIMEIRO PONTO DE QUEBRA.
      * Modification History:
      *   15/10/2026 CS  Append ('P') alimenta o indice AUDIDX via
      *                  AUXUTIL com a linha ja selada - as entradas
      *                  por codigo e por operador nascem junto com
      *                  o elo, sem mexer nos programas que gravam.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-ACUMULADOR                PIC 9(12) VALUE ZEROS.
       77  WK-IDX-CHAR                  PIC 9(03) VALUE ZEROS.
       77  WK-CODIGO-CHAR               PIC 9(03) VALUE ZEROS.
           COPY 'PARMAUX'.

       LINKAGE SECTION.
           COPY 'PARMSELO'.
                  PERFORM P100-LER-CORRENTE
                  PERFORM P200-CALCULAR-ELO
                  PERFORM P300-GRAVAR-CORRENTE
                  PERFORM P400-INDEXAR-LINHA
               WHEN LK-SELO-CALCULAR
                  MOVE LK-SELO-ELO-ANTERIOR TO WK-ELO-ANTERIOR
                  PERFORM P200-CALCULAR-ELO
            WRITE CORRENTE-REC
            CLOSE CORRENTE-SELO
            .

      ******************************************************************
      * P400-INDEXAR-LINHA: a linha que o chamador vai gravar e o
      * conteudo mais o elo recem-calculado. Indice ausente ou
      * invalidado o AUXUTIL ignora em silencio - a consulta varre.
      ******************************************************************
       P400-INDEXAR-LINHA.
            SET LK-AUX-GRAVAR            TO TRUE
            SET LK-AUX-DO-VIVO           TO TRUE
            MOVE LK-SELO-CONTEUDO        TO LK-AUX-IMAGEM(1:90)
            MOVE LK-SELO-ELO             TO LK-AUX-IMAGEM(91:9)
            CALL 'AUXUTIL' USING PARAMETRES-AUX
            .
       END PROGRAM SELOUTIL.
