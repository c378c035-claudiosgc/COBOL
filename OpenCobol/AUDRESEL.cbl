      *          E, NO CASO DO VIVO, ATUALIZA O ULTIMO ELO DO
      *          AUDCHAIN - O AUDVERIF VOLTA A FECHAR NA MANHA
      *          SEGUINTE.
      * Modification History:
      *   15/10/2026 CS  Reescrita da trilha invalida o indice AUDIDX
      *                  (AUXUTIL 'I'): as entradas apontam para
      *                  linhas que sairam ou mudaram. As consultas
      *                  voltam a varrer ate o AUXRBLD reconstruir.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-ELO-CORRENTE              PIC 9(09) VALUE ZEROS.
           COPY 'PARMSELO'.
           COPY 'PARMAUX'.

       LINKAGE SECTION.
           COPY 'PARMRSL'.
            ELSE
               PERFORM P300-RESSELAR-MORTO THRU P300-FIM
            END-IF
            SET LK-AUX-INVALIDAR         TO TRUE
            CALL 'AUXUTIL' USING PARAMETRES-AUX
            GOBACK
            .

