      *   10/08/2026 CS  Ao exibir o contato, as notas de interacao
      *                  (NOTAMSTR, mantidas pelo NOTCNTT) saem junto,
      *                  da mais nova para a mais velha.
      *   15/10/2026 CS  Telefone sem mascara (perfil TOTAL) fica
      *                  registrado no VISLOG via MSKUTIL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                           DELIMITED BY SIZE INTO WK-TELEFONE-FMT
                    END-STRING
                    MOVE WS-PERFIL-LOGADO TO LK-MSK-PERFIL
                    MOVE WS-USUARIO-LOGADO TO LK-MSK-USUARIO
                    MOVE 'CONSCTT'       TO LK-MSK-PROGRAMA
                    MOVE WK-CODIGO       TO LK-MSK-CODIGO
                    MOVE 'TELEFONE'      TO LK-MSK-CAMPO
                    MOVE WK-TELEFONE-FMT TO LK-MSK-VALOR
                    CALL 'MSKUTIL' USING PARAMETRES-MSK
