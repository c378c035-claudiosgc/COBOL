      *          RESTAURAR NADA NO MESTRE VIVO. CADA CONSULTA E
      *          AUDITADA (ASSUNTO QUASE SEMPRE JURIDICO). EXIGE
      *          PERFIL TOTAL.
      * Modification History:
      *   15/10/2026 CS  CPF do expurgado passa pelo MSKUTIL: a
      *                  exibicao inteira fica registrada no VISLOG
      *                  (revisao semanal de acessos no VISREV).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY 'LAYOUT44' REPLACING ==CADASTRO-PF== BY ==AR-CADASTRO==
                                     LEADING ==WK== BY ==AR==.
           COPY 'PARMNORM'.
           COPY 'PARMMSK'.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       P400-MOSTRAR-ACHADO.
            ADD 1                        TO WK-QTD-ACHADOS
            MOVE WS-PERFIL-LOGADO        TO LK-MSK-PERFIL
            MOVE WS-USUARIO-LOGADO       TO LK-MSK-USUARIO
            MOVE 'ARCCONS'               TO LK-MSK-PROGRAMA
            MOVE AR-CODIGO               TO LK-MSK-CODIGO
            MOVE 'CPF'                   TO LK-MSK-CAMPO
            MOVE AR-CPF                  TO LK-MSK-VALOR
            CALL 'MSKUTIL' USING PARAMETRES-MSK
            DISPLAY 'EXPURGADO EM ' MORTO-DATA-EXPURGO ': '
                    AR-CODIGO ' ' AR-PRIMEIRO-NOME ' '
                    AR-ULTIMO-NOME
            DISPLAY '  CPF ' LK-MSK-SAIDA(1:14) ' - ' AR-RUA ', '
                    AR-BAIRRO ' - ' AR-CIDADE '/' AR-UF
            IF WK-GERAR-EXTRATO = 'S' OR WK-GERAR-EXTRATO = 's'
               MOVE SPACES               TO EXTRATO-REC
               STRING 'EXPURGADO EM ' MORTO-DATA-EXPURGO ' - '
                      AR-CODIGO ' ' AR-PRIMEIRO-NOME ' '
                      AR-ULTIMO-NOME ' CPF ' LK-MSK-SAIDA(1:14)
                      DELIMITED BY SIZE INTO EXTRATO-REC
               END-STRING
               WRITE EXTRATO-REC
