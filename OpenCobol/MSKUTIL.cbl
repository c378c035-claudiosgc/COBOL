      *          MASCARA-NASC/MASCARA-TEL, 1=MASCARAR 0=LIBERAR) -
      *          AFINAR O QUE CADA CAMPO MOSTRA E CFGMANT, NAO
      *          RECOMPILACAO.
      * Modification History:
      *   15/10/2026 CS  Exibicao SEM mascara de CPF/nascimento/
      *                  telefone grava o acesso no VISLOG (operador,
      *                  programa, codigo, data/hora) quando o
      *                  chamador informa quem esta olhando - um
      *                  registro por contato aberto, nao por campo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSKUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELVIS'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDVIS'.
       WORKING-STORAGE SECTION.
       77  WK-MASCARAR                  PIC X(01) VALUE 'S'.
       77  WK-FS-ACESSO                 PIC X(02) VALUE SPACES.
       77  WK-AGORA                     PIC X(14) VALUE SPACES.
      *    WK-ULTIMO-ACESSO: o ultimo contato registrado nesta sessao -
      *    a mesma tela chama a mascara uma vez por campo/telefone, e
      *    o log quer um registro por contato aberto no minuto.
       01  WK-ULTIMO-ACESSO.
           05 WK-ULT-MINUTO             PIC X(12) VALUE SPACES.
           05 WK-ULT-USUARIO            PIC X(08) VALUE SPACES.
           05 WK-ULT-PROGRAMA           PIC X(08) VALUE SPACES.
           05 WK-ULT-CODIGO             PIC 9(06) VALUE ZEROS.
           COPY 'PARMCFG'.

       LINKAGE SECTION.
            SET LK-MSK-OK                TO TRUE

            IF LK-MSK-PERFIL NOT = 'L'
               PERFORM P200-REGISTRAR-ACESSO THRU P200-FIM
               GOBACK
            END-IF

            PERFORM P100-CONSULTAR-EXCECAO THRU P100-FIM
            IF WK-MASCARAR NOT = 'S'
               PERFORM P200-REGISTRAR-ACESSO THRU P200-FIM
               GOBACK
            END-IF

            END-IF
            .
       P100-FIM.

      ******************************************************************
      * P200-REGISTRAR-ACESSO: o campo vai sair inteiro. So campo
      * sensivel, so com operador e codigo informados, e uma vez por
      * operador/programa/contato no mesmo minuto.
      ******************************************************************
       P200-REGISTRAR-ACESSO.
            IF LK-MSK-CAMPO NOT = 'CPF'
               AND LK-MSK-CAMPO NOT = 'NASC'
               AND LK-MSK-CAMPO NOT = 'TELEFONE'
               GO TO P200-FIM
            END-IF
            IF LK-MSK-USUARIO = SPACES OR LK-MSK-CODIGO = ZEROS
               GO TO P200-FIM
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:14) TO WK-AGORA
            IF WK-AGORA(1:12) = WK-ULT-MINUTO
               AND LK-MSK-USUARIO = WK-ULT-USUARIO
               AND LK-MSK-PROGRAMA = WK-ULT-PROGRAMA
               AND LK-MSK-CODIGO = WK-ULT-CODIGO
               GO TO P200-FIM
            END-IF

            OPEN EXTEND ACESSO-SENSIVEL
            IF WK-FS-ACESSO = '35'
               OPEN OUTPUT ACESSO-SENSIVEL
            END-IF
            MOVE WK-AGORA                TO VIS-DATA-HORA
            MOVE LK-MSK-USUARIO          TO VIS-USUARIO
            MOVE LK-MSK-PROGRAMA         TO VIS-PROGRAMA
            MOVE LK-MSK-CODIGO           TO VIS-CODIGO
            MOVE LK-MSK-CAMPO            TO VIS-CAMPO
            WRITE REG-ACESSO-SENSIVEL
            CLOSE ACESSO-SENSIVEL

            MOVE WK-AGORA(1:12)          TO WK-ULT-MINUTO
            MOVE LK-MSK-USUARIO          TO WK-ULT-USUARIO
            MOVE LK-MSK-PROGRAMA         TO WK-ULT-PROGRAMA
            MOVE LK-MSK-CODIGO           TO WK-ULT-CODIGO
            .
       P200-FIM.
       END PROGRAM MSKUTIL.
