      *   10/08/2026 CS  Modo LGPD opcional: exclui do extrato quem
      *                  RECUSOU compartilhamento com terceiros
      *                  (CONSENT, finalidade T, resposta N).
      *   15/10/2026 CS  Contato falecido (OBITCNTT) nao sai no extrato
      *                  de interface.
      *   15/10/2026 CS  Cada codigo extraido (PF e PJ) vai para o
      *                  registro de compartilhamento (DVGUTIL/DVGLOG)
      *                  com destinatario SISTEXT e a sequencia do
      *                  header.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *    arquivo repetido ou pulado conferindo a sequencia.
           03 WK-HDR-SEQUENCIA          PIC 9(06).
           COPY 'PARMTRN'.
           COPY 'PARMDVG'.
       01  WK-TRAILER.
           03 WK-TRL-TIPO               PIC X(01) VALUE 'T'.
           03 WK-TRL-CONTAGEM           PIC 9(09).
            MOVE 'EXTCNTT'               TO LK-TRN-PROGRAMA
            CALL 'TRNUTIL' USING PARAMETRES-TRN
            MOVE LK-TRN-SEQUENCIA        TO WK-HDR-SEQUENCIA
            SET LK-DVG-ABRIR             TO TRUE
            MOVE 'SISTEXT'               TO LK-DVG-DESTINATARIO
            MOVE WK-HDR-SEQUENCIA        TO LK-DVG-SEQUENCIA
            MOVE 'EXTCNTT'               TO LK-DVG-PROGRAMA
            CALL 'DVGUTIL' USING PARAMETRES-DVG
            MOVE SPACES                  TO REG-EXTERNO
            WRITE REG-EXTERNO FROM WK-HEADER
            MOVE SPACES                  TO REG-EXTERNO-PJ
                 AT END
                    MOVE 'S'              TO WK-FIM-MESTRE
                 NOT AT END
                    IF WK-REG-ATIVO AND NOT WK-REG-FALECIDO
                       PERFORM P450-TESTAR-LGPD THRU
                               P450-SAIDA
                       IF WK-RECUSOU-TERCEIROS = 'S'

            WRITE REG-EXTERNO
            ADD 1                        TO WK-CONT-EXPORTADOS
            MOVE WK-CODIGO                    TO LK-DVG-CODIGO
            SET LK-DVG-GRAVAR            TO TRUE
            CALL 'DVGUTIL' USING PARAMETRES-DVG
            ADD WK-CPF                   TO WK-HASH-CPF
            .


            WRITE REG-EXTERNO-PJ
            ADD 1                        TO WK-CONT-EXPORTADOS-PJ
            MOVE WK-CODIGO-PJ                 TO LK-DVG-CODIGO
            SET LK-DVG-GRAVAR            TO TRUE
            CALL 'DVGUTIL' USING PARAMETRES-DVG
            ADD WK-CNPJ                  TO WK-HASH-CNPJ
            .


            CLOSE CONTATO-MASTER CONTPJ-MASTER
                  CONTATO-EXTERNO CONTATO-EXTERNO-PJ CONSENTIMENTO
            SET LK-DVG-FECHAR            TO TRUE
            CALL 'DVGUTIL' USING PARAMETRES-DVG
            DISPLAY 'CONTATOS EXPORTADOS PARA INTERFACE EXTERNA: '
                                         WK-CONT-EXPORTADOS
            DISPLAY 'EMPRESAS EXPORTADAS PARA INTERFACE EXTERNA: '
                                         WK-CONT-EXPORTADOS-PJ
            DISPLAY 'CODIGOS NO REGISTRO DE COMPARTILHAMENTO: '
                                         LK-DVG-QTD-GRAVADOS
            IF WK-MODO-LGPD = 'S' OR WK-MODO-LGPD = 's'
               DISPLAY 'EXCLUIDOS (RECUSARAM TERCEIROS): '
                       WK-QTD-EXCLUIDOS-LGPD
