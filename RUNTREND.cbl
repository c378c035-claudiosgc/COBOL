      *          (JANELA-LOTE-MIN) - PARA O TRABALHO DE DESEMPENHO
      *          SER AGENDADO ANTES DA MANHA EM QUE O ARQUIVO NAO
      *          FICA PRONTO. SAIDA EM RUNTREND.
      * Modification History:
      *   15/10/2026 CS  Termina com GOBACK em vez de STOP RUN - o
      *                  CICLCTRL (passo AGENDA) chama este lote no
      *                  vencimento da AGPMSTR e precisa do controle
      *                  de volta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            OPEN INPUT RUN-LOG
            IF WK-FS-RUNLOG = '35'
               DISPLAY 'NAO HA RUN LOG - NADA A ANALISAR.'
               GOBACK
            END-IF
            PERFORM P200-LER-LINHA THRU P200-FIM
                    UNTIL WK-FIM-RUNLOG = 'S'
                                            LK-RUN-QTD-REJEITADOS
                                            LK-RUN-CODIGO-RETORNO
            CALL 'RUNUTIL' USING PARAMETRES-RUN
            GOBACK
            .

       P200-LER-LINHA.
