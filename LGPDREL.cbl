      *          DE COMPLIANCE - LISTA TODO REGISTRO ANONIMIZADO
      *          (WK-REG-ANONIMIZADO) COM A DATA DO PEDIDO LEGAL,
      *          GRAVADO EM LGPDREL.
      * Modification History:
      *   15/10/2026 CS  Termina com GOBACK em vez de STOP RUN - o
      *                  CICLCTRL (passo AGENDA) chama este lote no
      *                  vencimento da AGPMSTR e precisa do controle
      *                  de volta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            OPEN INPUT CONTATO-MASTER
            IF WK-FS-CONTATO = '35'
               DISPLAY 'NAO HA CADASTRO DE CONTATOS.'
               GOBACK
            END-IF
            OPEN OUTPUT RELATORIO-LGPD

            CLOSE CONTATO-MASTER RELATORIO-LGPD
            DISPLAY 'APAGAMENTOS LGPD NO CADASTRO: '
                    WK-QTD-ANONIMIZADOS
            GOBACK
            .

       P200-LER-UM.
