      *****************************************************************
      * Copybook: FDFCH
      * Purpose : FD/record for the tuition receivables closing
      *           control (FCHMSTR). O FATFECHA congela, para cada
      *           mes fechado (FCH-MES), um registro por competencia
      *           de origem das faturas (FCH-COMPETENCIA; 999999 =
      *           parcelas de acordo, 000000 = total do mes) com os
      *           valores ACUMULADOS ate o fechamento - faturado,
      *           descontos, multa e juros, recebido, cancelado,
      *           renegociado (fatura original sai, parcela entra
      *           com sinal negativo) - e o saldo a receber. O
      *           movimento do mes seguinte e o acumulado de entao
      *           menos esta fotografia; faturado, desconto ou
      *           cancelamento que mude numa competencia ja fechada
      *           aparece como ALTERACAO TARDIA no fechamento
      *           seguinte em vez de reescrever a historia. O
      *           registro total guarda quem fechou e quando, e o
      *           FATGERA se recusa a faturar competencia fechada.
      *****************************************************************
       FD  FECHAMENTO-CONTROLE
           LABEL RECORD IS STANDARD.
       01  REG-FECHAMENTO.
           03 FCH-CHAVE.
               05 FCH-MES               PIC 9(06).
               05 FCH-COMPETENCIA       PIC 9(06).
           03 FCH-DATA-FECHAMENTO       PIC 9(08).
           03 FCH-PROGRAMA              PIC X(08).
           03 FCH-FATURADO-CTVS         PIC S9(11).
           03 FCH-DESCONTO-CTVS         PIC S9(11).
           03 FCH-ENCARGOS-CTVS         PIC S9(11).
           03 FCH-RECEBIDO-CTVS         PIC S9(11).
           03 FCH-CANCELADO-CTVS        PIC S9(11).
           03 FCH-RENEGOCIADO-CTVS      PIC S9(11).
           03 FCH-SALDO-CTVS            PIC S9(11).
           03 FCH-QTD-ALTERACOES        PIC 9(04).
