      *           FATAGING e cobrada por carta via FATCOBRA - a
      *           planilha de mensalidades que brigava com a
      *           secretaria aposentou.
      *           FAT-VALOR-CTVS e o LIQUIDO devido (bruto menos os
      *           descontos do DESCMSTR vigentes no vencimento); o
      *           bruto e o desconto ficam guardados ao lado para
      *           a consulta, o aging e a carta mostrarem a conta.
      *           Pagamento em atraso lanca multa e juros (ENCUTIL) em
      *           FAT-MULTA-CTVS/FAT-JUROS-CTVS; FAT-VALOR-PAGO-CTVS
      *           acumula tudo o que entrou (abate encargos primeiro,
      *           depois principal) e FAT-DATA-PAGTO e a data do
      *           ultimo pagamento. Pagamento parcial deixa a fatura
      *           ABERTA com saldo = valor + multa + juros - pago.
      *           Boleto registrado: FATREMES manda a fatura aberta
      *           ainda nao enviada na remessa CNAB (status E +
      *           sequencia da remessa); FATRETOR le o retorno do
      *           banco - entrada confirmada (R), recusada (J) ou
      *           liquidada (L, com data de credito e tarifa).
      *           Acordo de renegociacao (FATACORD): as faturas
      *           vencidas que entram no acordo ficam RENEGOCIADAS
      *           (R) com o numero do acordo em FAT-ACORDO, e o
      *           acordo gera N parcelas novas (FAT-PARCELA 01-99)
      *           na matricula da primeira fatura, com competencia
      *           9AAAPP (9 + 3 ultimos digitos do acordo + parcela)
      *           - acima de qualquer AAAAMM real, nao colide com o
      *           FATGERA. Fatura comum: FAT-ACORDO e FAT-PARCELA
      *           zerados.
      *****************************************************************
       FD  FATURA-MASTER
           LABEL RECORD IS STANDARD.
               88 FAT-ABERTA            VALUE 'A'.
               88 FAT-PAGA              VALUE 'P'.
               88 FAT-CANCELADA         VALUE 'C'.
               88 FAT-RENEGOCIADA       VALUE 'R'.
           03 FAT-DATA-PAGTO            PIC 9(08).
           03 FAT-VALOR-PAGO-CTVS       PIC 9(09).
           03 FAT-QTD-COBRANCAS         PIC 9(02).
           03 FAT-VALOR-BRUTO-CTVS      PIC 9(09).
           03 FAT-DESCONTO-CTVS         PIC 9(09).
           03 FAT-MULTA-CTVS            PIC 9(09).
           03 FAT-JUROS-CTVS            PIC 9(09).
           03 FAT-QTD-PAGTOS            PIC 9(02).
           03 FAT-BOLETO-STATUS         PIC X(01).
               88 FAT-BOLETO-NAO-ENVIADO VALUE ' '.
               88 FAT-BOLETO-ENVIADO    VALUE 'E'.
               88 FAT-BOLETO-REGISTRADO VALUE 'R'.
               88 FAT-BOLETO-RECUSADO   VALUE 'J'.
               88 FAT-BOLETO-LIQUIDADO  VALUE 'L'.
           03 FAT-SEQ-REMESSA           PIC 9(06).
           03 FAT-DATA-CREDITO          PIC 9(08).
           03 FAT-TARIFA-CTVS           PIC 9(09).
           03 FAT-ACORDO                PIC 9(06).
           03 FAT-PARCELA               PIC 9(02).
