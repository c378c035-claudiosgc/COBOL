      *****************************************************************
      * Copybook: PARMENC
      * Purpose : CALL linkage block for ENCUTIL, o calculo dos
      *           encargos de atraso de uma mensalidade (multa unica
      *           e juros pro rata por dia corrido). O chamador
      *           informa o vencimento, a data do calculo (pagamento
      *           ou hoje), o principal ainda em aberto, a data de
      *           onde os juros voltam a correr (ultimo pagamento
      *           parcial, ou zeros) e se a multa ja foi lancada.
      *           ENCUTIL devolve a data limite (vencimento empurrado
      *           para o dia util seguinte pelo CALMSTR + a carencia
      *           em dias uteis), se ha atraso, os dias de atraso e
      *           os valores de multa e juros. Taxas no CFGMSTR:
      *           MULTA-ATRASO-BP (centesimos de %, 200 = 2,00%),
      *           JUROS-MES-BP (100 = 1,00% ao mes, rateado por 30
      *           dias) e CARENCIA-DIAS-UTEIS.
      *           COPY into the LINKAGE SECTION of ENCUTIL and into
      *           WORKING-STORAGE of the caller.
      *****************************************************************
       01  PARAMETRES-ENC.
           05 LK-ENC-VENCIMENTO         PIC 9(08) VALUE ZEROS.
           05 LK-ENC-DATA-CALCULO       PIC 9(08) VALUE ZEROS.
           05 LK-ENC-PRINCIPAL-CTVS     PIC 9(09) VALUE ZEROS.
           05 LK-ENC-DATA-BASE-JUROS    PIC 9(08) VALUE ZEROS.
           05 LK-ENC-MULTA-LANCADA      PIC X(01) VALUE 'N'.
           05 LK-ENC-DATA-LIMITE        PIC 9(08) VALUE ZEROS.
           05 LK-ENC-ATRASO             PIC X(01) VALUE 'N'.
               88 LK-ENC-EM-ATRASO      VALUE 'S'.
               88 LK-ENC-EM-DIA         VALUE 'N'.
           05 LK-ENC-DIAS-ATRASO        PIC 9(05) VALUE ZEROS.
           05 LK-ENC-MULTA-CTVS         PIC 9(09) VALUE ZEROS.
           05 LK-ENC-JUROS-CTVS         PIC 9(09) VALUE ZEROS.
