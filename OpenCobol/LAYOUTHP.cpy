      *****************************************************************
      * Copybook: LAYOUTHP
      * Purpose : Fixed-width record layout of the monthly teaching-
      *           hours interface to payroll (HORAPAG). Uma linha
      *           'D' por professor na competencia: aulas previstas
      *           na grade (HORMSTR x dias uteis do CALMSTR), aulas
      *           faltadas (COBMSTR), aulas dadas em substituicao a
      *           colegas e o total a pagar. Header/trailer no mesmo
      *           molde das demais interfaces (sequencia TRNUTIL,
      *           contagem e hash das aulas pagas).
      *****************************************************************
       01  REG-HORAPAG.
           03 HP-TIPO-REG               PIC X(01).
           03 HP-PROFESSOR              PIC X(08).
           03 HP-COMPETENCIA            PIC 9(06).
           03 HP-AULAS-PREVISTAS        PIC 9(04).
           03 HP-AULAS-FALTADAS         PIC 9(04).
           03 HP-AULAS-SUBSTITUICAO     PIC 9(04).
           03 HP-AULAS-PAGAS            PIC 9(04).
           03 FILLER                    PIC X(09).
