      *****************************************************************
      * Copybook: FDKPI
      * Purpose : FD/record for the management indicator history
      *           (KPIHIST). Um registro por mes (AAAAMM) e codigo de
      *           indicador, com o valor apurado (contagem, valor em
      *           reais ou percentual, sempre com 2 decimais), a data
      *           da apuracao e o programa que apurou. Gravado pelo
      *           KPIREL ao emitir o painel do mes e, para a
      *           pontuacao de qualidade do cadastro, pelo QUALCNTT
      *           - sempre via KPIUTIL. Mes ja passado fica
      *           congelado: o KPIREL reemitido para um mes antigo
      *           usa o que esta aqui em vez de recalcular estoque
      *           com os dados de hoje.
      *****************************************************************
       FD  HISTORICO-INDICADOR
           LABEL RECORD IS STANDARD.
       01  REG-INDICADOR.
           03 KPI-CHAVE.
               05 KPI-MES               PIC 9(06).
               05 KPI-INDICADOR         PIC X(12).
           03 KPI-VALOR                 PIC S9(11)V99.
           03 KPI-DATA-APURACAO         PIC 9(08).
           03 KPI-PROGRAMA              PIC X(08).
