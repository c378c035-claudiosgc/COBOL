      *****************************************************************
      * Copybook: LAYOUTCT
      * Purpose : Fixed-width record layout of the accounting journal
      *           export (FATCONTB) written by FATFECHA - um
      *           lancamento de partida dobrada por linha (conta
      *           debito, conta credito, valor, historico), entre o
      *           header e o trailer padrao das interfaces. Contas no
      *           plano do sistema contabil, parametrizadas no
      *           CFGMSTR (CONTA-xxx).
      *****************************************************************
       01  REG-LANCAMENTO.
           03 LC-TIPO-REG               PIC X(01).
           03 LC-DATA                   PIC 9(08).
           03 LC-COMPETENCIA            PIC 9(06).
           03 LC-SEQUENCIA              PIC 9(04).
           03 LC-CONTA-DEBITO           PIC 9(06).
           03 LC-CONTA-CREDITO          PIC 9(06).
           03 LC-VALOR                  PIC 9(13)V99.
           03 LC-HISTORICO              PIC X(40).
           03 FILLER                    PIC X(14).
