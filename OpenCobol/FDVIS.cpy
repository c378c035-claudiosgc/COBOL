      *****************************************************************
      * Copybook: FDVIS
      * Purpose : FD/record for the unmasked-view access log (VISLOG).
      *           Registro compacto, um por contato aberto por
      *           operador e programa: quem, onde, qual codigo e
      *           quando, e o primeiro campo sensivel mostrado
      *           inteiro (CPF/NASC/TELEFONE). Nenhum dado pessoal e
      *           copiado aqui - so o codigo.
      *****************************************************************
       FD  ACESSO-SENSIVEL
           LABEL RECORD IS STANDARD.
       01  REG-ACESSO-SENSIVEL.
           03 VIS-DATA-HORA             PIC X(14).
           03 VIS-USUARIO               PIC X(08).
           03 VIS-PROGRAMA              PIC X(08).
           03 VIS-CODIGO                PIC 9(06).
           03 VIS-CAMPO                 PIC X(08).
