      *****************************************************************
      * Copybook: FDNMP
      * Purpose : FD/record for the national do-not-call register
      *           (NMPMSTR). Uma linha por telefone bloqueado. A
      *           chave e o DDD e os 8 ultimos digitos do numero - e
      *           o que o WK-TELEFONES do CADASTRO-PF guarda
      *           (prefixo 4 + sufixo 4); o nono digito do celular,
      *           quando vem no arquivo, fica em NMP-NUMERO-ORIGINAL.
      *           Recriado inteiro a cada carga do NMPCARGA, que
      *           marca WK-NMP-BLOQUEIO nos contatos.
      *****************************************************************
       FD  NMP-MASTER
           LABEL RECORD IS STANDARD.
       01  REG-NMP.
           03 NMP-CHAVE.
               05 NMP-DDD               PIC 9(02).
               05 NMP-NUMERO            PIC 9(08).
           03 NMP-NUMERO-ORIGINAL       PIC X(09).
           03 NMP-DATA-CARGA            PIC 9(08).
