      *****************************************************************
      * Copybook: FDAUX
      * Purpose : FD/record for the keyed audit-trail index (AUDIDX).
      *           Duas entradas por linha de auditoria: tipo 'C' com
      *           o AUD-CODIGO e tipo 'U' com o AUD-USUARIO, seguidos
      *           de AUD-DATA-HORA e de uma sequencia que desempata
      *           linhas do mesmo instante - um START no prefixo
      *           traz o historico do contato ou do operador em
      *           ordem cronologica. A entrada carrega a imagem
      *           inteira da linha (com o AUD-ELO) e a origem (vivo
      *           ou morto), entao a consulta nao volta a trilha. A
      *           trilha selada continua sendo o AUDITLOG: o indice
      *           e so caminho de acesso, mantido no append pelo
      *           SELOUTIL (AUXUTIL) e reconstruido pelo AUXRBLD.
      *           Tipo '0' e o registro de controle: ultima
      *           sequencia e situacao do indice - 'I' (invalidado
      *           pela reescrita da trilha no AUDARCH/LGPDDEL) faz
      *           as consultas voltarem a varredura ate o AUXRBLD.
      *****************************************************************
       FD  INDICE-AUDITORIA
           LABEL RECORD IS STANDARD.
       01  REG-INDICE-AUDIT.
           03 AX-CHAVE.
               05 AX-TIPO               PIC X(01).
                   88 AX-CONTROLE       VALUE '0'.
                   88 AX-POR-CODIGO     VALUE 'C'.
                   88 AX-POR-USUARIO    VALUE 'U'.
               05 AX-VALOR              PIC X(08).
               05 AX-DATA-HORA          PIC X(26).
               05 AX-SEQUENCIA          PIC 9(09).
           03 AX-ORIGEM                 PIC X(01).
               88 AX-DO-VIVO            VALUE 'V'.
               88 AX-DO-MORTO           VALUE 'M'.
           03 AX-IMAGEM                 PIC X(99).
           03 AX-LINHA-R REDEFINES AX-IMAGEM.
               05 AX-LIN-DATA-HORA      PIC X(26).
               05 AX-LIN-OPERACAO       PIC X(10).
               05 AX-LIN-CODIGO         PIC 9(06).
               05 AX-LIN-USUARIO        PIC X(08).
               05 AX-LIN-MENSAGEM       PIC X(40).
               05 AX-LIN-ELO            PIC 9(09).
           03 AX-CONTROLE-R REDEFINES AX-IMAGEM.
               05 AX-ULTIMA-SEQUENCIA   PIC 9(09).
               05 AX-SITUACAO-INDICE    PIC X(01).
                   88 AX-INDICE-VALIDO  VALUE 'V'.
                   88 AX-INDICE-INVALIDO VALUE 'I'.
               05 AX-DATA-SITUACAO      PIC X(14).
               05 FILLER                PIC X(75).
