      *****************************************************************
      * Copybook: FDOPO
      * Purpose : FD/record for the sales opportunity file (OPORMSTR).
      *           Estagios:
      *             L = lead             (em aberto)
      *             P = proposta         (em aberto)
      *             N = negociacao       (em aberto)
      *             G = ganha            (encerrada)
      *             X = perdida          (encerrada, com motivo)
      *           OPO-TIPO-CONTATO diz em qual mestre esta o
      *           OPO-CODIGO: F = CONTMSTR (PF), J = CONTPJMS (PJ).
      *           Valor estimado em centavos, como o resto do sistema.
      *           Cada troca de estagio deixa linha no OPOHIST.
      *****************************************************************
       FD  OPORTUNIDADE
           LABEL RECORD IS STANDARD.
       01  REG-OPORTUNIDADE.
           03 OPO-ID                    PIC 9(06).
           03 OPO-TIPO-CONTATO          PIC X(01).
               88 OPO-CONTATO-PF        VALUE 'F'.
               88 OPO-CONTATO-PJ        VALUE 'J'.
           03 OPO-CODIGO                PIC 9(06).
           03 OPO-DESCRICAO             PIC X(40).
           03 OPO-VALOR-CTVS            PIC 9(11).
           03 OPO-ESTAGIO               PIC X(01).
               88 OPO-LEAD              VALUE 'L'.
               88 OPO-PROPOSTA          VALUE 'P'.
               88 OPO-NEGOCIACAO        VALUE 'N'.
               88 OPO-GANHA             VALUE 'G'.
               88 OPO-PERDIDA           VALUE 'X'.
               88 OPO-EM-ABERTO         VALUE 'L' 'P' 'N'.
               88 OPO-ESTAGIO-VALIDO    VALUE 'L' 'P' 'N' 'G' 'X'.
           03 OPO-DATA-PREVISTA         PIC 9(08).
           03 OPO-RESPONSAVEL           PIC X(08).
           03 OPO-FILIAL                PIC X(03).
           03 OPO-MOTIVO-PERDA          PIC X(30).
           03 OPO-DATA-ABERTURA         PIC 9(08).
           03 OPO-DATA-ESTAGIO          PIC 9(08).
