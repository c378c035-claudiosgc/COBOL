      *****************************************************************
      * Copybook: FDDCL
      * Purpose : FD/record for the school declarations log (DCLMSTR).
      *           Um registro por declaracao emitida pelo DECLARA -
      *           matricula, frequencia (bolsa) ou serie corrente -
      *           com o numero de controle sequencial, o codigo de
      *           verificacao impresso no documento (resumo HASHUTIL
      *           do numero, matricula, tipo e hora) e o que foi
      *           declarado em DCL-RESUMO, para quem recebe o papel
      *           conferir no balcao se ele e autentico.
      *****************************************************************
       FD  DECLARACAO-LOG
           LABEL RECORD IS STANDARD.
       01  REG-DECLARACAO.
           03 DCL-NUMERO                PIC 9(07).
           03 DCL-CODIGO-VERIF          PIC X(08).
           03 DCL-TIPO                  PIC X(01).
               88 DCL-MATRICULA-DECL    VALUE 'M'.
               88 DCL-FREQUENCIA-DECL   VALUE 'F'.
               88 DCL-SERIE-DECL        VALUE 'S'.
           03 DCL-MATRICULA             PIC 9(06).
           03 DCL-NOME                  PIC X(20).
           03 DCL-ANO-SEMESTRE          PIC 9(05).
           03 DCL-RESUMO                PIC X(30).
           03 DCL-USUARIO               PIC X(08).
           03 DCL-DATA-EMISSAO          PIC 9(08).
           03 DCL-HORA-EMISSAO          PIC 9(06).
