      *****************************************************************
      * Copybook: FDCER
      * Purpose : FD/record for the completion-certificate register
      *           book (CERTMSTR). Um registro por aluno concluinte
      *           (a conclusao e unica - chave = matricula), gravado
      *           pelo CERTEMIS com o numero do certificado e o
      *           lugar no livro legal: LIVRO, FOLHA e TERMO (o
      *           termo corre dentro do livro; a folha sai do termo
      *           e de CERT-TERMOS-FOLHA no CFGMSTR). A segunda via
      *           nao ganha numero novo - conta em CER-QTD-VIAS com
      *           a data da ultima. Consultado no CERTCONS por
      *           matricula, nome ou numero.
      *****************************************************************
       FD  CERTIFICADO-MASTER
           LABEL RECORD IS STANDARD.
       01  REG-CERTIFICADO.
           03 CER-MATRICULA             PIC 9(06).
           03 CER-NUMERO                PIC 9(06).
           03 CER-NOME                  PIC X(20).
           03 CER-ANO-CONCLUSAO         PIC 9(04).
           03 CER-SERIE                 PIC 9(02).
           03 CER-LIVRO                 PIC 9(03).
           03 CER-FOLHA                 PIC 9(03).
           03 CER-TERMO                 PIC 9(04).
           03 CER-DATA-EMISSAO          PIC 9(08).
           03 CER-USUARIO               PIC X(08).
           03 CER-QTD-VIAS              PIC 9(02).
           03 CER-DATA-ULTIMA-VIA       PIC 9(08).
