      *****************************************************************
      * Copybook: FDDOC
      * Purpose : FD/record for the student document register
      *           (DOCMSTR). Um registro por MATRICULA + TIPO DE
      *           DOCUMENTO (TDOCMSTR), aberto 'P' pendente pelo
      *           DOCUTIL quando o aluno e matriculado e passado a
      *           'R' recebido no DOCALU, com a data da entrega, a
      *           validade (zero = nao vence) e o operador que
      *           conferiu o papel. O DOCPEND cobra os pendentes e os
      *           vencidos.
      *****************************************************************
       FD  DOCUMENTO-ALUNO
           LABEL RECORD IS STANDARD.
       01  REG-DOCUMENTO-ALUNO.
           03 DOC-CHAVE.
               05 DOC-MATRICULA         PIC 9(06).
               05 DOC-CODIGO            PIC X(04).
           03 DOC-SITUACAO              PIC X(01).
               88 DOC-PENDENTE          VALUE 'P'.
               88 DOC-RECEBIDO          VALUE 'R'.
           03 DOC-DATA-RECEBIDO         PIC 9(08).
           03 DOC-DATA-VALIDADE         PIC 9(08).
           03 DOC-USUARIO               PIC X(08).
           03 DOC-DATA-REGISTRO         PIC 9(08).
