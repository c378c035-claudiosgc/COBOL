      *****************************************************************
      * Copybook: PARMDOC
      * Purpose : CALL linkage block for DOCUTIL, a abertura do
      *           checklist de documentos (DOCMSTR) de um aluno. O
      *           chamador informa a matricula e o operador; cada
      *           tipo ativo e obrigatorio do TDOCMSTR que o aluno
      *           ainda nao tem no DOCMSTR ganha um registro 'P'
      *           pendente. Chamar de novo nao duplica nada.
      *
      *           LK-DOC-STATUS values:
      *             00 = checklist aberto (LK-DOC-QTD-ABERTOS traz
      *                  quantos pendentes foram criados).
      *             01 = o aluno ja tinha todos os documentos
      *                  exigidos no checklist - nada a fazer.
      *             03 = TDOCMSTR ausente ou sem tipo obrigatorio -
      *                  nada a fazer.
      *****************************************************************
       01  PARAMETRES-DOC.
           05 LK-DOC-MATRICULA          PIC 9(06) VALUE ZEROS.
           05 LK-DOC-USUARIO            PIC X(08) VALUE SPACES.
           05 LK-DOC-QTD-ABERTOS        PIC 9(03) VALUE ZEROS.
           05 LK-DOC-STATUS             PIC X(02) VALUE '00'.
               88 LK-DOC-ABERTO         VALUE '00'.
               88 LK-DOC-NADA-A-ABRIR   VALUE '01'.
               88 LK-DOC-SEM-TABELA     VALUE '03'.
