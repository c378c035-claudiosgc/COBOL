      *****************************************************************
      * Copybook: FDFAM
      * Purpose : FD/record for the family link file (FAMMSTR). Um
      *           registro por sentido do elo: FAM-CODIGO e o contato,
      *           FAM-CODIGO-PARENTE e o parente, FAM-TIPO e o codigo
      *           do grau no REFMSTR (tipo 'G' - conjuge, pai/mae,
      *           filho(a), irmao(a), outro) visto A PARTIR do
      *           contato. O PARCNTT grava sempre o par reciproco
      *           (pai/mae de um lado, filho(a) do outro) e desfaz os
      *           dois juntos. Exclusao e fisica, como no VINCMSTR -
      *           a auditoria guarda quem desfez e quando.
      *****************************************************************
       FD  PARENTESCO-MASTER
           LABEL RECORD IS STANDARD.
       01  REG-PARENTESCO.
           03 FAM-CHAVE.
               05 FAM-CODIGO            PIC 9(06).
               05 FAM-CODIGO-PARENTE    PIC 9(06).
           03 FAM-TIPO                  PIC 9(04).
           03 FAM-DESCRICAO             PIC X(20).
           03 FAM-DATA                  PIC 9(08).
           03 FAM-USUARIO               PIC X(08).
