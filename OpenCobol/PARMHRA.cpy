      *****************************************************************
      * Copybook: PARMHRA
      * Purpose : CALL linkage block for HRAUTIL, a conferencia da
      *           janela de acesso (HRAMSTR) de um usuario num dado
      *           dia e hora. Usado no login do MENUCNTT/MENUALUN,
      *           no SESCNTT (sessao aberta depois que a janela
      *           fechou) e no relatorio diario HRAREL. COPY into the
      *           LINKAGE SECTION of HRAUTIL and into WORKING-STORAGE
      *           of the caller.
      *
      *           LK-HRA-FUNCAO:
      *             'C' = conferir LK-HRA-USUARIO/LK-HRA-FILIAL em
      *                   LK-HRA-DATA (AAAAMMDD) e LK-HRA-HORA (HHMM).
      *                   O HRAMSTR fica aberto entre as chamadas.
      *             'F' = fechar o HRAMSTR - o chamador faz no fim.
      *           LK-HRA-STATUS values:
      *             00 = dentro da janela.
      *             01 = FORA da janela - LK-HRA-MOTIVO diz por que.
      *             02 = fora da janela, mas liberado pela excecao de
      *                  hora extra de LK-HRA-APROVADOR.
      *             03 = sem janela cadastrada (nem usuario nem
      *                  filial) - acesso livre.
      *           LK-HRA-ORIGEM: 'U' ou 'F', qual registro valeu.
      *           LK-HRA-FIM-JANELA: HHMM em que a janela (ou a
      *           excecao) do dia fecha; zeros = dia fechado.
      *****************************************************************
       01  PARAMETRES-HRA.
           05 LK-HRA-FUNCAO             PIC X(01) VALUE 'C'.
               88 LK-HRA-CONFERIR       VALUE 'C'.
               88 LK-HRA-FECHAR         VALUE 'F'.
           05 LK-HRA-USUARIO            PIC X(08) VALUE SPACES.
           05 LK-HRA-FILIAL             PIC X(03) VALUE SPACES.
           05 LK-HRA-DATA               PIC 9(08) VALUE ZEROS.
           05 LK-HRA-HORA               PIC 9(04) VALUE ZEROS.
           05 LK-HRA-STATUS             PIC X(02) VALUE '00'.
               88 LK-HRA-DENTRO         VALUE '00'.
               88 LK-HRA-FORA           VALUE '01'.
               88 LK-HRA-EXCECAO        VALUE '02'.
               88 LK-HRA-SEM-JANELA     VALUE '03'.
           05 LK-HRA-ORIGEM             PIC X(01) VALUE SPACES.
           05 LK-HRA-FIM-JANELA         PIC 9(04) VALUE ZEROS.
           05 LK-HRA-APROVADOR          PIC X(08) VALUE SPACES.
           05 LK-HRA-MOTIVO             PIC X(30) VALUE SPACES.
