      *****************************************************************
      * Copybook: PARMNTF
      * Purpose : CALL linkage block for NTFUTIL, o enfileiramento de
      *           notificacoes SMS/email (NTFMSTR). COPY into the
      *           LINKAGE SECTION of NTFUTIL and into WORKING-STORAGE
      *           of the caller.
      *
      *           LK-NTF-CANAL:
      *             'S' = SMS para o primeiro celular do contato.
      *             'E' = email (WK-EMAIL).
      *             'Q' = qualquer - SMS, e se o SMS nao puder sair,
      *                   email. O canal que valeu volta em
      *                   LK-NTF-CANAL-USADO.
      *           LK-NTF-PRIORIDADE 1 urgente, 2 normal, 3 baixa
      *           (fora disso vale 2).
      *
      *           LK-NTF-STATUS values:
      *             00 = enfileirada, numero em LK-NTF-ID.
      *             10 = contato inexistente, inativo, falecido ou
      *                  anonimizado.
      *             11 = sem consentimento (finalidade A do CONSENT
      *                  ausente ou recusada).
      *             12 = canal suprimido (SUPRESS).
      *             13 = celular no Nao Me Perturbe, sem
      *                  relacionamento documentado (finalidade L).
      *             14 = contato sem celular/email para o canal.
      *             90 = erro de acesso a fila.
      *****************************************************************
       01  PARAMETRES-NTF.
           05 LK-NTF-CODIGO             PIC 9(06) VALUE ZEROS.
           05 LK-NTF-CANAL              PIC X(01) VALUE 'Q'.
               88 LK-NTF-SMS            VALUE 'S'.
               88 LK-NTF-EMAIL          VALUE 'E'.
               88 LK-NTF-QUALQUER       VALUE 'Q'.
           05 LK-NTF-MODELO             PIC X(08) VALUE SPACES.
           05 LK-NTF-TEXTO              PIC X(160) VALUE SPACES.
           05 LK-NTF-PRIORIDADE         PIC 9(01) VALUE 2.
           05 LK-NTF-PROGRAMA           PIC X(08) VALUE SPACES.
           05 LK-NTF-USUARIO            PIC X(08) VALUE SPACES.
           05 LK-NTF-ID                 PIC 9(08) VALUE ZEROS.
           05 LK-NTF-CANAL-USADO        PIC X(01) VALUE SPACES.
           05 LK-NTF-STATUS             PIC X(02) VALUE '00'.
               88 LK-NTF-OK             VALUE '00'.
               88 LK-NTF-SEM-CONTATO    VALUE '10'.
               88 LK-NTF-SEM-CONSENT    VALUE '11'.
               88 LK-NTF-SUPRIMIDA      VALUE '12'.
               88 LK-NTF-NMP            VALUE '13'.
               88 LK-NTF-SEM-DESTINO    VALUE '14'.
               88 LK-NTF-ERRO           VALUE '90'.
