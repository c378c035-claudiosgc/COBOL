      *    mala sair uma peca por casa. Zero = nao agrupado.
      *    Proposto pelo DOMPROP, confirmado/desfeito no DOMCNTT.
           03 WK-DOMICILIO             PIC 9(06) VALUE ZEROS.
      *    WK-OBITO-STATUS 'F' = falecimento confirmado contra o
      *    extrato oficial de obitos (OBITCNTT: CPF + nome +
      *    nascimento), com a data do obito e a fonte do extrato.
      *    Contato falecido nao sai em mala, newsletter, lista de
      *    ligacao nem extrato de interface.
           03 WK-OBITO-STATUS          PIC X(01) VALUE SPACE.
               88 WK-REG-FALECIDO      VALUE 'F'.
           03 WK-DATA-OBITO            PIC 9(08) VALUE ZEROS.
           03 WK-FONTE-OBITO           PIC X(08) VALUE SPACES.
      *    WK-NMP-BLOQUEIO: um byte por telefone, na mesma posicao
      *    do WK-TELEFONES - 'S' = o numero consta no cadastro
      *    nacional Nao Me Perturbe (NMPMSTR) na carga de
      *    WK-DATA-NMP. Marcado e desmarcado pelo NMPCARGA; lista de
      *    ligacao (AGDLIST/ANIVCNTT) nao mostra numero bloqueado,
      *    salvo relacionamento documentado (finalidade L no CONSENT).
           03 WK-NMP-BLOQUEIO          PIC X(01) OCCURS 3 TIMES.
               88 WK-TEL-BLOQUEADO     VALUE 'S'.
           03 WK-DATA-NMP              PIC 9(08) VALUE ZEROS.
