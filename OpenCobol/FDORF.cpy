      *****************************************************************
      * Copybook: FDORF
      * Purpose : FD/record for the orphan list (ORFLIST). Uma linha
      *           por achado da varredura de integridade referencial:
      *             ORF-ORIGEM  - sigla do satelite (a mesma que vai
      *                           para QUAR-ORIGEM no QUARFILE);
      *             ORF-CHAVE   - a chave do registro satelite, crua,
      *                           para o ORFREV reler e remover;
      *             ORF-CLASSE  - 'O' orfao de verdade (pai inexistente
      *                           ou so no arquivo morto) - pode ir
      *                           para quarentena; 'A' aviso (pai
      *                           inativo) - so relatorio;
      *             ORF-PAI / ORF-CODIGO-PAI - onde o pai foi
      *                           procurado e com que codigo;
      *             ORF-CODIGO-CONTATO - o contato envolvido (zeros se
      *                           nenhum), para conferir retencao
      *                           legal antes da quarentena.
      *****************************************************************
       FD  LISTA-ORFAOS
           LABEL RECORD IS STANDARD.
       01  REG-ORFAO.
           03 ORF-DATA                  PIC 9(08).
           03 ORF-ORIGEM                PIC X(02).
           03 ORF-ARQUIVO               PIC X(08).
           03 ORF-CHAVE                 PIC X(20).
           03 ORF-CLASSE                PIC X(01).
               88 ORF-ORFAO             VALUE 'O'.
               88 ORF-AVISO             VALUE 'A'.
           03 ORF-TIPO                  PIC X(30).
           03 ORF-PAI                   PIC X(08).
           03 ORF-CODIGO-PAI            PIC X(08).
           03 ORF-CODIGO-CONTATO        PIC 9(06).
