      *****************************************************************
      * Copybook: FDNTF
      * Purpose : FD/record for the outbound notification queue
      *           (NTFMSTR). Chave = contato + numero da notificacao,
      *           para o CONS360 listar o historico do contato com
      *           um START. O registro de chave toda zerada e o
      *           controle da numeracao (NTF-ULTIMO-ID).
      *           NTF-CANAL 'S' = SMS, 'E' = email.
      *           NTF-PRIORIDADE 1 urgente, 2 normal, 3 baixa - a
      *           ordem em que o NTFENVIO monta a remessa.
      *           NTF-SITUACAO:
      *             P = pendente (na fila, ainda nao enviada)
      *             T = transmitida ao gateway (remessa NTF-REMESSA)
      *             E = entregue (retorno do gateway)
      *             D = devolvida - destino invalido ou descadastro;
      *                 o NTFRETOR grava a supressao do canal
      *             F = falhou - esgotou as tentativas
      *****************************************************************
       FD  FILA-NOTIFICACOES
           LABEL RECORD IS STANDARD.
       01  REG-NOTIFICACAO.
           03 NTF-CHAVE.
               05 NTF-CODIGO            PIC 9(06).
               05 NTF-ID                PIC 9(08).
           03 NTF-CORPO.
               05 NTF-CANAL             PIC X(01).
                   88 NTF-CANAL-SMS     VALUE 'S'.
                   88 NTF-CANAL-EMAIL   VALUE 'E'.
               05 NTF-DESTINO           PIC X(40).
               05 NTF-MODELO            PIC X(08).
               05 NTF-TEXTO             PIC X(160).
               05 NTF-PRIORIDADE        PIC 9(01).
                   88 NTF-PRIORIDADE-VALIDA VALUE 1 THRU 3.
               05 NTF-PROGRAMA          PIC X(08).
               05 NTF-USUARIO           PIC X(08).
               05 NTF-DATA-INCLUSAO     PIC X(14).
               05 NTF-SITUACAO          PIC X(01).
                   88 NTF-PENDENTE      VALUE 'P'.
                   88 NTF-TRANSMITIDA   VALUE 'T'.
                   88 NTF-ENTREGUE      VALUE 'E'.
                   88 NTF-DEVOLVIDA     VALUE 'D'.
                   88 NTF-FALHOU        VALUE 'F'.
               05 NTF-TENTATIVAS        PIC 9(01).
               05 NTF-REMESSA           PIC 9(06).
               05 NTF-DATA-REMESSA      PIC X(14).
               05 NTF-DATA-RETORNO      PIC X(14).
               05 NTF-MOTIVO            PIC X(30).
           03 NTF-CONTROLE REDEFINES NTF-CORPO.
               05 NTF-ULTIMO-ID         PIC 9(08).
               05 FILLER                PIC X(298).
