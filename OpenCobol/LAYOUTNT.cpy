      *****************************************************************
      * Copybook: LAYOUTNT
      * Purpose : Registro de 250 posicoes da interface com o gateway
      *           de SMS/email - remessa de notificacoes (NTFENVIO ->
      *           NTFREM) e retorno da situacao de entrega (NTFRET ->
      *           NTFRETOR). Visoes do mesmo registro pelo tipo na
      *           posicao 1: H header, D detalhe (envio ou retorno),
      *           T trailer. O header leva a sequencia de transmissao
      *           do TRANSREG; a chave da notificacao (contato +
      *           numero) vai no detalhe e o gateway a devolve
      *           intacta no retorno.
      *           Situacao no retorno:
      *             E = entregue
      *             B = destino invalido (bounce / numero inexistente)
      *             O = destinatario pediu descadastro
      *             F = falha temporaria - tentar de novo
      *****************************************************************
       01  REG-NTG-HEADER.
           03 NTG-HDR-TIPO-REG          PIC X(01).
           03 NTG-HDR-SEQ-ARQUIVO       PIC 9(06).
           03 NTG-HDR-OPERACAO          PIC X(01).
               88 NTG-HDR-REMESSA       VALUE 'R'.
               88 NTG-HDR-RETORNO       VALUE 'T'.
           03 NTG-HDR-DATA-HORA         PIC X(14).
           03 NTG-HDR-REMETENTE         PIC X(20).
           03 FILLER                    PIC X(208).
       01  REG-NTG-ENVIO.
           03 NTG-ENV-TIPO-REG          PIC X(01).
           03 NTG-ENV-CHAVE.
               05 NTG-ENV-CODIGO        PIC 9(06).
               05 NTG-ENV-ID            PIC 9(08).
           03 NTG-ENV-CANAL             PIC X(01).
           03 NTG-ENV-PRIORIDADE        PIC 9(01).
           03 NTG-ENV-DESTINO           PIC X(40).
           03 NTG-ENV-TEXTO             PIC X(160).
           03 FILLER                    PIC X(33).
       01  REG-NTG-RETORNO.
           03 NTG-RET-TIPO-REG          PIC X(01).
           03 NTG-RET-CODIGO            PIC X(06).
           03 NTG-RET-ID                PIC X(08).
           03 NTG-RET-SITUACAO          PIC X(01).
               88 NTG-RET-ENTREGUE      VALUE 'E'.
               88 NTG-RET-BOUNCE        VALUE 'B'.
               88 NTG-RET-DESCADASTRO   VALUE 'O'.
               88 NTG-RET-FALHA         VALUE 'F'.
           03 NTG-RET-DATA-HORA         PIC X(14).
           03 NTG-RET-MOTIVO            PIC X(30).
           03 FILLER                    PIC X(190).
       01  REG-NTG-TRAILER.
           03 NTG-TRL-TIPO-REG          PIC X(01).
           03 NTG-TRL-QTD-DETALHES      PIC 9(06).
           03 FILLER                    PIC X(243).
