               88 CMD-RESP-COMPROU      VALUE 'C'.
               88 CMD-RESP-DESCADASTROU VALUE 'D'.
           03 CMD-DATA-RESPOSTA         PIC 9(08).
      *    CMD-USUARIO-RESPOSTA: operador que registrou a resposta no
      *    CAMPRESP - em branco quando veio na carga em lote do
      *    CAMPRCAR. Conta na produtividade do operador (PRODREL).
           03 CMD-USUARIO-RESPOSTA      PIC X(08).
      *    CMD-GRUPO: 'C' = contato sorteado para o grupo de controle
      *    - entrou na campanha mas nao recebeu a peca; em branco ou
      *    'E' = recebeu (registros antigos ficam em branco). E o
      *    que o CAMPLIFT usa para medir o ganho real da campanha.
           03 CMD-GRUPO                 PIC X(01).
               88 CMD-GRUPO-ENVIADO     VALUE 'E' ' '.
               88 CMD-GRUPO-CONTROLE    VALUE 'C'.
