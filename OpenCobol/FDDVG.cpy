      *****************************************************************
      * Copybook: FDDVG
      * Purpose : FD/record for the third-party disclosure log
      *           (DVGLOG). Um registro por codigo por arquivo
      *           entregue: nenhum dado pessoal e copiado aqui - so o
      *           codigo, a data, o destinatario, a sequencia do
      *           arquivo (a mesma do TRANSREG/header, quando ha) e o
      *           programa que gerou. Registro curto de proposito: o
      *           log e guardado pelo prazo legal inteiro. A chave
      *           comeca pelo codigo para o dossie do titular (LGPDDOSS)
      *           responder "com quem compartilharam meus dados" por
      *           START; o quadro por destinatario (DVGREL) varre.
      *****************************************************************
       FD  DIVULGACAO-LOG
           LABEL RECORD IS STANDARD.
       01  REG-DIVULGACAO.
           03 DVG-CHAVE.
               05 DVG-CODIGO            PIC 9(06).
               05 DVG-DATA              PIC 9(08).
               05 DVG-DESTINATARIO      PIC X(08).
               05 DVG-SEQUENCIA         PIC 9(06).
           03 DVG-PROGRAMA              PIC X(08).
