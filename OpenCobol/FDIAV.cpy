      *****************************************************************
      * Copybook: FDIAV
      * Purpose : FD/record for the breach-notice log (INCAVISO). A
      *           chave comeca pelo incidente: o VAZCNTT usa o proprio
      *           arquivo como lista da populacao (a chave duplicada
      *           some sozinha) e depois grava nele o desfecho de cada
      *           aviso. IAV-FILIAL e IAV-NA-DATA sao do cadastro como
      *           estava na data do produto (CONTJRNL), nao de hoje:
      *             IAV-NA-DATA  A = ativo, I = inativo,
      *                          N = ainda nao existia.
      *             IAV-SITUACAO E = aviso emitido,
      *                          S = suprimido (correio devolvido),
      *                          F = falecido, X = anonimizado,
      *                          N = sem endereco/fora dos mestres,
      *                          espaco = fora da populacao.
      *****************************************************************
       FD  AVISO-INCIDENTE
           LABEL RECORD IS STANDARD.
       01  REG-AVISO-INCIDENTE.
           03 IAV-CHAVE.
               05 IAV-INCIDENTE         PIC 9(06).
               05 IAV-CODIGO            PIC 9(06).
           03 IAV-TIPO                  PIC X(01).
               88 IAV-PF                VALUE 'F'.
               88 IAV-PJ                VALUE 'J'.
           03 IAV-FILIAL                PIC X(03).
           03 IAV-NA-DATA               PIC X(01).
               88 IAV-ATIVO-NA-DATA     VALUE 'A'.
               88 IAV-INATIVO-NA-DATA   VALUE 'I'.
               88 IAV-INEXISTENTE       VALUE 'N'.
           03 IAV-AJUSTADO              PIC X(01).
           03 IAV-SITUACAO              PIC X(01).
               88 IAV-AVISO-EMITIDO     VALUE 'E'.
               88 IAV-AVISO-SUPRIMIDO   VALUE 'S'.
               88 IAV-TITULAR-FALECIDO  VALUE 'F'.
               88 IAV-TITULAR-ANONIMO   VALUE 'X'.
               88 IAV-SEM-ENDERECO      VALUE 'N'.
           03 IAV-DATA-AVISO            PIC 9(08).
