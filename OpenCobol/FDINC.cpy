      *****************************************************************
      * Copybook: FDINC
      * Purpose : FD/record for the data-breach incident register
      *           (INCMSTR). INC-ORIGEM diz como o incidente foi
      *           informado (produto + data, sequencia de transmissao
      *           do TRANSREG ou entrada do SPOOLCAT); INC-BASE diz de
      *           onde saiu a populacao afetada: D = DVGLOG (o que foi
      *           de fato entregue), M = mestre como estava na data
      *           (arquivo anterior ao DVGLOG, refeito pelo CONTJRNL),
      *           R = codigos lidos do membro do spool, Z = nenhum
      *           titular identificavel (relatorio so de totais).
      *           Nada e regravado depois da apuracao - rodar de novo
      *           abre outro incidente.
      *****************************************************************
       FD  INCIDENTE-VAZAMENTO
           LABEL RECORD IS STANDARD.
       01  REG-INCIDENTE.
           03 INC-ID                    PIC 9(06).
           03 INC-DATA-REGISTRO         PIC 9(08).
           03 INC-DESCRICAO             PIC X(40).
           03 INC-ORIGEM                PIC X(01).
               88 INC-ORIGEM-PRODUTO    VALUE 'P'.
               88 INC-ORIGEM-TRANSM     VALUE 'T'.
               88 INC-ORIGEM-SPOOL      VALUE 'S'.
           03 INC-PRODUTO               PIC X(08).
           03 INC-DATA-PRODUTO          PIC 9(08).
           03 INC-ARQUIVO               PIC X(08).
           03 INC-SEQUENCIA             PIC 9(06).
           03 INC-SPOOL-ID              PIC 9(06).
           03 INC-TIPO-TITULAR          PIC X(01).
           03 INC-BASE                  PIC X(01).
               88 INC-BASE-DIVULGACAO   VALUE 'D'.
               88 INC-BASE-MESTRE       VALUE 'M'.
               88 INC-BASE-SPOOL        VALUE 'R'.
               88 INC-BASE-NENHUMA      VALUE 'Z'.
           03 INC-CATEGORIAS            PIC X(60).
           03 INC-QTD-TITULARES         PIC 9(06).
           03 INC-QTD-PF                PIC 9(06).
           03 INC-QTD-PJ                PIC 9(06).
           03 INC-QTD-AVISOS            PIC 9(06).
           03 INC-QTD-SUPRIMIDOS        PIC 9(06).
           03 INC-QTD-SEM-ENDERECO      PIC 9(06).
