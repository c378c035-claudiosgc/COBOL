      *****************************************************************
      * Copybook: FDLOGR
      * Purpose : FD/record for the logradouro abbreviation master
      *           (LOGMSTR). Uma linha por variante conhecida, com a
      *           forma padrao que ela vira:
      *             LOGR-TIPO 'T' - tipo de logradouro, so vale para
      *                             a PRIMEIRA palavra (RUA -> R,
      *                             AVENIDA -> AV);
      *             LOGR-TIPO 'P' - palavra comum do nome, vale da
      *                             segunda palavra em diante
      *                             (S -> SAO, DOUTOR -> DR).
      *           A variante e gravada como o LOGRUTIL a enxerga:
      *           caixa alta, sem acento e sem ponto. Mantido pelo
      *           LOGRMANT; consultado via LOGRUTIL por CADCONTT/
      *           ALTCONTT/LOTCONTT/INTCONTT e pela varredura ENDPADR.
      *****************************************************************
       FD  LOGRADOURO-MASTER
           LABEL RECORD IS STANDARD.
       01  REG-LOGRADOURO.
           03 LOGR-CHAVE.
               05 LOGR-TIPO             PIC X(01).
                   88 LOGR-TIPO-LOGRADOURO VALUE 'T'.
                   88 LOGR-TIPO-PALAVRA    VALUE 'P'.
               05 LOGR-VARIANTE         PIC X(15).
           03 LOGR-PADRAO               PIC X(15).
