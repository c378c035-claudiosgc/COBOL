      *****************************************************************
      * Copybook: FDALA
      * Purpose : FD/record for the permanent student archive
      *           (ALUNARCH). O ARQALU move para ca, uma vez por ano,
      *           tudo o que o ex-aluno (concluinte no CERTMSTR ou
      *           transferido pelo TRANSALU) deixou nos mestres
      *           vivos: a identidade (ALUNOID, que continua no
      *           mestre), as notas (ALUNOMST), as avaliacoes
      *           datadas (AVALMSTR), as ocorrencias (OCORMSTR) e as
      *           linhas de chamada (FREQLOG). ALA-IMAGEM guarda o
      *           registro original byte a byte - o HISTALU e o
      *           TRANSALU reproduzem o historico oficial a partir
      *           daqui decadas depois, e o EXALUCON consulta.
      *****************************************************************
       FD  ALUNO-ARQUIVO
           LABEL RECORD IS STANDARD.
       01  REG-ALUNO-ARQ.
           03 ALA-MATRICULA             PIC 9(06).
           03 ALA-TIPO                  PIC X(01).
               88 ALA-IDENTIDADE        VALUE 'I'.
               88 ALA-NOTA              VALUE 'N'.
               88 ALA-AVALIACAO         VALUE 'A'.
               88 ALA-OCORRENCIA        VALUE 'O'.
               88 ALA-FREQUENCIA        VALUE 'F'.
           03 ALA-DATA-ARQUIVO          PIC 9(08).
      *    ALA-MOTIVO: por que o aluno saiu - 'C' concluinte
      *    (certificado no CERTMSTR), 'T' transferido.
           03 ALA-MOTIVO                PIC X(01).
               88 ALA-CONCLUINTE        VALUE 'C'.
               88 ALA-TRANSFERIDO       VALUE 'T'.
           03 ALA-IMAGEM                PIC X(120).
