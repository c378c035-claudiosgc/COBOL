      *****************************************************************
      * Copybook: FDCUR
      * Purpose : FD/record for the curriculum matrix (CURMSTR). Um
      *           registro por ANO LETIVO + SERIE (MAT-SERIE) +
      *           MATERIA (mesmo nome usado em OFERTMST/ALUNOMST),
      *           com a carga horaria anual em horas-aula e se a
      *           materia e OBRIGATORIA ou ELETIVA. Mantida no
      *           CURMANT. O INSCALU avisa inscricao fora da matriz
      *           da serie do aluno; o PROGALU nao promove quem
      *           deixou de cursar materia obrigatoria da matriz.
      *****************************************************************
       FD  CURRICULO-MASTER
           LABEL RECORD IS STANDARD.
       01  REG-CURRICULO.
           03 CUR-CHAVE.
               05 CUR-ANO               PIC 9(04).
               05 CUR-SERIE             PIC 9(02).
               05 CUR-MATERIA           PIC X(15).
           03 CUR-CARGA-HORARIA         PIC 9(04).
           03 CUR-TIPO                  PIC X(01).
               88 CUR-OBRIGATORIA       VALUE 'O'.
               88 CUR-ELETIVA           VALUE 'E'.
               88 CUR-TIPO-VALIDO       VALUE 'O' 'E'.
           03 CUR-USUARIO               PIC X(08).
           03 CUR-DATA-ALTERACAO        PIC 9(08).
