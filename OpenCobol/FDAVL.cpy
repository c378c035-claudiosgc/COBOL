      *****************************************************************
      * Copybook: FDAVL
      * Purpose : FD/record for the attendance-warning log (FREQAVLG),
      *           gravado pelo FREQAVIS a cada carta emitida - a
      *           segunda carta da mesma materia sai como REPETIDO.
      *****************************************************************
       FD  REGISTRO-AVISOS
           LABEL RECORD IS STANDARD.
       01  REG-AVISO-FREQ.
           03 AVL-CHAVE.
               05 AVL-MATRICULA         PIC 9(06).
               05 AVL-ANO-SEMESTRE      PIC 9(05).
               05 AVL-MATERIA           PIC X(15).
           03 AVL-QTD-AVISOS            PIC 9(02).
           03 AVL-DATA-ULTIMO           PIC 9(08).
