      *****************************************************************
      * Copybook: FDJAN
      * Purpose : FD/record for the grade-entry window calendar
      *           (JANMSTR), mantido no JANMANT. Dois tipos de
      *           registro na mesma chave PERIODO + MATERIA:
      *             - materia em branco: a janela do periodo - datas
      *               de abertura/fechamento do lancamento de notas e
      *               a situacao (o FECHALU fecha o periodo cuja
      *               janela ja passou; o diretor pode fechar antes);
      *             - materia preenchida: reabertura concedida pelo
      *               coordenador (PRF-PAPEL 'C') so para aquela
      *               materia, de JAN-DATA-ABRE ate JAN-DATA-FECHA,
      *               com o motivo.
      *           Consultado via JANUTIL por M2AULA42, PROCTURM,
      *           AVALCNTT e AVALMED; periodo sem registro nao
      *           critica nada (instalacao sem calendario segue como
      *           antes).
      *****************************************************************
       FD  JANELA-MASTER
           LABEL RECORD IS STANDARD.
       01  REG-JANELA.
           03 JAN-CHAVE.
               05 JAN-ANO-SEMESTRE      PIC 9(05).
               05 JAN-MATERIA           PIC X(15).
           03 JAN-DATA-ABRE             PIC 9(08).
           03 JAN-DATA-FECHA            PIC 9(08).
           03 JAN-SITUACAO              PIC X(01).
               88 JAN-ABERTA            VALUE 'A'.
               88 JAN-FECHADA           VALUE 'F'.
           03 JAN-USUARIO               PIC X(08).
           03 JAN-DATA-REGISTRO         PIC 9(08).
           03 JAN-MOTIVO                PIC X(30).
