      *****************************************************************
      * Copybook: FDREM
      * Purpose : FD/record for the re-enrollment register (REMMSTR).
      *           O ciclo de outubro (REMATRIC) grava um registro por
      *           aluno ativo para o ano letivo seguinte, SEM RESPOSTA,
      *           com o prazo e a situacao financeira do responsavel
      *           na emissao. A resposta (confirmada ou desistencia)
      *           e carimbada com data e usuario. Responsavel com
      *           mensalidade vencida fica BLOQUEADO: a confirmacao so
      *           passa depois de quitar ou com liberacao de um
      *           usuario TOTAL, que fica registrada com o motivo.
      *           Aluno com registro no ano e resposta diferente de
      *           CONFIRMADA nao entra nas inscricoes (INSCALU) nem no
      *           faturamento (FATGERA) daquele ano; aluno novo, sem
      *           registro, segue a regra de sempre.
      *****************************************************************
       FD  REMATRICULA-MASTER
           LABEL RECORD IS STANDARD.
       01  REG-REMATRICULA.
           03 REM-CHAVE.
               05 REM-ANO               PIC 9(04).
               05 REM-MATRICULA         PIC 9(06).
           03 REM-GUARDIAO              PIC 9(06).
           03 REM-SERIE                 PIC 9(02).
           03 REM-DATA-EMISSAO          PIC 9(08).
           03 REM-PRAZO                 PIC 9(08).
           03 REM-QTD-AVISOS            PIC 9(02).
           03 REM-RESPOSTA              PIC X(01).
               88 REM-SEM-RESPOSTA      VALUE 'S'.
               88 REM-CONFIRMADA        VALUE 'C'.
               88 REM-DECLINADA         VALUE 'D'.
           03 REM-DATA-RESPOSTA         PIC 9(08).
           03 REM-USUARIO               PIC X(08).
      *    Situacao financeira na ultima avaliacao (emissao ou
      *    tentativa de confirmar).
           03 REM-BLOQUEIO              PIC X(01).
               88 REM-BLOQUEADA         VALUE 'S'.
               88 REM-LIVRE             VALUE 'N'.
           03 REM-DEBITO-CTVS           PIC 9(09).
           03 REM-LIBERADO-POR          PIC X(08).
           03 REM-DATA-LIBERACAO        PIC 9(08).
           03 REM-MOTIVO-LIBERACAO      PIC X(30).
