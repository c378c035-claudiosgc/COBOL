      *****************************************************************
      * Copybook: FDHRA
      * Purpose : FD/record for the login time-window register
      *           (HRAMSTR), mantido no HRACNTT. Dois tipos de
      *           registro pela chave TIPO + ID:
      *             - 'F' + filial: a janela da filial (filial em
      *               branco = matriz);
      *             - 'U' + USR-ID: a janela propria do usuario, que
      *               vale no lugar da filial. Horas zeradas = o
      *               usuario segue a janela da filial e o registro
      *               so carrega a excecao.
      *           Janela: HHMM de inicio e fim nos dias uteis (o fim
      *           nao entra - 1800 fecha as 18:00) e, opcional, o
      *           sabado com horario proprio. Domingo e feriado do
      *           CALMSTR ficam sempre fechados.
      *           Excecao (hora extra): no dia HRA-EXC-DATA o usuario
      *           entra a qualquer hora ate HRA-EXC-HORA-FIM, mesmo
      *           em fim de semana ou feriado; aprovada por um TOTAL
      *           (HRA-EXC-APROVADOR) com o motivo.
      *           Sem registro para o usuario nem para a filial, o
      *           acesso segue livre (instalacao sem janelas segue
      *           como antes). Consultado via HRAUTIL.
      *****************************************************************
       FD  HORARIO-ACESSO
           LABEL RECORD IS STANDARD.
       01  REG-HORARIO-ACESSO.
           03 HRA-CHAVE.
               05 HRA-TIPO              PIC X(01).
                   88 HRA-DO-USUARIO    VALUE 'U'.
                   88 HRA-DA-FILIAL     VALUE 'F'.
               05 HRA-ID                PIC X(08).
           03 HRA-SEMANA-INICIO         PIC 9(04).
           03 HRA-SEMANA-FIM            PIC 9(04).
           03 HRA-SABADO                PIC X(01).
               88 HRA-ABRE-SABADO       VALUE 'S'.
           03 HRA-SABADO-INICIO         PIC 9(04).
           03 HRA-SABADO-FIM            PIC 9(04).
           03 HRA-EXCECAO.
               05 HRA-EXC-DATA          PIC 9(08).
               05 HRA-EXC-HORA-FIM      PIC 9(04).
               05 HRA-EXC-APROVADOR     PIC X(08).
               05 HRA-EXC-MOTIVO        PIC X(30).
           03 HRA-USUARIO               PIC X(08).
           03 HRA-DATA-REGISTRO         PIC 9(08).
