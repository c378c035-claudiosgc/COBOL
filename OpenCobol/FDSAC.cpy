      *****************************************************************
      * Copybook: FDSAC
      * Purpose : FD/record for the customer service case file
      *           (SACMSTR). O protocolo informado ao cliente e o ano
      *           da abertura + sequencia do ano (AAAANNNNNN).
      *           Canal:  T = telefone  C = carta  E = e-mail
      *                   B = balcao
      *           Status: A = aberto
      *                   E = em andamento
      *                   C = aguardando cliente
      *                   F = fechado (com texto de resolucao)
      *           SAC-CATEGORIA vem da tabela de referencia REFMSTR,
      *           tipo 'S'. SAC-PRAZO-SLA = data de abertura + N dias
      *           uteis (CALMSTR via DATEUTIL 'U'). Cada troca de
      *           status deixa linha datada no SACHIST.
      *****************************************************************
       FD  CASO-SAC
           LABEL RECORD IS STANDARD.
       01  REG-CASO-SAC.
           03 SAC-PROTOCOLO             PIC 9(10).
           03 SAC-PROTOCOLO-R REDEFINES SAC-PROTOCOLO.
               05 SAC-PROT-ANO          PIC 9(04).
               05 SAC-PROT-SEQ          PIC 9(06).
           03 SAC-TIPO-CONTATO          PIC X(01).
               88 SAC-CONTATO-PF        VALUE 'F'.
               88 SAC-CONTATO-PJ        VALUE 'J'.
           03 SAC-CODIGO                PIC 9(06).
           03 SAC-CANAL                 PIC X(01).
               88 SAC-CANAL-TELEFONE    VALUE 'T'.
               88 SAC-CANAL-CARTA       VALUE 'C'.
               88 SAC-CANAL-EMAIL       VALUE 'E'.
               88 SAC-CANAL-BALCAO      VALUE 'B'.
               88 SAC-CANAL-VALIDO      VALUE 'T' 'C' 'E' 'B'.
           03 SAC-CATEGORIA             PIC X(20).
           03 SAC-DESCRICAO             PIC X(60).
           03 SAC-OPERADOR              PIC X(08).
           03 SAC-FILIAL                PIC X(03).
           03 SAC-STATUS                PIC X(01).
               88 SAC-ABERTO            VALUE 'A'.
               88 SAC-EM-ANDAMENTO      VALUE 'E'.
               88 SAC-AGUARDANDO-CLIENTE VALUE 'C'.
               88 SAC-FECHADO           VALUE 'F'.
               88 SAC-PENDENTE          VALUE 'A' 'E' 'C'.
               88 SAC-STATUS-VALIDO     VALUE 'A' 'E' 'C' 'F'.
           03 SAC-DATA-HORA-ABERTURA    PIC X(26).
           03 SAC-DATA-ABERTURA         PIC 9(08).
           03 SAC-PRAZO-SLA             PIC 9(08).
           03 SAC-DATA-STATUS           PIC 9(08).
           03 SAC-DATA-FECHAMENTO       PIC 9(08).
           03 SAC-RESOLUCAO             PIC X(60).
