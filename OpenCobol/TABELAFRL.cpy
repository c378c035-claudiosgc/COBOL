      *****************************************************************
      * Copybook: TABELAFRL
      * Purpose : CATALOGO DOS RELATORIOS QUE PODEM IR PARA A FILA DA
      *           NOITE (FRLMSTR). POR RELATORIO: O PROGRAM-ID, O
      *           PERFIL MINIMO ('L' QUALQUER OPERADOR, 'T' SO
      *           TOTAL - O MESMO DA OPCAO DO MENUCNTT), O ARQUIVO DE
      *           SAIDA QUE O PROGRAMA GRAVA (ORIGEM PARA O SPLUTIL),
      *           SE O PROGRAMA TEM PARAMETROS A COLHER NA TELA ('S' -
      *           CHAMADO PELO FRLCNTT EM WS-COLETA-PEDIDO) E A
      *           DESCRICAO. O FRLCNTT CONFERE O PERFIL NO PEDIDO E O
      *           FRLEXEC CONFERE DE NOVO NA HORA DE RODAR.
      *****************************************************************
       77  WK-QTD-CATALOGO-FRL          PIC 9(02) VALUE 5.
       01  WK-TABELA-FRL-INIC.
           05 FILLER                    PIC X(50) VALUE
              'DIRCNTT LDIRCNTT     SDIRETORIO DE CONTATOS'.
           05 FILLER                    PIC X(50) VALUE
              'NOTABUSCLNOTABREL    SBUSCA DE PALAVRA NAS NOTAS'.
           05 FILLER                    PIC X(50) VALUE
              'AUDCONS TAUDCREL     STRILHA DE AUDITORIA'.
           05 FILLER                    PIC X(50) VALUE
              'QUALCNTTTQUALREL     NQUALIDADE DO CADASTRO'.
           05 FILLER                    PIC X(50) VALUE
              'DUPCNTT TDUPREL      NQUASE-DUPLICADOS NO CADASTRO'.
       01  WK-TABELA-FRL REDEFINES WK-TABELA-FRL-INIC.
           05 WK-FRL-ITEM               OCCURS 5 TIMES.
               10 WK-FRL-PROGRAMA       PIC X(08).
               10 WK-FRL-PERFIL-MINIMO  PIC X(01).
               10 WK-FRL-SAIDA          PIC X(12).
               10 WK-FRL-COLETA         PIC X(01).
               10 WK-FRL-DESCRICAO      PIC X(28).
