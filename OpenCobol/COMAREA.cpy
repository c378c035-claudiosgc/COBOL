      *    delegacao temporaria (DELEGMST), carrega o USR-ID de quem
      *    concedeu - em branco = perfil proprio do usuario.
           03 WS-DELEGADO-POR           PIC X(08).
      *    WS-MODO-EXECUCAO: em branco = chamada normal pelo menu.
      *    'P' = o FRLCNTT so quer os parametros - o relatorio pergunta
      *    como sempre, devolve tudo em WS-PARAMETROS-FILA e volta sem
      *    rodar. 'F' = rodando pela fila da noite (FRLEXEC) - nada e
      *    perguntado, os parametros ja vem em WS-PARAMETROS-FILA e o
      *    registro no spool fica com o FRLEXEC, em nome de quem pediu.
      *    Se a tela desistir na coleta, WS-PARAMETROS-FILA volta como
      *    o FRLCNTT deixou (HIGH-VALUES) e o pedido nao e gravado.
           03 WS-MODO-EXECUCAO          PIC X(01).
               88 WS-COLETA-PEDIDO      VALUE 'P'.
               88 WS-EXECUCAO-FILA      VALUE 'F'.
           03 WS-PARAMETROS-FILA        PIC X(100).
