      *          ENDERECO VOLTA A RECEBER). O LADO AUTOMATICO
      *          (BOUNCE/DESCADASTRO DA FERRAMENTA DE EMAIL) E O
      *          SUPCARGA.
      * Modification History:
      *   15/10/2026 CS  Canal S - celular invalido ou descadastrado
      *                  do SMS; gravado pelo NTFRETOR com o retorno
      *                  do gateway e tambem digitavel na opcao 3.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            DISPLAY '*** REGISTRO DE SUPRESSAO ***'
            DISPLAY '1 - LISTAR SUPRESSOES'
            DISPLAY '2 - REGISTRAR ENVELOPE DEVOLVIDO (CANAL C)'
            DISPLAY '3 - REGISTRAR SUPRESSAO DE EMAIL/SMS (E/O/S)'
            DISPLAY '4 - REMOVER UMA SUPRESSAO'
            DISPLAY '(OU TECLE <S> PARA VOLTAR AO MENU)'
            ACCEPT WK-OPCAO
                  MOVE 'C'               TO WK-CANAL-INF
                  PERFORM P300-REGISTRAR THRU P300-FIM
               WHEN '3'
                  DISPLAY 'CANAL: E-EMAIL INVALIDO  O-DESCADASTRO  '
                          'S-SMS: '
                  ACCEPT WK-CANAL-INF
                  IF WK-CANAL-INF = 'E' OR WK-CANAL-INF = 'O'
                     OR WK-CANAL-INF = 'S'
                     PERFORM P300-REGISTRAR THRU P300-FIM
                  ELSE
                     DISPLAY 'CANAL INVALIDO.'
       P400-REMOVER.
            DISPLAY 'CODIGO DO CONTATO: '
            ACCEPT WK-CODIGO-INF
            DISPLAY 'CANAL (E/O/C/S): '
            ACCEPT WK-CANAL-INF
            MOVE WK-CODIGO-INF           TO SUP-CODIGO
            MOVE WK-CANAL-INF            TO SUP-CANAL
