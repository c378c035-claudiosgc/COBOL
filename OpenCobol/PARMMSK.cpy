      *                        sai MM/AAAA.
      *             TELEFONE - "(DD) PPPP-SSSS" em (1:14);
      *                        sai "(DD) ****-SSSS".
      *
      *           LK-MSK-USUARIO / LK-MSK-PROGRAMA / LK-MSK-CODIGO:
      *           quem esta olhando, de onde e qual contato. Quando
      *           preenchidos e o campo sai SEM mascara, MSKUTIL grava
      *           o acesso no VISLOG (revisao semanal no VISREV). Em
      *           branco = chamada que nao e exibicao em tela (ex.
      *           exportacao, ja registrada no DVGLOG) - nada gravado.
      *****************************************************************
       01  PARAMETRES-MSK.
           05 LK-MSK-PERFIL             PIC X(01) VALUE SPACES.
           05 LK-MSK-SAIDA              PIC X(20) VALUE SPACES.
           05 LK-MSK-STATUS             PIC X(02) VALUE '00'.
               88 LK-MSK-OK             VALUE '00'.
           05 LK-MSK-USUARIO            PIC X(08) VALUE SPACES.
           05 LK-MSK-PROGRAMA           PIC X(08) VALUE SPACES.
           05 LK-MSK-CODIGO             PIC 9(06) VALUE ZEROS.
