      *****************************************************************
      * Copybook: PARMLGL
      * Purpose : CALL linkage block for LGLUTIL, a consulta a
      *           retencao legal (LGLMSTR) de um codigo de contato PF
      *           ou PJ. Todo programa que expurga, apara, arquiva ou
      *           anonimiza pergunta aqui antes e PULA o codigo
      *           retido. COPY into the LINKAGE SECTION of LGLUTIL
      *           and into WORKING-STORAGE of the caller.
      *
      *           LK-LGL-FUNCAO:
      *             'C' = consultar LK-LGL-CODIGO. O LGLMSTR fica
      *                   aberto entre as chamadas (lote que pergunta
      *                   linha a linha nao reabre o arquivo).
      *             'F' = fechar o LGLMSTR - o chamador faz no fim.
      *           LK-LGL-STATUS values:
      *             00 = codigo livre.
      *             01 = codigo RETIDO - LK-LGL-PROCESSO traz o
      *                  primeiro processo ativo e LK-LGL-QTD-
      *                  PROCESSOS quantos estao ativos.
      *             03 = sem cadastro de retencoes (LGLMSTR ausente)
      *                  - nada retido.
      *****************************************************************
       01  PARAMETRES-LGL.
           05 LK-LGL-FUNCAO             PIC X(01) VALUE 'C'.
               88 LK-LGL-CONSULTAR      VALUE 'C'.
               88 LK-LGL-FECHAR         VALUE 'F'.
           05 LK-LGL-CODIGO             PIC 9(06) VALUE ZEROS.
           05 LK-LGL-STATUS             PIC X(02) VALUE '00'.
               88 LK-LGL-LIVRE          VALUE '00'.
               88 LK-LGL-RETIDO         VALUE '01'.
               88 LK-LGL-SEM-CADASTRO   VALUE '03'.
           05 LK-LGL-PROCESSO           PIC X(20) VALUE SPACES.
           05 LK-LGL-QTD-PROCESSOS      PIC 9(03) VALUE ZEROS.
