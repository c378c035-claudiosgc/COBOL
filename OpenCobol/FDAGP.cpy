      *****************************************************************
      * Copybook: FDAGP
      * Purpose : Record layout of the periodic job schedule
      *           (AGPMSTR). Uma linha por lote, colunas fixas:
      *             AGP-PROGRAMA   programa chamado pelo CICLCTRL.
      *             AGP-FREQUENCIA 'M' mensal, 'T' trimestral,
      *                            'A' anual.
      *             AGP-REGRA      'U' = AGP-ORDINAL-esimo dia util
      *                            do mes alvo (DATEUTIL 'N');
      *                            'F' = ultimo dia util do mes alvo.
      *             AGP-MES        mes alvo: no trimestral, 1 a 3
      *                            dentro do trimestre; no anual, 1
      *                            a 12; no mensal nao se usa.
      *             AGP-RUNLOG-PROPRIO 'S' = o lote ja grava INICIO/
      *                            FIM no RUNLOG; 'N' = o CICLCTRL
      *                            grava por ele.
      *             AGP-PARAMETROS o que o lote perguntaria no
      *                            console. Comecando com '&', os 7
      *                            primeiros sao trocados na hora da
      *                            execucao e o resto (a partir da
      *                            coluna 9) vai colado depois:
      *                            &MESATU/&MESANT = AAAAMM do mes
      *                            corrente/anterior, &PROXMM = MM
      *                            do mes seguinte, &ANOATU/&ANOANT
      *                            = AAAA do ano corrente/anterior.
      *           Linha com '*' na coluna 1 e comentario.
      *****************************************************************
       FD  AGENDA-PERIODICA
           LABEL RECORD IS STANDARD.
       01  REG-AGENDA-PER.
           03 AGP-PROGRAMA              PIC X(08).
           03 FILLER                    PIC X(01).
           03 AGP-FREQUENCIA            PIC X(01).
               88 AGP-MENSAL            VALUE 'M'.
               88 AGP-TRIMESTRAL        VALUE 'T'.
               88 AGP-ANUAL             VALUE 'A'.
           03 FILLER                    PIC X(01).
           03 AGP-REGRA                 PIC X(01).
               88 AGP-REGRA-ENESIMO     VALUE 'U'.
               88 AGP-REGRA-ULTIMO      VALUE 'F'.
           03 FILLER                    PIC X(01).
           03 AGP-ORDINAL               PIC 9(02).
           03 FILLER                    PIC X(01).
           03 AGP-MES                   PIC 9(02).
           03 FILLER                    PIC X(01).
           03 AGP-RUNLOG-PROPRIO        PIC X(01).
               88 AGP-GRAVA-RUNLOG      VALUE 'S'.
           03 FILLER                    PIC X(01).
           03 AGP-PARAMETROS            PIC X(20).
           03 AGP-PARAMETROS-R REDEFINES AGP-PARAMETROS.
               05 AGP-PARM-MARCA        PIC X(07).
                   88 AGP-PARM-MES-ATUAL    VALUE '&MESATU'.
                   88 AGP-PARM-MES-ANTERIOR VALUE '&MESANT'.
                   88 AGP-PARM-PROX-MES     VALUE '&PROXMM'.
                   88 AGP-PARM-ANO-ATUAL    VALUE '&ANOATU'.
                   88 AGP-PARM-ANO-ANTERIOR VALUE '&ANOANT'.
               05 FILLER                PIC X(01).
               05 AGP-PARM-RESTO        PIC X(12).
