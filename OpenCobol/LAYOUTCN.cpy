      *****************************************************************
      * Copybook: LAYOUTCN
      * Purpose : Registro de 400 posicoes do arquivo de cobranca
      *           registrada do banco (CNAB 400) - remessa de boletos
      *           (FATREMES -> CNABREM) e retorno de liquidacoes
      *           (CNABRET -> FATRETOR). Quatro visoes do mesmo
      *           registro pelo tipo na posicao 1: 0 header, 1
      *           detalhe (remessa ou retorno), 9 trailer. Valores em
      *           reais com 2 decimais implicitas, datas DDMMAA, como
      *           o banco manda. A chave da fatura (matricula +
      *           competencia) vai no campo de uso da empresa, que o
      *           banco devolve intacto no retorno; o nosso numero e
      *           a mesma chave invertida (competencia + matricula).
      *           Mudou o layout do banco, mudam so este copybook e
      *           os dois programas.
      *****************************************************************
       01  REG-CNAB-HEADER.
           03 CNB-HDR-TIPO-REG          PIC X(01).
           03 CNB-HDR-OPERACAO          PIC X(01).
               88 CNB-HDR-REMESSA       VALUE '1'.
               88 CNB-HDR-RETORNO       VALUE '2'.
           03 CNB-HDR-LITERAL           PIC X(07).
           03 CNB-HDR-COD-SERVICO       PIC 9(02).
           03 CNB-HDR-LIT-SERVICO       PIC X(15).
           03 CNB-HDR-COD-EMPRESA       PIC 9(20).
           03 CNB-HDR-NOME-EMPRESA      PIC X(30).
           03 CNB-HDR-BANCO             PIC 9(03).
           03 CNB-HDR-NOME-BANCO        PIC X(15).
           03 CNB-HDR-DATA              PIC 9(06).
           03 FILLER                    PIC X(10).
           03 CNB-HDR-SEQ-ARQUIVO       PIC 9(07).
           03 FILLER                    PIC X(277).
           03 CNB-HDR-SEQ-REGISTRO      PIC 9(06).
       01  REG-CNAB-REMESSA.
           03 CNB-REM-TIPO-REG          PIC X(01).
           03 CNB-REM-AGENCIA           PIC 9(05).
           03 CNB-REM-CONTA             PIC 9(07).
           03 CNB-REM-DIGITO            PIC X(01).
           03 FILLER                    PIC X(06).
           03 CNB-REM-CARTEIRA          PIC 9(03).
           03 FILLER                    PIC X(14).
           03 CNB-REM-USO-EMPRESA       PIC X(25).
           03 CNB-REM-USO-CHAVE REDEFINES CNB-REM-USO-EMPRESA.
               05 CNB-REM-MATRICULA     PIC 9(06).
               05 CNB-REM-COMPETENCIA   PIC 9(06).
               05 FILLER                PIC X(13).
           03 FILLER                    PIC X(08).
           03 CNB-REM-NOSSO-NUMERO      PIC 9(12).
           03 FILLER                    PIC X(26).
           03 CNB-REM-OCORRENCIA        PIC X(02).
           03 CNB-REM-SEU-NUMERO        PIC X(10).
           03 CNB-REM-VENCIMENTO        PIC 9(06).
           03 CNB-REM-VALOR             PIC 9(11)V99.
           03 FILLER                    PIC X(08).
           03 CNB-REM-ESPECIE           PIC X(02).
           03 CNB-REM-ACEITE            PIC X(01).
           03 CNB-REM-EMISSAO           PIC 9(06).
           03 FILLER                    PIC X(04).
           03 CNB-REM-JUROS-DIA         PIC 9(11)V99.
           03 FILLER                    PIC X(06).
           03 FILLER                    PIC X(13).
           03 FILLER                    PIC X(13).
           03 FILLER                    PIC X(13).
           03 CNB-REM-TIPO-INSCRICAO    PIC 9(02).
           03 CNB-REM-CPF-CNPJ          PIC 9(14).
           03 CNB-REM-NOME-PAGADOR      PIC X(40).
           03 CNB-REM-ENDERECO          PIC X(40).
           03 FILLER                    PIC X(12).
           03 CNB-REM-CEP               PIC X(08).
           03 CNB-REM-CIDADE            PIC X(15).
           03 CNB-REM-UF                PIC X(02).
           03 CNB-REM-MULTA-PERC        PIC 9(02)V99.
           03 FILLER                    PIC X(39).
           03 CNB-REM-SEQ-REGISTRO      PIC 9(06).
       01  REG-CNAB-RETORNO.
           03 CNB-RET-TIPO-REG          PIC X(01).
           03 FILLER                    PIC X(36).
           03 CNB-RET-USO-EMPRESA       PIC X(25).
           03 CNB-RET-USO-CHAVE REDEFINES CNB-RET-USO-EMPRESA.
               05 CNB-RET-MATRICULA     PIC X(06).
               05 CNB-RET-COMPETENCIA   PIC X(06).
               05 FILLER                PIC X(13).
           03 FILLER                    PIC X(08).
           03 CNB-RET-NOSSO-NUMERO      PIC X(12).
           03 FILLER                    PIC X(26).
      *    Ocorrencias tratadas: 02 entrada confirmada, 03 entrada
      *    rejeitada, 06 liquidacao, 17 liquidacao apos baixa; as
      *    demais sao so contadas.
           03 CNB-RET-OCORRENCIA        PIC X(02).
               88 CNB-RET-ENTRADA-OK    VALUE '02'.
               88 CNB-RET-ENTRADA-REJ   VALUE '03'.
               88 CNB-RET-LIQUIDACAO    VALUE '06' '17'.
           03 CNB-RET-DATA-OCORRENCIA   PIC X(06).
           03 FILLER                    PIC X(30).
           03 CNB-RET-VENCIMENTO        PIC X(06).
           03 CNB-RET-VALOR-TITULO      PIC X(13).
           03 FILLER                    PIC X(10).
           03 CNB-RET-TARIFA            PIC X(13).
           03 FILLER                    PIC X(65).
           03 CNB-RET-VALOR-PAGO        PIC X(13).
           03 CNB-RET-JUROS             PIC X(13).
           03 FILLER                    PIC X(16).
           03 CNB-RET-DATA-CREDITO      PIC X(06).
           03 FILLER                    PIC X(16).
           03 CNB-RET-MOTIVO            PIC X(10).
           03 FILLER                    PIC X(67).
           03 CNB-RET-SEQ-REGISTRO      PIC X(06).
       01  REG-CNAB-TRAILER.
           03 CNB-TRL-TIPO-REG          PIC X(01).
           03 CNB-TRL-OPERACAO          PIC X(01).
           03 FILLER                    PIC X(15).
           03 CNB-TRL-QTD-TITULOS       PIC 9(08).
           03 CNB-TRL-VALOR-TOTAL       PIC 9(12)V99.
           03 FILLER                    PIC X(355).
           03 CNB-TRL-SEQ-REGISTRO      PIC 9(06).
