      *****************************************************************
      * Copybook: FDTDC
      * Purpose : FD/record for the enrollment document type table
      *           (TDOCMSTR). Um registro por tipo de documento
      *           (CERTIDAO DE NASCIMENTO, RG, COMPROVANTE DE
      *           ENDERECO, CARTEIRA DE VACINACAO, HISTORICO DE
      *           TRANSFERENCIA...), mantido no DOCALU com perfil
      *           TOTAL. TDC-OBRIGATORIO 'S' entra no checklist de
      *           todo aluno novo (DOCUTIL); TDC-VALIDADE-MESES diz
      *           por quantos meses o documento vale depois de
      *           entregue (zero = nao vence). Tipo inativo nao entra
      *           em checklist novo nem na cobranca do DOCPEND.
      *****************************************************************
       FD  TIPO-DOCUMENTO
           LABEL RECORD IS STANDARD.
       01  REG-TIPO-DOCUMENTO.
           03 TDC-CODIGO                PIC X(04).
           03 TDC-DESCRICAO             PIC X(30).
           03 TDC-OBRIGATORIO           PIC X(01).
               88 TDC-E-OBRIGATORIO     VALUE 'S'.
           03 TDC-VALIDADE-MESES        PIC 9(03).
           03 TDC-STATUS                PIC X(01).
               88 TDC-ATIVO             VALUE 'A'.
               88 TDC-INATIVO           VALUE 'I'.
           03 TDC-USUARIO               PIC X(08).
           03 TDC-DATA-ALTERACAO        PIC 9(08).
