      *             E = email invalido (bounce da ferramenta)
      *             O = descadastro de email (opt-out)
      *             C = correspondencia devolvida pelo correio
      *             S = celular invalido ou descadastrado do SMS
      *           Alimentado pelo SUPCARGA (arquivo de retorno da
      *           ferramenta), pelo NTFRETOR (retorno do gateway de
      *           SMS/email) e pelo SUPCNTT (envelope devolvido
      *           digitado no balcao).
      *****************************************************************
       FD  SUPRESSAO
                   88 SUP-EMAIL-RUIM    VALUE 'E'.
                   88 SUP-EMAIL-OPTOUT  VALUE 'O'.
                   88 SUP-CORREIO       VALUE 'C'.
                   88 SUP-SMS           VALUE 'S'.
           03 SUP-DATA                  PIC 9(08).
           03 SUP-ORIGEM                PIC X(08).
