      *             N = newsletter (email)
      *             T = compartilhamento com terceiros (interface
      *                 externa)
      *             L = ligacao com relacionamento documentado -
      *                 cliente/contrato que autoriza ligar mesmo com
      *                 o numero no Nao Me Perturbe (NMPCARGA); o
      *                 motivo fica em CON-ORIGEM
      *             A = avisos eletronicos (SMS/email de frequencia,
      *                 ocorrencia, cobranca e retorno) - sem ela o
      *                 NTFUTIL nao enfileira notificacao
      *           CON-RESPOSTA 'S' = consentiu, 'N' = recusou.
      *           Contato SEM registro para a finalidade conta como
      *           NAO consentido para mala direta (e o backfill e
                   88 CON-CORRESPONDENCIA    VALUE 'C'.
                   88 CON-NEWSLETTER         VALUE 'N'.
                   88 CON-TERCEIROS          VALUE 'T'.
                   88 CON-LIGACAO-RELACIONAMENTO VALUE 'L'.
                   88 CON-AVISOS             VALUE 'A'.
           03 CON-RESPOSTA              PIC X(01).
               88 CON-CONSENTIU         VALUE 'S'.
               88 CON-RECUSOU           VALUE 'N'.
