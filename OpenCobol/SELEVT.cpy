      *****************************************************************
      * Copybook: SELEVT
      * Purpose : FILE-CONTROL entries for events and seminars - o
      *           cadastro do evento (EVTMSTR, um registro por
      *           evento) e as inscricoes (EVTINSC, um registro por
      *           contato respondido: confirmado, espera, recusa,
      *           presenca e certificado). COPY into any program that
      *           mantem ou consulta eventos (EVTCNTT/EVTCERT).
      *****************************************************************
           SELECT EVENTO-MASTER
               ASSIGN TO "EVTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVT-ID
               FILE STATUS IS WK-FS-EVENTO.
           SELECT EVENTO-INSCRICAO
               ASSIGN TO "EVTINSC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-CHAVE
               FILE STATUS IS WK-FS-INSCRICAO.
