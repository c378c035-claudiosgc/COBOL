      *****************************************************************
      * Copybook: FDEVT
      * Purpose : FD/records for events and seminars. EVT-ID e tambem
      *           o identificador de campanha do convite: a mala do
      *           CARTCNTT (ou a lista do NEWSCNTT) rodada sob esse
      *           codigo grava o CAMPDET de quem foi convidado, com o
      *           consentimento ja respeitado. Os contadores do
      *           evento andam junto com as inscricoes; a ordem da
      *           fila de espera sai de EVT-ULTIMA-ORDEM.
      *****************************************************************
       FD  EVENTO-MASTER
           LABEL RECORD IS STANDARD.
       01  REG-EVENTO.
           03 EVT-ID                    PIC X(08).
           03 EVT-TITULO                PIC X(40).
           03 EVT-DATA                  PIC 9(08).
           03 EVT-HORA                  PIC 9(04).
           03 EVT-LOCAL                 PIC X(40).
           03 EVT-CARGA-HORAS           PIC 9(02).
           03 EVT-CAPACIDADE            PIC 9(04).
           03 EVT-FILIAL                PIC X(03).
           03 EVT-SITUACAO              PIC X(01).
               88 EVT-ABERTO            VALUE 'A'.
               88 EVT-ENCERRADO         VALUE 'E'.
               88 EVT-CANCELADO         VALUE 'C'.
           03 EVT-QTD-CONFIRMADOS       PIC 9(04).
           03 EVT-QTD-ESPERA            PIC 9(04).
           03 EVT-QTD-PRESENTES         PIC 9(04).
           03 EVT-ULTIMA-ORDEM          PIC 9(04).
           03 EVT-DATA-CADASTRO         PIC 9(08).
           03 EVT-USUARIO               PIC X(08).
       FD  EVENTO-INSCRICAO
           LABEL RECORD IS STANDARD.
       01  REG-INSCRICAO.
           03 INS-CHAVE.
               05 INS-EVENTO            PIC X(08).
               05 INS-CODIGO            PIC 9(06).
      *    INS-SITUACAO: resposta ao convite. Confirmacao alem da
      *    capacidade entra na espera com INS-ORDEM-ESPERA; vaga
      *    aberta (desistencia ou capacidade ampliada) promove a
      *    menor ordem.
           03 INS-SITUACAO              PIC X(01).
               88 INS-CONFIRMADO        VALUE 'C'.
               88 INS-ESPERA            VALUE 'E'.
               88 INS-RECUSOU           VALUE 'R'.
               88 INS-DESISTIU          VALUE 'D'.
           03 INS-ORDEM-ESPERA          PIC 9(04).
           03 INS-DATA-RESPOSTA         PIC 9(08).
      *    INS-CONVIDADO 'S' = constava do CAMPDET do evento quando a
      *    resposta foi registrada; 'N' = inscricao espontanea.
           03 INS-CONVIDADO             PIC X(01).
           03 INS-PRESENCA              PIC X(01).
               88 INS-PRESENTE          VALUE 'S'.
           03 INS-DATA-PRESENCA         PIC 9(08).
           03 INS-CERTIFICADO           PIC X(01).
               88 INS-CERT-EMITIDO      VALUE 'S'.
           03 INS-DATA-CERTIFICADO      PIC 9(08).
           03 INS-USUARIO               PIC X(08).
