      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: REVISAO DOS ORFAOS ACHADOS PELO ORFCNTT. O TOTAL VE
      *          CADA ORFAO DO ORFLIST (CLASSE 'O'; OS AVISOS DE PAI
      *          INATIVO FICAM SO NO RELATORIO) E CONFIRMA UM A UM.
      *          ANTES DE MEXER, CONFERE DE NOVO: O REGISTRO AINDA
      *          EXISTE NO SATELITE, O PAI CONTINUA SUMIDO (UM
      *          CONTREST DE ONTEM PODE TER TRAZIDO O CONTATO DE
      *          VOLTA) E O CONTATO NAO ESTA SOB RETENCAO LEGAL
      *          (LGLUTIL). CONFIRMADO, A IMAGEM DO REGISTRO VAI PARA
      *          O QUARFILE, COMO NO VERFCNTT, COM A SIGLA DO SATELITE
      *          E O MOTIVO; O REGISTRO SAI DO SATELITE E A REMOCAO E
      *          AUDITADA (ORFAO-QUAR).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORFREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELORF'.
           COPY 'SELCONT'.
           COPY 'SELCONTJ'.
           COPY 'SELALID'.
           COPY 'SELCAMP'.
           COPY 'SELNOTA'.
           COPY 'SELAGD'.
           COPY 'SELFAT'.
           COPY 'SELEMG'.
           COPY 'SELVINC'.
           COPY 'SELCON'.
           COPY 'SELFAM'.
           COPY 'SELOPO'.
           COPY 'SELSAC'.
           COPY 'SELAUDIT'.
           SELECT QUARENTENA
               ASSIGN TO "QUARFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-QUARENTENA.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDORF'.
           COPY 'FDCONT'.
           COPY 'FDCONTJ'.
           COPY 'FDALID'.
           COPY 'FDCAMP'.
           COPY 'FDNOTA'.
           COPY 'FDAGD'.
           COPY 'FDFAT'.
           COPY 'FDEMG'.
           COPY 'FDVINC'.
           COPY 'FDCON'.
           COPY 'FDFAM'.
           COPY 'FDOPO'.
           COPY 'FDSAC'.
           COPY 'FDAUDIT'.
       FD  QUARENTENA
           LABEL RECORD IS STANDARD.
       01  QUAR-REC.
           03 QUAR-ORIGEM               PIC X(02).
           03 QUAR-MOTIVO               PIC X(40).
           03 QUAR-IMAGEM               PIC X(400).
       WORKING-STORAGE SECTION.
       77  WK-FS-ORFAOS                 PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO                PIC X(02) VALUE SPACES.
       77  WK-FS-CONTATO-PJ             PIC X(02) VALUE SPACES.
       77  WK-FS-ALUNOID                PIC X(02) VALUE SPACES.
       77  WK-FS-CAMPCTL                PIC X(02) VALUE SPACES.
       77  WK-FS-CAMPDET                PIC X(02) VALUE SPACES.
       77  WK-FS-NOTAS                  PIC X(02) VALUE SPACES.
       77  WK-FS-AGENDA                 PIC X(02) VALUE SPACES.
       77  WK-FS-FATURA                 PIC X(02) VALUE SPACES.
       77  WK-FS-EMERGENCIA             PIC X(02) VALUE SPACES.
       77  WK-FS-VINCULO                PIC X(02) VALUE SPACES.
       77  WK-FS-CONSENT                PIC X(02) VALUE SPACES.
       77  WK-FS-FAMILIA                PIC X(02) VALUE SPACES.
       77  WK-FS-OPORTUNIDADE           PIC X(02) VALUE SPACES.
       77  WK-FS-SAC                    PIC X(02) VALUE SPACES.
       77  WK-FS-AUDITORIA              PIC X(02) VALUE SPACES.
       77  WK-FS-QUARENTENA             PIC X(02) VALUE SPACES.
           COPY 'PARMSELO'.
           COPY 'PARMLGL'.
       77  WK-TEM-CONTATO               PIC X(01) VALUE 'N'.
       77  WK-TEM-PJ                    PIC X(01) VALUE 'N'.
       77  WK-TEM-ALUNOID               PIC X(01) VALUE 'N'.
       77  WK-TEM-CAMPCTL               PIC X(01) VALUE 'N'.
       77  WK-FIM-ARQ                   PIC X(01) VALUE 'N'.
       77  WK-CONFIRMA                  PIC X(01) VALUE SPACE.
       77  WK-PAI-VOLTOU                PIC X(01) VALUE 'N'.
       77  WK-REMOCAO                   PIC X(01) VALUE SPACE.
           88 WK-REMOVIDO               VALUE 'R'.
           88 WK-JA-RESOLVIDO           VALUE 'J'.
           88 WK-SATELITE-AUSENTE       VALUE 'X'.
           88 WK-ERRO-REMOCAO           VALUE 'E'.
       77  WK-QTD-OFERECIDOS            PIC 9(06) VALUE ZEROS.
       77  WK-QTD-QUARENTENA            PIC 9(06) VALUE ZEROS.
       77  WK-QTD-MANTIDOS              PIC 9(06) VALUE ZEROS.
       77  WK-MOTIVO                    PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
           COPY 'COMAREA'.

       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            IF NOT WS-PERFIL-TOTAL
               DISPLAY 'REVISAO DE ORFAOS EXIGE PERFIL TOTAL.'
               MOVE ' *** ACESSO NEGADO (PERFIL) ***         ' TO
                                         WS-MENSSAGEM
               GOBACK
            END-IF

            OPEN INPUT LISTA-ORFAOS
            IF WK-FS-ORFAOS NOT = '00'
               DISPLAY 'ORFLIST AUSENTE - RODE O ORFCNTT PRIMEIRO.'
               MOVE ' *** SEM LISTA DE ORFAOS ***            ' TO
                                         WS-MENSSAGEM
               GOBACK
            END-IF
            PERFORM P100-ABRIR-ARQUIVOS

            DISPLAY ' '
            DISPLAY '*** REVISAO DE ORFAOS (ORFLIST) ***'
            DISPLAY 'S = QUARENTENAR  N = MANTER  F = ENCERRAR'
            MOVE 'N'                     TO WK-FIM-ARQ
            PERFORM P200-PROXIMO-ORFAO THRU P200-FIM
                    UNTIL WK-FIM-ARQ = 'S'

            CLOSE LISTA-ORFAOS QUARENTENA
            IF WK-TEM-CONTATO = 'S'
               CLOSE CONTATO-MASTER
            END-IF
            IF WK-TEM-PJ = 'S'
               CLOSE CONTPJ-MASTER
            END-IF
            IF WK-TEM-ALUNOID = 'S'
               CLOSE ALUNO-IDENTIDADE
            END-IF
            IF WK-TEM-CAMPCTL = 'S'
               CLOSE CAMPANHA-CONTROLE
            END-IF
            SET LK-LGL-FECHAR            TO TRUE
            CALL 'LGLUTIL' USING PARAMETRES-LGL

            DISPLAY 'ORFAOS OFERECIDOS: ' WK-QTD-OFERECIDOS
                    '  QUARENTENADOS: ' WK-QTD-QUARENTENA
                    '  MANTIDOS: ' WK-QTD-MANTIDOS
            MOVE ' *** REVISAO DE ORFAOS ***              ' TO
                                         WS-MENSSAGEM
            GOBACK
            .

       P100-ABRIR-ARQUIVOS.
            OPEN INPUT CONTATO-MASTER
            IF WK-FS-CONTATO = '00'
               MOVE 'S'                  TO WK-TEM-CONTATO
            END-IF
            OPEN INPUT CONTPJ-MASTER
            IF WK-FS-CONTATO-PJ = '00'
               MOVE 'S'                  TO WK-TEM-PJ
            END-IF
            OPEN INPUT ALUNO-IDENTIDADE
            IF WK-FS-ALUNOID = '00'
               MOVE 'S'                  TO WK-TEM-ALUNOID
            END-IF
            OPEN INPUT CAMPANHA-CONTROLE
            IF WK-FS-CAMPCTL = '00'
               MOVE 'S'                  TO WK-TEM-CAMPCTL
            END-IF
            OPEN EXTEND QUARENTENA
            IF WK-FS-QUARENTENA = '35'
               OPEN OUTPUT QUARENTENA
            END-IF
            .

       P200-PROXIMO-ORFAO.
            READ LISTA-ORFAOS
                 AT END
                    MOVE 'S'             TO WK-FIM-ARQ
                    GO TO P200-FIM
            END-READ
            IF NOT ORF-ORFAO
               GO TO P200-FIM
            END-IF
            ADD 1                        TO WK-QTD-OFERECIDOS
            DISPLAY ' '
            DISPLAY ORF-ARQUIVO ' CHAVE ' ORF-CHAVE
            DISPLAY '   ' ORF-TIPO ' (' ORF-PAI ' ' ORF-CODIGO-PAI
                    ') - ACHADO EM ' ORF-DATA
            DISPLAY 'QUARENTENAR (S/N/F)? '
            ACCEPT WK-CONFIRMA
            IF WK-CONFIRMA = 'F' OR WK-CONFIRMA = 'f'
               MOVE 'S'                  TO WK-FIM-ARQ
               GO TO P200-FIM
            END-IF
            IF WK-CONFIRMA NOT = 'S' AND WK-CONFIRMA NOT = 's'
               ADD 1                     TO WK-QTD-MANTIDOS
               GO TO P200-FIM
            END-IF

            PERFORM P300-CONFERIR-PAI THRU P300-FIM
            IF WK-PAI-VOLTOU = 'S'
               DISPLAY 'O PAI EXISTE DE NOVO - REGISTRO MANTIDO.'
               ADD 1                     TO WK-QTD-MANTIDOS
               GO TO P200-FIM
            END-IF
            IF ORF-CODIGO-CONTATO NOT = ZEROS
               SET LK-LGL-CONSULTAR      TO TRUE
               MOVE ORF-CODIGO-CONTATO   TO LK-LGL-CODIGO
               CALL 'LGLUTIL' USING PARAMETRES-LGL
               IF LK-LGL-RETIDO
                  DISPLAY 'CONTATO ' ORF-CODIGO-CONTATO
                          ' SOB RETENCAO LEGAL (' LK-LGL-PROCESSO
                          ') - REGISTRO MANTIDO.'
                  ADD 1                  TO WK-QTD-MANTIDOS
                  GO TO P200-FIM
               END-IF
            END-IF

            MOVE SPACES                  TO WK-MOTIVO
            STRING 'ORFAO ' ORF-ARQUIVO ' ' ORF-TIPO
                   DELIMITED BY SIZE INTO WK-MOTIVO
            END-STRING
            PERFORM P400-QUARENTENAR THRU P400-FIM
            EVALUATE TRUE
               WHEN WK-REMOVIDO
                  ADD 1                  TO WK-QTD-QUARENTENA
                  DISPLAY 'REGISTRO ENVIADO PARA A QUARENTENA.'
                  PERFORM P800-GRAVAR-AUDITORIA
               WHEN WK-JA-RESOLVIDO
                  DISPLAY 'REGISTRO NAO EXISTE MAIS - JA RESOLVIDO.'
               WHEN WK-SATELITE-AUSENTE
                  DISPLAY ORF-ARQUIVO ' AUSENTE - NADA A FAZER.'
               WHEN OTHER
                  DISPLAY 'ERRO AO REMOVER - REGISTRO MANTIDO.'
                  ADD 1                  TO WK-QTD-MANTIDOS
            END-EVALUATE
            .
       P200-FIM.

      ******************************************************************
      * P300-CONFERIR-PAI: o ORFLIST e da noite anterior; se o pai
      * apareceu desde entao (restauracao do arquivo morto, ALUNOID
      * recarregado, campanha recadastrada) o registro nao e orfao.
      ******************************************************************
       P300-CONFERIR-PAI.
            MOVE 'N'                     TO WK-PAI-VOLTOU
            EVALUATE ORF-PAI
               WHEN 'ALUNOID'
                  IF WK-TEM-ALUNOID = 'S'
                     MOVE ORF-CODIGO-PAI(1:6) TO MAT-MATRICULA
                     READ ALUNO-IDENTIDADE
                          NOT INVALID KEY
                             MOVE 'S'    TO WK-PAI-VOLTOU
                     END-READ
                  END-IF
               WHEN 'CAMPCTL'
                  IF WK-TEM-CAMPCTL = 'S'
                     MOVE ORF-CODIGO-PAI TO CMP-ID
                     READ CAMPANHA-CONTROLE
                          NOT INVALID KEY
                             MOVE 'S'    TO WK-PAI-VOLTOU
                     END-READ
                  END-IF
               WHEN 'CONTPJMS'
                  PERFORM P310-PROCURAR-PJ
               WHEN 'CONTMSTR'
                  PERFORM P320-PROCURAR-PF
               WHEN OTHER
                  PERFORM P320-PROCURAR-PF
                  IF WK-PAI-VOLTOU NOT = 'S'
                     PERFORM P310-PROCURAR-PJ
                  END-IF
            END-EVALUATE
            .
       P300-FIM.

       P310-PROCURAR-PJ.
            IF WK-TEM-PJ = 'S'
               MOVE ORF-CODIGO-PAI(1:6)  TO WK-CODIGO-PJ
               READ CONTPJ-MASTER
                    NOT INVALID KEY
                       MOVE 'S'          TO WK-PAI-VOLTOU
               END-READ
            END-IF
            .

       P320-PROCURAR-PF.
            IF WK-TEM-CONTATO = 'S'
               MOVE ORF-CODIGO-PAI(1:6)  TO WK-CODIGO
               READ CONTATO-MASTER
                    NOT INVALID KEY
                       MOVE 'S'          TO WK-PAI-VOLTOU
               END-READ
            END-IF
            .

      ******************************************************************
      * P400-QUARENTENAR: abre so o satelite da linha, rele pela chave
      * gravada no ORFLIST, copia a imagem para o QUARFILE e remove.
      ******************************************************************
       P400-QUARENTENAR.
            SET WK-SATELITE-AUSENTE      TO TRUE
            MOVE ORF-ORIGEM              TO QUAR-ORIGEM
            MOVE WK-MOTIVO               TO QUAR-MOTIVO
            MOVE SPACES                  TO QUAR-IMAGEM
            EVALUATE ORF-ORIGEM
               WHEN 'NT'
                  PERFORM P410-REMOVER-NOTA THRU P410-FIM
               WHEN 'AG'
                  PERFORM P420-REMOVER-AGENDA THRU P420-FIM
               WHEN 'FT'
                  PERFORM P430-REMOVER-FATURA THRU P430-FIM
               WHEN 'EM'
                  PERFORM P440-REMOVER-EMERGENCIA THRU P440-FIM
               WHEN 'VI'
                  PERFORM P450-REMOVER-VINCULO THRU P450-FIM
               WHEN 'CD'
                  PERFORM P460-REMOVER-CAMPDET THRU P460-FIM
               WHEN 'CO'
                  PERFORM P470-REMOVER-CONSENT THRU P470-FIM
               WHEN 'FA'
                  PERFORM P480-REMOVER-FAMILIA THRU P480-FIM
               WHEN 'OP'
                  PERFORM P490-REMOVER-OPORTUNIDADE THRU P490-FIM
               WHEN 'SA'
                  PERFORM P495-REMOVER-SAC THRU P495-FIM
            END-EVALUATE
            .
       P400-FIM.

       P410-REMOVER-NOTA.
            OPEN I-O NOTAS-CONTATO
            IF WK-FS-NOTAS NOT = '00'
               GO TO P410-FIM
            END-IF
            MOVE ORF-CHAVE(1:10)         TO NOTA-CHAVE
            READ NOTAS-CONTATO
                 INVALID KEY
                    SET WK-JA-RESOLVIDO  TO TRUE
                 NOT INVALID KEY
                    MOVE REG-NOTA        TO QUAR-IMAGEM
                    DELETE NOTAS-CONTATO
                    IF WK-FS-NOTAS = '00'
                       PERFORM P499-GRAVAR-QUARENTENA
                    ELSE
                       SET WK-ERRO-REMOCAO TO TRUE
                    END-IF
            END-READ
            CLOSE NOTAS-CONTATO
            .
       P410-FIM.

       P420-REMOVER-AGENDA.
            OPEN I-O AGENDA-RETORNOS
            IF WK-FS-AGENDA NOT = '00'
               GO TO P420-FIM
            END-IF
            MOVE ORF-CHAVE(1:6)          TO AGE-ID
            READ AGENDA-RETORNOS
                 INVALID KEY
                    SET WK-JA-RESOLVIDO  TO TRUE
                 NOT INVALID KEY
                    MOVE REG-AGENDA      TO QUAR-IMAGEM
                    DELETE AGENDA-RETORNOS
                    IF WK-FS-AGENDA = '00'
                       PERFORM P499-GRAVAR-QUARENTENA
                    ELSE
                       SET WK-ERRO-REMOCAO TO TRUE
                    END-IF
            END-READ
            CLOSE AGENDA-RETORNOS
            .
       P420-FIM.

       P430-REMOVER-FATURA.
            OPEN I-O FATURA-MASTER
            IF WK-FS-FATURA NOT = '00'
               GO TO P430-FIM
            END-IF
            MOVE ORF-CHAVE(1:12)         TO FAT-CHAVE
            READ FATURA-MASTER
                 INVALID KEY
                    SET WK-JA-RESOLVIDO  TO TRUE
                 NOT INVALID KEY
                    MOVE REG-FATURA      TO QUAR-IMAGEM
                    DELETE FATURA-MASTER
                    IF WK-FS-FATURA = '00'
                       PERFORM P499-GRAVAR-QUARENTENA
                    ELSE
                       SET WK-ERRO-REMOCAO TO TRUE
                    END-IF
            END-READ
            CLOSE FATURA-MASTER
            .
       P430-FIM.

       P440-REMOVER-EMERGENCIA.
            OPEN I-O EMERGENCIA-MASTER
            IF WK-FS-EMERGENCIA NOT = '00'
               GO TO P440-FIM
            END-IF
            MOVE ORF-CHAVE(1:7)          TO EMG-CHAVE
            READ EMERGENCIA-MASTER
                 INVALID KEY
                    SET WK-JA-RESOLVIDO  TO TRUE
                 NOT INVALID KEY
                    MOVE REG-EMERGENCIA  TO QUAR-IMAGEM
                    DELETE EMERGENCIA-MASTER
                    IF WK-FS-EMERGENCIA = '00'
                       PERFORM P499-GRAVAR-QUARENTENA
                    ELSE
                       SET WK-ERRO-REMOCAO TO TRUE
                    END-IF
            END-READ
            CLOSE EMERGENCIA-MASTER
            .
       P440-FIM.

       P450-REMOVER-VINCULO.
            OPEN I-O VINCULO-MASTER
            IF WK-FS-VINCULO NOT = '00'
               GO TO P450-FIM
            END-IF
            MOVE ORF-CHAVE(1:12)         TO VIN-CHAVE
            READ VINCULO-MASTER
                 INVALID KEY
                    SET WK-JA-RESOLVIDO  TO TRUE
                 NOT INVALID KEY
                    MOVE REG-VINCULO     TO QUAR-IMAGEM
                    DELETE VINCULO-MASTER
                    IF WK-FS-VINCULO = '00'
                       PERFORM P499-GRAVAR-QUARENTENA
                    ELSE
                       SET WK-ERRO-REMOCAO TO TRUE
                    END-IF
            END-READ
            CLOSE VINCULO-MASTER
            .
       P450-FIM.

       P460-REMOVER-CAMPDET.
            OPEN I-O CAMPANHA-DETALHE
            IF WK-FS-CAMPDET NOT = '00'
               GO TO P460-FIM
            END-IF
            MOVE ORF-CHAVE(1:14)         TO CMD-CHAVE
            READ CAMPANHA-DETALHE
                 INVALID KEY
                    SET WK-JA-RESOLVIDO  TO TRUE
                 NOT INVALID KEY
                    MOVE REG-CAMPANHA-DET TO QUAR-IMAGEM
                    DELETE CAMPANHA-DETALHE
                    IF WK-FS-CAMPDET = '00'
                       PERFORM P499-GRAVAR-QUARENTENA
                    ELSE
                       SET WK-ERRO-REMOCAO TO TRUE
                    END-IF
            END-READ
            CLOSE CAMPANHA-DETALHE
            .
       P460-FIM.

       P470-REMOVER-CONSENT.
            OPEN I-O CONSENTIMENTO
            IF WK-FS-CONSENT NOT = '00'
               GO TO P470-FIM
            END-IF
            MOVE ORF-CHAVE                TO CON-CHAVE
            READ CONSENTIMENTO
                 INVALID KEY
                    SET WK-JA-RESOLVIDO  TO TRUE
                 NOT INVALID KEY
                    MOVE REG-CONSENTIMENTO TO QUAR-IMAGEM
                    DELETE CONSENTIMENTO
                    IF WK-FS-CONSENT = '00'
                       PERFORM P499-GRAVAR-QUARENTENA
                    ELSE
                       SET WK-ERRO-REMOCAO TO TRUE
                    END-IF
            END-READ
            CLOSE CONSENTIMENTO
            .
       P470-FIM.

       P480-REMOVER-FAMILIA.
            OPEN I-O PARENTESCO-MASTER
            IF WK-FS-FAMILIA NOT = '00'
               GO TO P480-FIM
            END-IF
            MOVE ORF-CHAVE(1:12)         TO FAM-CHAVE
            READ PARENTESCO-MASTER
                 INVALID KEY
                    SET WK-JA-RESOLVIDO  TO TRUE
                 NOT INVALID KEY
                    MOVE REG-PARENTESCO  TO QUAR-IMAGEM
                    DELETE PARENTESCO-MASTER
                    IF WK-FS-FAMILIA = '00'
                       PERFORM P499-GRAVAR-QUARENTENA
                    ELSE
                       SET WK-ERRO-REMOCAO TO TRUE
                    END-IF
            END-READ
            CLOSE PARENTESCO-MASTER
            .
       P480-FIM.

       P490-REMOVER-OPORTUNIDADE.
            OPEN I-O OPORTUNIDADE
            IF WK-FS-OPORTUNIDADE NOT = '00'
               GO TO P490-FIM
            END-IF
            MOVE ORF-CHAVE(1:6)          TO OPO-ID
            READ OPORTUNIDADE
                 INVALID KEY
                    SET WK-JA-RESOLVIDO  TO TRUE
                 NOT INVALID KEY
                    MOVE REG-OPORTUNIDADE TO QUAR-IMAGEM
                    DELETE OPORTUNIDADE
                    IF WK-FS-OPORTUNIDADE = '00'
                       PERFORM P499-GRAVAR-QUARENTENA
                    ELSE
                       SET WK-ERRO-REMOCAO TO TRUE
                    END-IF
            END-READ
            CLOSE OPORTUNIDADE
            .
       P490-FIM.

       P495-REMOVER-SAC.
            OPEN I-O CASO-SAC
            IF WK-FS-SAC NOT = '00'
               GO TO P495-FIM
            END-IF
            MOVE ORF-CHAVE(1:10)         TO SAC-PROTOCOLO
            READ CASO-SAC
                 INVALID KEY
                    SET WK-JA-RESOLVIDO  TO TRUE
                 NOT INVALID KEY
                    MOVE REG-CASO-SAC    TO QUAR-IMAGEM
                    DELETE CASO-SAC
                    IF WK-FS-SAC = '00'
                       PERFORM P499-GRAVAR-QUARENTENA
                    ELSE
                       SET WK-ERRO-REMOCAO TO TRUE
                    END-IF
            END-READ
            CLOSE CASO-SAC
            .
       P495-FIM.

       P499-GRAVAR-QUARENTENA.
            WRITE QUAR-REC
            SET WK-REMOVIDO              TO TRUE
            .

       P800-GRAVAR-AUDITORIA.
            OPEN EXTEND AUDITORIA
            IF WK-FS-AUDITORIA = '35'
               OPEN OUTPUT AUDITORIA
            END-IF

            MOVE FUNCTION CURRENT-DATE   TO AUD-DATA-HORA
            MOVE 'ORFAO-QUAR'            TO AUD-OPERACAO
            MOVE ORF-CODIGO-CONTATO      TO AUD-CODIGO
            MOVE WS-USUARIO-LOGADO       TO AUD-USUARIO
            MOVE SPACES                  TO AUD-MENSAGEM
            STRING ORF-ORIGEM ' ' ORF-CHAVE ' ' ORF-TIPO
                   DELIMITED BY SIZE INTO AUD-MENSAGEM
            END-STRING

            MOVE ZEROS                  TO AUD-ELO
            MOVE AUDIT-REC(1:90)        TO LK-SELO-CONTEUDO
            SET LK-SELO-PROXIMO         TO TRUE
            CALL 'SELOUTIL' USING PARAMETRES-SELO
            MOVE LK-SELO-ELO            TO AUD-ELO
            WRITE AUDIT-REC

            CLOSE AUDITORIA
            .
       END PROGRAM ORFREV.
