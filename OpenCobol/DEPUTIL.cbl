      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE BAIXA DE DEPENDENCIA (DEPMSTR), NO
      *          ESTILO CHAMADO/CHAMADOR DE CFGUTIL/PRFUTIL. O
      *          FECHALU E O RECUPALU FECHAM A MATERIA; QUANDO O
      *          REGISTRO SAI APROVADO NUMA OFERTA DE DEPENDENCIA
      *          (OFE-DEPENDENCIA-DE NO OFERTMST), A DEPENDENCIA
      *          ABERTA MAIS ANTIGA DAQUELA MATERIA E CUMPRIDA AQUI,
      *          COM O PERIODO E A DATA DA BAIXA - SEM NINGUEM
      *          PRECISAR LEMBRAR DO CADERNO. OFERTMST OU DEPMSTR
      *          AUSENTE NAO FAZ NADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELOFE'.
           COPY 'SELDEP'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FDOFE'.
           COPY 'FDDEP'.
       WORKING-STORAGE SECTION.
       77  WK-FS-OFERTA                 PIC X(02) VALUE SPACES.
       77  WK-FS-DEPENDENCIA            PIC X(02) VALUE SPACES.
       77  WK-FIM-DEP                   PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
           COPY 'PARMDEP'.

       PROCEDURE DIVISION USING PARAMETRES-DEP.
       MAIN-PROCEDURE.
            SET LK-DEP-SEM-ARQUIVO       TO TRUE
            MOVE SPACES                  TO LK-DEP-MATERIA-BAIXADA

            OPEN INPUT OFERTA-MASTER
            IF WK-FS-OFERTA NOT = '00'
               GOBACK
            END-IF
            OPEN I-O DEPENDENCIA-MASTER
            IF WK-FS-DEPENDENCIA NOT = '00'
               CLOSE OFERTA-MASTER
               GOBACK
            END-IF

            SET LK-DEP-NADA-A-BAIXAR     TO TRUE

            MOVE LK-DEP-ANO-SEMESTRE     TO OFE-ANO-SEMESTRE
            MOVE LK-DEP-MATERIA          TO OFE-MATERIA
            READ OFERTA-MASTER
                 INVALID KEY
                    MOVE SPACES          TO OFE-DEPENDENCIA-DE
            END-READ

            IF OFE-DEPENDENCIA-DE NOT = SPACES
               MOVE 'N'                  TO WK-FIM-DEP
               MOVE LK-DEP-MATRICULA     TO DEP-MATRICULA
               MOVE OFE-DEPENDENCIA-DE   TO DEP-MATERIA
               MOVE ZEROS                TO DEP-PERIODO-ORIGEM
               START DEPENDENCIA-MASTER KEY IS NOT LESS THAN DEP-CHAVE
                   INVALID KEY
                      MOVE 'S'           TO WK-FIM-DEP
               END-START
               PERFORM P200-BAIXAR THRU P200-FIM
                       UNTIL WK-FIM-DEP = 'S'
            END-IF

            CLOSE OFERTA-MASTER DEPENDENCIA-MASTER
            GOBACK
            .

       P200-BAIXAR.
            READ DEPENDENCIA-MASTER NEXT RECORD
                 AT END
                    MOVE 'S'             TO WK-FIM-DEP
                    GO TO P200-FIM
            END-READ
            IF DEP-MATRICULA NOT = LK-DEP-MATRICULA
               OR DEP-MATERIA NOT = OFE-DEPENDENCIA-DE
               MOVE 'S'                  TO WK-FIM-DEP
               GO TO P200-FIM
            END-IF
            IF NOT DEP-ABERTA
               GO TO P200-FIM
            END-IF
            SET DEP-CUMPRIDA             TO TRUE
            MOVE LK-DEP-ANO-SEMESTRE     TO DEP-PERIODO-CUMPRIDA
            MOVE FUNCTION CURRENT-DATE(1:8) TO DEP-DATA-CUMPRIDA
            REWRITE REG-DEPENDENCIA
            IF WK-FS-DEPENDENCIA = '00'
               SET LK-DEP-BAIXADA        TO TRUE
               MOVE DEP-MATERIA          TO LK-DEP-MATERIA-BAIXADA
            END-IF
            MOVE 'S'                     TO WK-FIM-DEP
            .
       P200-FIM.
       END PROGRAM DEPUTIL.
