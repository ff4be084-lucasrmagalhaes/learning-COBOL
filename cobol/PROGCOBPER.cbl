       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBPER.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: ROTINA CHAMAVEL DE CONTROLE DE PERIODO CONTABIL -
      * RECEBE A DATA DO MOVIMENTO (AAAAMMDD) E DEVOLVE 'A' SE O
      * MES ESTA ABERTO OU 'F' SE JA FOI FECHADO EM PERIODOS.DAT
      * (PERREG); MES SEM REGISTRO OU SEM O ARQUIVO ESTA ABERTO.
      * TODO PROGRAMA QUE GRAVA MOVIMENTO FINANCEIRO DATADO CHAMA
      * ANTES DE GRAVAR E RECUSA A DATA DE PERIODO FECHADO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-ANOMES
               FILE STATUS IS WRK-FS-PERIODOS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS.
           COPY PERREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-PERIODOS  PIC X(02)       VALUE SPACES.
       01 WRK-DATA-MOV.
           02 WRK-MOV-ANOMES   PIC 9(06).
           02 WRK-MOV-DIA      PIC 9(02).

       LINKAGE SECTION.
       01 LNK-DATA         PIC 9(08).
       01 LNK-SITUACAO     PIC X(01).
           88 LNK-PERIODO-ABERTO   VALUE 'A'.
           88 LNK-PERIODO-FECHADO  VALUE 'F'.

       PROCEDURE DIVISION USING LNK-DATA LNK-SITUACAO.
       0000-PRINCIPAL.
           SET LNK-PERIODO-ABERTO TO TRUE.
           MOVE LNK-DATA TO WRK-DATA-MOV.
           OPEN INPUT PERIODOS.
           IF WRK-FS-PERIODOS EQUAL '00'
               MOVE WRK-MOV-ANOMES TO PER-ANOMES
               READ PERIODOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-SIT-FECHADO
                           SET LNK-PERIODO-FECHADO TO TRUE
                           DISPLAY 'PERIODO CONTABIL ' PER-ANOMES
                               ' FECHADO EM ' PER-DATA-FECHAMENTO
                               ' - DATA ' LNK-DATA ' RECUSADA'
                       END-IF
               END-READ
               CLOSE PERIODOS
           END-IF.
           GOBACK.
