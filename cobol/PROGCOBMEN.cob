       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBMEN.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: ROTINA CHAMAVEL DE ATRASO DE MENSALIDADE DO
      * ALUNO - PERCORRE OS CARNES DO ALUNO (CARNES.DAT) E OS
      * TITULOS DE CADA CARNE EM CONTASREC.DAT E DEVOLVE A
      * QUANTIDADE, O VALOR E O MAIOR ATRASO DAS MENSALIDADES
      * VENCIDAS HA MAIS DE 60 DIAS NA DATA DE REFERENCIA. O
      * BOLETIM (PROGCOB18), A MATRICULA (PROGCOB86) E A VIRADA
      * DO ANO LETIVO (PROGCOB120) USAM A MESMA ROTINA PARA O
      * BLOQUEIO SAIR IGUAL EM TODO LUGAR. TITULO LANCADO COMO
      * PERDA CONTINUA DEVIDO; TITULO RENEGOCIADO EM ACORDO
      * (PROGCOB101) SAI DA CONTA - QUEM COBRA E O ACORDO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARNES ASSIGN TO "CARNES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRN-CHAVE
               FILE STATUS IS WRK-FS-CARNES.

           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REC-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CONTASREC.

       DATA DIVISION.
       FILE SECTION.
       FD  CARNES.
           COPY CRNREG.

       FD  CONTASREC.
           COPY RECREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-CARNES        PIC X(02)      VALUE SPACES.
       77 WRK-FS-CONTASREC     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ             VALUE 'S'.
       77 WRK-DIAS-TOLERANCIA  PIC 9(03)      VALUE 60.
       77 WRK-PRIMEIRO-PED-MENSALIDADE PIC 9(08) VALUE 80000000.
       77 WRK-IND-PARC         PIC 9(02)      VALUE ZEROS.
       77 WRK-DATA-FUNCAO      PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO     PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2    PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-ATRASO      PIC S9(08)     VALUE ZEROS.
       77 WRK-DATA-VALIDA      PIC X(01)      VALUE 'N'.

       LINKAGE SECTION.
       01 LNK-MEN-AREA.
           02 LNK-MEN-MATRICULA    PIC 9(06).
           02 LNK-MEN-DATA-REF     PIC 9(08).
           02 LNK-MEN-QT-ATRASO    PIC 9(03).
           02 LNK-MEN-VALOR-ATRASO PIC 9(08)V99.
           02 LNK-MEN-MAIOR-ATRASO PIC 9(05).
           02 LNK-MEN-RETORNO      PIC X(01).
               88 LNK-MEN-EM-DIA       VALUE '0'.
               88 LNK-MEN-INADIMPLENTE VALUE '1'.

       PROCEDURE DIVISION USING LNK-MEN-AREA.
       0000-PRINCIPAL.
           SET LNK-MEN-EM-DIA TO TRUE.
           MOVE ZEROS TO LNK-MEN-QT-ATRASO.
           MOVE ZEROS TO LNK-MEN-VALOR-ATRASO.
           MOVE ZEROS TO LNK-MEN-MAIOR-ATRASO.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CARNES.
           IF WRK-FS-CARNES EQUAL '00'
               OPEN INPUT CONTASREC
               IF WRK-FS-CONTASREC EQUAL '00'
                   PERFORM 0100-PERCORRER-CARNES
                   CLOSE CONTASREC
               END-IF
               CLOSE CARNES
           END-IF.
           IF LNK-MEN-QT-ATRASO > ZEROS
               SET LNK-MEN-INADIMPLENTE TO TRUE
           END-IF.
           GOBACK.

       0100-PERCORRER-CARNES.
           MOVE LNK-MEN-MATRICULA TO CRN-MATRICULA.
           MOVE ZEROS TO CRN-ANO.
           START CARNES KEY IS NOT LESS THAN CRN-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ CARNES NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF CRN-MATRICULA NOT EQUAL LNK-MEN-MATRICULA
                           SET WRK-FIM-ARQ TO TRUE
                       ELSE
                           PERFORM 0200-EXAMINAR-CARNE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.

       0200-EXAMINAR-CARNE.
           PERFORM VARYING WRK-IND-PARC FROM 1 BY 1
                   UNTIL WRK-IND-PARC > 12
               COMPUTE REC-PEDIDO =
                   WRK-PRIMEIRO-PED-MENSALIDADE + CRN-NUMERO
               MOVE WRK-IND-PARC TO REC-PARCELA
               READ CONTASREC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REC-SIT-ABERTO OR REC-SIT-PERDA
                           PERFORM 0210-CONFERIR-ATRASO
                       END-IF
               END-READ
           END-PERFORM.

       0210-CONFERIR-ATRASO.
           MOVE 'D' TO WRK-DATA-FUNCAO.
           MOVE REC-VENCIMENTO TO WRK-DATA-SERVICO.
           MOVE LNK-MEN-DATA-REF TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DIAS-ATRASO WRK-DATA-VALIDA.
           IF WRK-DIAS-ATRASO > WRK-DIAS-TOLERANCIA
               ADD 1 TO LNK-MEN-QT-ATRASO
               ADD REC-VALOR TO LNK-MEN-VALOR-ATRASO
               IF WRK-DIAS-ATRASO > LNK-MEN-MAIOR-ATRASO
                   MOVE WRK-DIAS-ATRASO TO LNK-MEN-MAIOR-ATRASO
               END-IF
           END-IF.
