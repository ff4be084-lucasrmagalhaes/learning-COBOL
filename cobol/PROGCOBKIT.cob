       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBKIT.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: ROTINA CHAMAVEL DE COMPOSICAO DE KIT - RECEBE O
      * CODIGO DO PRODUTO E DEVOLVE OS COMPONENTES E AS
      * QUANTIDADES POR KIT LIDOS DE KITCOMP.DAT (ATE 20);
      * QUANTIDADE DE COMPONENTES ZERO = PRODUTO NAO E KIT E TEM
      * SALDO PROPRIO; QUEM CHAMA CONFERE E MOVIMENTA O ESTOQUE
      * DOS COMPONENTES NO PROPRIO ESTOQUE.DAT JA ABERTO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KITCOMP ASSIGN TO "KITCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-FS-KITCOMP.

       DATA DIVISION.
       FILE SECTION.
       FD  KITCOMP.
           COPY KITREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-KITCOMP       PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ             VALUE 'S'.

       LINKAGE SECTION.
       01 LNK-KIT-AREA.
           02 LNK-KIT-PRODUTO      PIC X(10).
           02 LNK-KIT-QT-COMP      PIC 9(02).
           02 LNK-KIT-COMP OCCURS 20 TIMES.
               03 LNK-KIT-COMPONENTE PIC X(10).
               03 LNK-KIT-QTDE       PIC 9(05).

       PROCEDURE DIVISION USING LNK-KIT-AREA.
       0000-PRINCIPAL.
           MOVE ZEROS TO LNK-KIT-QT-COMP.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT KITCOMP.
           IF WRK-FS-KITCOMP EQUAL '00'
               PERFORM 0100-LER-COMPOSICAO
               CLOSE KITCOMP
           END-IF.
           GOBACK.

       0100-LER-COMPOSICAO.
           MOVE LNK-KIT-PRODUTO TO KIT-CODIGO.
           MOVE LOW-VALUES TO KIT-COMPONENTE.
           START KITCOMP KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ KITCOMP NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF KIT-CODIGO NOT EQUAL LNK-KIT-PRODUTO
                           OR LNK-KIT-QT-COMP NOT LESS THAN 20
                           SET WRK-FIM-ARQ TO TRUE
                       ELSE
                           IF KIT-QTDE > ZEROS
                               ADD 1 TO LNK-KIT-QT-COMP
                               MOVE KIT-COMPONENTE TO
                                   LNK-KIT-COMPONENTE(LNK-KIT-QT-COMP)
                               MOVE KIT-QTDE TO
                                   LNK-KIT-QTDE(LNK-KIT-QT-COMP)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
