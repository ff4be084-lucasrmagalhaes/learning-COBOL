       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBPRECO.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: ROTINA CHAMAVEL DE PRECO DE VENDA - RECEBE O
      * PRODUTO, A LOJA, A CLASSE ABC DO CLIENTE (BRANCO = VENDA
      * SEM CLIENTE), A DATA DA VENDA E O PRECO DO CADASTRO;
      * PROCURA O PRODUTO NAS LISTAS DE PRECOS (PRECOS.DAT) E
      * CONFERE CADA LISTA (LISTAPRC.DAT) - ATIVA, DA LOJA OU DE
      * TODAS, DA CLASSE OU DE TODAS E VIGENTE NA DATA; ENTRE AS
      * LISTAS QUE SE APLICAM VALE O MENOR PRECO, E SEM NENHUMA
      * VALE O PRECO DO CADASTRO (LISTA 'BASE'); DEVOLVE O PRECO
      * E O CODIGO DA LISTA QUE PRECIFICOU O ITEM - A VENDA DE
      * BALCAO, O PEDIDO, O ORCAMENTO E A CARGA WEB USAM TODOS
      * ESTA ROTINA PARA O PRECO SAIR IGUAL EM QUALQUER CANAL
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECOS ASSIGN TO "PRECOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREC-CHAVE
               ALTERNATE RECORD KEY IS PREC-PRODUTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-PRECOS.

           SELECT LISTAPRC ASSIGN TO "LISTAPRC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LPRC-CODIGO
               FILE STATUS IS WRK-FS-LISTAPRC.

       DATA DIVISION.
       FILE SECTION.
       FD  PRECOS.
           COPY PRECREG.

       FD  LISTAPRC.
           COPY LPRCREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-PRECOS        PIC X(02)      VALUE SPACES.
       77 WRK-FS-LISTAPRC      PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ             VALUE 'S'.
       77 WRK-ACHOU-LISTA      PIC X(01)      VALUE 'N'.
           88 WRK-TEM-LISTA           VALUE 'S'.

       LINKAGE SECTION.
       01 LNK-PRECO-AREA.
           02 LNK-PRODUTO          PIC X(10).
           02 LNK-LOJA             PIC 9(03).
           02 LNK-CLASSE           PIC X(01).
           02 LNK-DATA-VENDA       PIC 9(08).
           02 LNK-PRECO-CADASTRO   PIC 9(06)V99.
           02 LNK-PRECO            PIC 9(06)V99.
           02 LNK-LISTA            PIC X(06).

       PROCEDURE DIVISION USING LNK-PRECO-AREA.
       0000-PRINCIPAL.
           MOVE LNK-PRECO-CADASTRO TO LNK-PRECO.
           MOVE 'BASE' TO LNK-LISTA.
           MOVE 'N' TO WRK-ACHOU-LISTA.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PRECOS.
           IF WRK-FS-PRECOS EQUAL '00'
               OPEN INPUT LISTAPRC
               IF WRK-FS-LISTAPRC EQUAL '00'
                   PERFORM 0100-PROCURAR-PRODUTO
                   CLOSE LISTAPRC
               END-IF
               CLOSE PRECOS
           END-IF.
           GOBACK.

       0100-PROCURAR-PRODUTO.
           MOVE LNK-PRODUTO TO PREC-PRODUTO.
           START PRECOS KEY IS NOT LESS THAN PREC-PRODUTO
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ PRECOS NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF PREC-PRODUTO NOT EQUAL LNK-PRODUTO
                           SET WRK-FIM-ARQ TO TRUE
                       ELSE
                           PERFORM 0200-AVALIAR-LISTA
                       END-IF
               END-READ
           END-PERFORM.

       0200-AVALIAR-LISTA.
           MOVE PREC-LISTA TO LPRC-CODIGO.
           READ LISTAPRC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LPRC-SIT-ATIVA
                       AND (LPRC-LOJA EQUAL ZEROS
                           OR LPRC-LOJA EQUAL LNK-LOJA)
                       AND (LPRC-CLASSE EQUAL SPACES
                           OR LPRC-CLASSE EQUAL LNK-CLASSE)
                       AND LPRC-INICIO NOT GREATER THAN LNK-DATA-VENDA
                       AND (LPRC-FIM EQUAL ZEROS
                           OR LPRC-FIM NOT LESS THAN LNK-DATA-VENDA)
                       IF NOT WRK-TEM-LISTA
                           OR PREC-PRECO < LNK-PRECO
                           SET WRK-TEM-LISTA TO TRUE
                           MOVE PREC-PRECO TO LNK-PRECO
                           MOVE PREC-LISTA TO LNK-LISTA
                       END-IF
                   END-IF
           END-READ.
