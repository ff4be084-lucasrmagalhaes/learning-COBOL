       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB91.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: ESTOQUE PARADO - LE TODO O DETALHE DE VENDAS
      * (VENDIT.DAT) PARA ACHAR A ULTIMA VENDA DE CADA PRODUTO
      * EM CADA LOJA E CRUZA COM O SALDO DE ESTOQUE.DAT; IMPRIME
      * EM PARADO.DAT OS ITENS COM SALDO E SEM VENDA HA 90 DIAS
      * OU MAIS, NAS FAIXAS 90/180/365 DIAS, COM O VALOR A CUSTO
      * MEDIO E TOTAIS POR FAIXA - RODAR ANTES DE CADA RODADA DE
      * COMPRAS
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDIT ASSIGN TO "VENDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDIT-CHAVE
               FILE STATUS IS WRK-FS-VENDIT.

           SELECT ESTOQUE ASSIGN TO "ESTOQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTOS.

           SELECT PARADO ASSIGN TO "PARADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARADO.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDIT.
           COPY VENDITRG.

       FD  ESTOQUE.
           COPY ESTREG.

       FD  PRODUTOS.
           COPY PRODREG.

       FD  PARADO.
       01  PARADO-LINHA        PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-VENDIT     PIC X(02)      VALUE SPACES.
       77 WRK-FS-ESTOQUE    PIC X(02)      VALUE SPACES.
       77 WRK-FS-PRODUTOS   PIC X(02)      VALUE SPACES.
       77 WRK-FS-PARADO     PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-PRODUTOS-ABERTO PIC X(01)    VALUE 'N'.
           88 WRK-PRODUTOS-OK      VALUE 'S'.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-QT-VENDIT     PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-LISTADOS   PIC 9(05)      VALUE ZEROS.
       77 WRK-ULTIMA-VENDA  PIC 9(08)      VALUE ZEROS.
       77 WRK-CUSTO-UNIT    PIC 9(06)V99   VALUE ZEROS.
       77 WRK-VALOR-ITEM    PIC 9(12)V99   VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-DIAS-ED       PIC ZZZ9       VALUE ZEROS.
       77 WRK-DATA-FUNCAO   PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2 PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-PARADO   PIC S9(08)     VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-FAIXA         PIC 9(01)      VALUE ZEROS.
       77 WRK-ROTULO-FAIXA  PIC X(09)      VALUE SPACES.
       77 WRK-IND           PIC 9(04)      VALUE ZEROS.
       77 WRK-ACHOU         PIC X(01)      VALUE 'N'.
           88 WRK-ACHOU-SIM        VALUE 'S'.
       77 WRK-LINHA-ED      PIC X(100)     VALUE SPACES.
       77 WRK-QT-ULT        PIC 9(04)      VALUE ZEROS.
       01 WRK-TAB-ULTIMAS.
           02 WRK-ULT OCCURS 3000 TIMES.
               05 WRK-ULT-PRODUTO  PIC X(10).
               05 WRK-ULT-LOJA     PIC 9(03).
               05 WRK-ULT-DATA     PIC 9(08).
       01 WRK-TAB-FAIXAS.
           02 WRK-FX OCCURS 3 TIMES.
               05 WRK-FX-ITENS     PIC 9(05).
               05 WRK-FX-QTDE      PIC 9(09).
               05 WRK-FX-VALOR     PIC 9(12)V99.
       77 WRK-TOTAL-VALOR   PIC 9(12)V99   VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIAR.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM VARYING WRK-FAIXA FROM 1 BY 1 UNTIL WRK-FAIXA > 3
               MOVE ZEROS TO WRK-FX-ITENS(WRK-FAIXA)
               MOVE ZEROS TO WRK-FX-QTDE(WRK-FAIXA)
               MOVE ZEROS TO WRK-FX-VALOR(WRK-FAIXA)
           END-PERFORM.
           OPEN INPUT PRODUTOS.
           IF WRK-FS-PRODUTOS EQUAL '00'
               SET WRK-PRODUTOS-OK TO TRUE
           END-IF.
           PERFORM 0150-CARREGAR-ULTIMAS-VENDAS.
           OPEN OUTPUT PARADO.
           MOVE SPACES TO PARADO-LINHA.
           STRING 'PROGCOB91 - ESTOQUE PARADO (SEM VENDA HA 90 DIAS '
               'OU MAIS) - ' WRK-DATASYS
               DELIMITED BY SIZE INTO PARADO-LINHA.
           WRITE PARADO-LINHA.
           MOVE SPACES TO PARADO-LINHA.
           STRING 'LOJA PRODUTO    DESCRICAO                      '
               '  SALDO ULT.VENDA DIAS FAIXA      VALOR A CUSTO'
               DELIMITED BY SIZE INTO PARADO-LINHA.
           WRITE PARADO-LINHA.

      * O DETALHE E CHAVEADO POR DATA + SEQUENCIA - LIDO EM ORDEM,
      * A ULTIMA OCORRENCIA DE PRODUTO + LOJA E A VENDA MAIS
      * RECENTE
       0150-CARREGAR-ULTIMAS-VENDAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT VENDIT.
           IF WRK-FS-VENDIT NOT EQUAL '00'
               DISPLAY 'ARQUIVO VENDIT.DAT NAO ENCONTRADO - TODO '
                   'SALDO SAI COMO SEM VENDA'
           ELSE
               MOVE LOW-VALUES TO VENDIT-CHAVE
               START VENDIT KEY IS NOT LESS THAN VENDIT-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ VENDIT NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-QT-VENDIT
                           PERFORM 0160-GUARDAR-VENDA
                   END-READ
               END-PERFORM
               CLOSE VENDIT
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0160-GUARDAR-VENDA.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-ULT OR WRK-ACHOU-SIM
               IF WRK-ULT-PRODUTO(WRK-IND) EQUAL VENDIT-PRODUTO
                       AND WRK-ULT-LOJA(WRK-IND) EQUAL VENDIT-LOJA
                   SET WRK-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM.
           IF WRK-ACHOU-SIM
               SUBTRACT 1 FROM WRK-IND
               MOVE VENDIT-DATA TO WRK-ULT-DATA(WRK-IND)
           ELSE
               IF WRK-QT-ULT < 3000
                   ADD 1 TO WRK-QT-ULT
                   MOVE VENDIT-PRODUTO TO WRK-ULT-PRODUTO(WRK-QT-ULT)
                   MOVE VENDIT-LOJA TO WRK-ULT-LOJA(WRK-QT-ULT)
                   MOVE VENDIT-DATA TO WRK-ULT-DATA(WRK-QT-ULT)
               ELSE
                   DISPLAY 'TABELA DE ULTIMAS VENDAS CHEIA - '
                       VENDIT-PRODUTO ' LOJA ' VENDIT-LOJA
                       ' FORA DO QUADRO'
               END-IF
           END-IF.

       0200-PROCESSAR.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ESTOQUE.
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
               DISPLAY 'ARQUIVO ESTOQUE.DAT NAO ENCONTRADO'
           ELSE
               MOVE LOW-VALUES TO EST-CHAVE
               START ESTOQUE KEY IS NOT LESS THAN EST-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ ESTOQUE NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF EST-SALDO > ZEROS
                               PERFORM 0210-AVALIAR-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTOQUE
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

      * PRODUTO QUE NUNCA VENDEU NA LOJA CAI DIRETO NA FAIXA DE
      * 365 DIAS, SEM DATA DE ULTIMA VENDA
       0210-AVALIAR-ITEM.
           MOVE ZEROS TO WRK-ULTIMA-VENDA.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-ULT OR WRK-ACHOU-SIM
               IF WRK-ULT-PRODUTO(WRK-IND) EQUAL EST-PRODUTO
                       AND WRK-ULT-LOJA(WRK-IND) EQUAL EST-LOJA
                   SET WRK-ACHOU-SIM TO TRUE
                   MOVE WRK-ULT-DATA(WRK-IND) TO WRK-ULTIMA-VENDA
               END-IF
           END-PERFORM.
           IF WRK-ULTIMA-VENDA EQUAL ZEROS
               MOVE 9999 TO WRK-DIAS-PARADO
           ELSE
               MOVE 'D' TO WRK-DATA-FUNCAO
               MOVE WRK-ULTIMA-VENDA TO WRK-DATA-SERVICO
               MOVE WRK-DATASYS TO WRK-DATA-SERVICO2
               CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
                   WRK-DATA-SERVICO WRK-DATA-SERVICO2
                   WRK-DIAS-PARADO WRK-DATA-VALIDA
               IF NOT WRK-DATA-OK OR WRK-DIAS-PARADO < ZEROS
                   MOVE ZEROS TO WRK-DIAS-PARADO
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WRK-DIAS-PARADO NOT LESS THAN 365
                   MOVE 3 TO WRK-FAIXA
                   MOVE '365+ DIAS' TO WRK-ROTULO-FAIXA
               WHEN WRK-DIAS-PARADO NOT LESS THAN 180
                   MOVE 2 TO WRK-FAIXA
                   MOVE '180 DIAS' TO WRK-ROTULO-FAIXA
               WHEN WRK-DIAS-PARADO NOT LESS THAN 90
                   MOVE 1 TO WRK-FAIXA
                   MOVE '90 DIAS' TO WRK-ROTULO-FAIXA
               WHEN OTHER
                   MOVE ZEROS TO WRK-FAIXA
           END-EVALUATE.
           IF WRK-FAIXA > ZEROS
               PERFORM 0220-IMPRIMIR-ITEM
           END-IF.

       0220-IMPRIMIR-ITEM.
           MOVE ZEROS TO WRK-CUSTO-UNIT.
           MOVE SPACES TO PROD-DESCRICAO.
           IF WRK-PRODUTOS-OK
               MOVE EST-PRODUTO TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       MOVE SPACES TO PROD-DESCRICAO
                   NOT INVALID KEY
                       IF PROD-CUSTO-MEDIO IS NUMERIC
                           MOVE PROD-CUSTO-MEDIO TO WRK-CUSTO-UNIT
                       END-IF
               END-READ
           END-IF.
           COMPUTE WRK-VALOR-ITEM = EST-SALDO * WRK-CUSTO-UNIT.
           ADD 1 TO WRK-QT-LISTADOS.
           ADD 1 TO WRK-FX-ITENS(WRK-FAIXA).
           ADD EST-SALDO TO WRK-FX-QTDE(WRK-FAIXA).
           ADD WRK-VALOR-ITEM TO WRK-FX-VALOR(WRK-FAIXA).
           ADD WRK-VALOR-ITEM TO WRK-TOTAL-VALOR.
           MOVE WRK-VALOR-ITEM TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           IF WRK-ULTIMA-VENDA EQUAL ZEROS
               STRING EST-LOJA '  ' EST-PRODUTO ' ' PROD-DESCRICAO
                   ' ' EST-SALDO ' SEM VENDA      '
                   WRK-ROTULO-FAIXA ' ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           ELSE
               MOVE WRK-DIAS-PARADO TO WRK-DIAS-ED
               STRING EST-LOJA '  ' EST-PRODUTO ' ' PROD-DESCRICAO
                   ' ' EST-SALDO ' ' WRK-ULTIMA-VENDA ' '
                   WRK-DIAS-ED ' ' WRK-ROTULO-FAIXA ' ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           END-IF.
           MOVE WRK-LINHA-ED TO PARADO-LINHA.
           WRITE PARADO-LINHA.

       0300-FINALIZAR.
           IF WRK-PRODUTOS-OK
               CLOSE PRODUTOS
           END-IF.
           MOVE SPACES TO PARADO-LINHA.
           WRITE PARADO-LINHA.
           MOVE '--- TOTAIS POR FAIXA ---' TO PARADO-LINHA.
           WRITE PARADO-LINHA.
           PERFORM VARYING WRK-FAIXA FROM 1 BY 1 UNTIL WRK-FAIXA > 3
               EVALUATE WRK-FAIXA
                   WHEN 1
                       MOVE '90 DIAS' TO WRK-ROTULO-FAIXA
                   WHEN 2
                       MOVE '180 DIAS' TO WRK-ROTULO-FAIXA
                   WHEN 3
                       MOVE '365+ DIAS' TO WRK-ROTULO-FAIXA
               END-EVALUATE
               MOVE WRK-FX-VALOR(WRK-FAIXA) TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-ED
               STRING WRK-ROTULO-FAIXA ' ITENS: '
                   WRK-FX-ITENS(WRK-FAIXA) '  UNIDADES: '
                   WRK-FX-QTDE(WRK-FAIXA) '  VALOR A CUSTO: '
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO PARADO-LINHA
               WRITE PARADO-LINHA
           END-PERFORM.
           MOVE WRK-TOTAL-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL PARADO A CUSTO: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO PARADO-LINHA.
           WRITE PARADO-LINHA.
           CLOSE PARADO.
           DISPLAY 'RELATORIO GRAVADO EM PARADO.DAT - '
               WRK-QT-LISTADOS ' ITEM(NS) PARADO(S), '
               WRK-QT-VENDIT ' ITENS DE VENDA LIDOS'.
           PERFORM 0900-GRAVAR-RUNLOG.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB91' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-LISTADOS TO RUNLOG-QTDE-REGISTROS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
