      * ATUALIZACAO: LOJA VALIDADA CONTRA O CADASTRO DE LOJAS
      * (LOJAS.DAT) NO LANCAMENTO E NOME DA LOJA NA CONSULTA
      * DE PERIODO
      * ATUALIZACAO: CUSTO MEDIO DO PRODUTO GRAVADO NO ITEM DE
      * VENDA (VENDIT.DAT) PARA A APURACAO DE MARGEM
      * ATUALIZACAO: PRECO UNITARIO PELA ROTINA DE LISTAS DE PRECOS
      * (PROGCOBPRECO) DA LOJA QUE ESTA LANCANDO - VENDA DE BALCAO
      * NAO TEM CLIENTE, ENTAO SO VALEM AS LISTAS DE TODAS AS
      * CLASSES; A LISTA QUE PRECIFICOU VAI PARA O ITEM EM VENDIT
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-LOJA-CONSULTA  PIC 9(03)      VALUE ZEROS.
       77 WRK-QTDE           PIC 9(05)      VALUE ZEROS.
       77 WRK-UNITARIO       PIC 9(06)V99   VALUE ZEROS.
       77 WRK-CUSTO-UNIT     PIC 9(06)V99   VALUE ZEROS.
       77 WRK-SEQ-ITEM       PIC 9(04)      VALUE ZEROS.
       77 WRK-FIM-ITENS      PIC X(01)      VALUE 'N'.
           88 WRK-ITENS-FIM        VALUE 'S'.
       77 WRK-TRAVA-RECURSO PIC X(15)      VALUE 'VENDAS'.
       77 WRK-TRAVA-OK-FLAG PIC X(01)      VALUE 'N'.
           88 WRK-TRAVA-OK         VALUE 'S'.
       01 WRK-PRECO-AREA.
           02 WRK-PRC-PRODUTO      PIC X(10).
           02 WRK-PRC-LOJA         PIC 9(03).
           02 WRK-PRC-CLASSE       PIC X(01).
           02 WRK-PRC-DATA-VENDA   PIC 9(08).
           02 WRK-PRC-PRECO-CADASTRO PIC 9(06)V99.
           02 WRK-PRC-PRECO        PIC 9(06)V99.
           02 WRK-PRC-LISTA        PIC X(06).
       01 WRK-TOTAIS-LOJA.
           02 WRK-TOT-LOJA OCCURS 10 TIMES.
               05 WRK-TOT-LOJA-COD  PIC 9(03).
           IF WRK-PRODUTO EQUAL SPACES
               MOVE ZEROS TO WRK-VENDAS
           ELSE
               PERFORM 0120-OBTER-PRECO
               DISPLAY 'PRODUTO: ' WRK-DESCR-PRODUTO
               DISPLAY 'PRECO UNITARIO (LISTA ' WRK-PRC-LISTA '): '
                   WRK-UNITARIO
               DISPLAY 'QUANTIDADE: '
               ACCEPT WRK-QTDE
               COMPUTE WRK-VENDAS = WRK-QTDE * WRK-UNITARIO
                           SET WRK-PRODUTO-VALIDO TO TRUE
                           MOVE PROD-DESCRICAO TO WRK-DESCR-PRODUTO
                           MOVE PROD-PRECO TO WRK-UNITARIO
                           MOVE PROD-CUSTO-MEDIO TO WRK-CUSTO-UNIT
                       END-IF
               END-READ
               CLOSE PRODUTOS
           END-IF.

       0120-OBTER-PRECO.
           MOVE WRK-PRODUTO TO WRK-PRC-PRODUTO.
           MOVE WRK-LOJA TO WRK-PRC-LOJA.
           MOVE SPACES TO WRK-PRC-CLASSE.
           MOVE WRK-DATASYS TO WRK-PRC-DATA-VENDA.
           MOVE WRK-UNITARIO TO WRK-PRC-PRECO-CADASTRO.
           CALL 'PROGCOBPRECO' USING WRK-PRECO-AREA.
           MOVE WRK-PRC-PRECO TO WRK-UNITARIO.

       0200-PROCESSAR.
               ADD 1 TO WRK-QT.
               ADD WRK-VENDAS TO WRK-ACUM.
           MOVE WRK-QTDE TO VENDIT-QTDE.
           MOVE WRK-UNITARIO TO VENDIT-UNITARIO.
           MOVE WRK-VENDAS TO VENDIT-TOTAL.
           MOVE ZEROS TO VENDIT-PEDIDO.
           MOVE WRK-CUSTO-UNIT TO VENDIT-CUSTO-UNIT.
           MOVE WRK-PRC-LISTA TO VENDIT-LISTA-PRECO.
           WRITE VENDIT-REG
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR ITEM DE VENDA '
