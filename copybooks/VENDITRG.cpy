      * ATUALIZACAO: LOJA DO ITEM, PARA O DETALHE FECHAR COM O
      * ACUMULADO POR LOJA + DATA DE VENDASDIA.DAT
      * AUTOR: LUCAS
      * ATUALIZACAO: NUMERO DO PEDIDO DE ORIGEM (ZERO = VENDA DE
      * BALCAO DO PROGCOB15) E CUSTO MEDIO UNITARIO DO PRODUTO NO
      * MOMENTO DA VENDA, PARA A APURACAO DE MARGEM
      * ATUALIZACAO: LISTA DE PRECOS QUE PRECIFICOU O ITEM
      * (PROGCOBPRECO - 'BASE' = PRECO DO CADASTRO DE PRODUTOS)
      ******************************************************************
       01  VENDIT-REG.
           02  VENDIT-CHAVE.
           02  VENDIT-QTDE              PIC 9(05).
           02  VENDIT-UNITARIO          PIC 9(06)V99.
           02  VENDIT-TOTAL             PIC 9(08)V99.
           02  VENDIT-PEDIDO            PIC 9(08).
           02  VENDIT-CUSTO-UNIT        PIC 9(06)V99.
           02  VENDIT-LISTA-PRECO       PIC X(06).
