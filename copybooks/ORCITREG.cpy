      ******************************************************************
      * COPYBOOK: ORCITREG
      * OBJETIVO: LAYOUT DO ITEM DO ORCAMENTO DE VENDA
      * (ORCITEM.DAT INDEXADO POR ORCAMENTO + ITEM) - PRODUTO,
      * QUANTIDADE E PRECO COTADO, QUE PASSAM PARA O PEDIDO SEM
      * REDIGITACAO NA CONVERSAO (PROGCOB39)
      * AUTOR: LUCAS
      * ATUALIZACAO: LISTA DE PRECOS QUE PRECIFICOU O ITEM
      * (PROGCOBPRECO - 'BASE' = PRECO DO CADASTRO)
      ******************************************************************
       01  ORCIT-REG.
           02  ORCIT-CHAVE.
               03  ORCIT-NUMERO         PIC 9(08).
               03  ORCIT-ITEM           PIC 9(03).
           02  ORCIT-PRODUTO            PIC X(10).
           02  ORCIT-QTDE               PIC 9(05).
           02  ORCIT-UNITARIO           PIC 9(06)V99.
           02  ORCIT-TOTAL              PIC 9(08)V99.
           02  ORCIT-LISTA-PRECO        PIC X(06).
