      ******************************************************************
      * COPYBOOK: PCOMREG
      * OBJETIVO: LAYOUT DA LINHA DO PEDIDO DE COMPRA A FORNECEDOR
      * (PEDCOMPRA.DAT INDEXADO POR PEDIDO + LINHA) - COMPARTILHADO
      * PELA MANUTENCAO DOS PEDIDOS DE COMPRA (PROGCOB87) E PELO
      * RECEBIMENTO DE MERCADORIA (PROGCOB52), QUE SO ACEITA
      * ENTRADA CONTRA LINHA ABERTA E ATE O SALDO PEDIDO, E GERA
      * O TITULO A PAGAR PELO PRECO COMBINADO NA LINHA
      * AUTOR: LUCAS
      * ATUALIZACAO: SITUACAO RASCUNHO - LINHA PROPOSTA PELA
      * REPOSICAO AUTOMATICA (PROGCOB92) QUE O COMPRADOR REVISA E
      * LIBERA NO PROGCOB87; RASCUNHO NAO PODE SER RECEBIDO
      ******************************************************************
       01  PCOM-REG.
           02  PCOM-CHAVE.
               03  PCOM-NUMERO          PIC 9(06).
               03  PCOM-LINHA           PIC 9(02).
           02  PCOM-FORNECEDOR          PIC 9(06).
           02  PCOM-PRODUTO             PIC X(10).
           02  PCOM-LOJA                PIC 9(03).
           02  PCOM-QTDE                PIC 9(05).
           02  PCOM-QTDE-RECEBIDA       PIC 9(05).
           02  PCOM-PRECO-UNIT          PIC 9(06)V99.
           02  PCOM-EMISSAO             PIC 9(08).
           02  PCOM-PREVISTA            PIC 9(08).
           02  PCOM-ULT-RECEBIMENTO     PIC 9(08).
           02  PCOM-SITUACAO            PIC X(01).
               88  PCOM-SIT-ABERTA          VALUE 'A'.
               88  PCOM-SIT-PARCIAL         VALUE 'P'.
               88  PCOM-SIT-RECEBIDA        VALUE 'R'.
               88  PCOM-SIT-CANCELADA       VALUE 'X'.
               88  PCOM-SIT-RASCUNHO        VALUE 'D'.
               88  PCOM-SIT-RECEBIVEL       VALUE 'A' 'P'.
