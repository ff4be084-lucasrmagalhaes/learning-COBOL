      ******************************************************************
      * COPYBOOK: PENDREG
      * OBJETIVO: LAYOUT DA LINHA DE PENDENCIA DE ENTREGA
      * (PENDENC.DAT INDEXADO POR PEDIDO DE ORIGEM + ITEM) - A
      * CONFIRMACAO PARCIAL DO PROGCOB39 GRAVA AQUI O QUE FALTOU
      * NO ESTOQUE DA LOJA; O LOTE DE LIBERACAO (PROGCOB93) BAIXA
      * O SALDO QUANDO A MERCADORIA CHEGA E GERA UM PEDIDO
      * CONFIRMADO NOVO, LIGADO AO DE ORIGEM POR ESTA LINHA
      * AUTOR: LUCAS
      * ATUALIZACAO: LISTA DE PRECOS QUE PRECIFICOU A LINHA NO
      * PEDIDO DE ORIGEM, LEVADA PARA O ITEM NA LIBERACAO
      ******************************************************************
       01  PEND-REG.
           02  PEND-CHAVE.
               03  PEND-PEDIDO          PIC 9(08).
               03  PEND-ITEM            PIC 9(03).
           02  PEND-CLIENTE             PIC 9(06).
           02  PEND-LOJA                PIC 9(03).
           02  PEND-VENDEDOR            PIC 9(04).
           02  PEND-PRODUTO             PIC X(10).
           02  PEND-QTDE                PIC 9(05).
           02  PEND-UNITARIO            PIC 9(06)V99.
           02  PEND-CUSTO-UNIT          PIC 9(06)V99.
           02  PEND-DATA                PIC 9(08).
           02  PEND-LIBERACAO           PIC 9(08).
           02  PEND-PEDIDO-LIBERADO     PIC 9(08).
           02  PEND-LISTA-PRECO         PIC X(06).
           02  PEND-SITUACAO            PIC X(01).
               88  PEND-SIT-ABERTA          VALUE 'A'.
               88  PEND-SIT-LIBERADA        VALUE 'L'.
               88  PEND-SIT-CANCELADA       VALUE 'X'.
