      * PEDIDOS, QUE SO ACEITAM CODIGO VALIDO E PUXAM DESCRICAO
      * E PRECO DAQUI EM VEZ DE CONFIAR NA DIGITACAO
      * AUTOR: LUCAS
      * ATUALIZACAO: CUSTO MEDIO PONDERADO DO PRODUTO, RECALCULADO
      * A CADA ENTRADA DE MERCADORIA (PROGCOB52) E USADO NA
      * VALORIZACAO DO ESTOQUE
      * ATUALIZACAO: FORNECEDOR PREFERENCIAL E PRAZO DE ENTREGA EM
      * DIAS, USADOS NA PROPOSTA DE REPOSICAO (PROGCOB92)
      ******************************************************************
       01  PROD-REG.
           02  PROD-CODIGO              PIC X(10).
           02  PROD-SITUACAO            PIC X(01).
               88  PROD-SIT-ATIVO           VALUE 'A'.
               88  PROD-SIT-EXCLUIDO        VALUE 'E'.
           02  PROD-CUSTO-MEDIO         PIC 9(06)V99.
           02  PROD-FORNECEDOR          PIC 9(06).
           02  PROD-PRAZO-ENTREGA       PIC 9(03).
