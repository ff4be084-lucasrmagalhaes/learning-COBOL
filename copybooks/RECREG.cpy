      * ATUALIZACAO: METODO DE PAGAMENTO DA BAIXA (DINHEIRO,
      * CARTAO, BOLETO OU TRANSFERENCIA) PARA O RELATORIO DIARIO
      * DE RECEBIMENTOS CONCILIAR O DEPOSITO DA ADQUIRENTE
      * ATUALIZACAO: SITUACAO L - BAIXADO COMO PERDA (PROGCOB100,
      * APROVADO NO PROGCOB81) COM A DATA E O MOTIVO DA BAIXA;
      * A DATA FICA NO TITULO MESMO SE O CLIENTE PAGAR DEPOIS,
      * PARA A BAIXA VIRAR RECUPERACAO DE PERDA NA CONTABILIDADE
      * ATUALIZACAO: SITUACAO R - RENEGOCIADO EM ACORDO (PROGCOB101)
      * E NUMERO DO ACORDO - NO TITULO ORIGINAL APONTA O ACORDO
      * QUE O SUBSTITUIU; NA PARCELA DO ACORDO (PEDIDO 90000000 +
      * ACORDO) REPETE O NUMERO DO PROPRIO ACORDO
      ******************************************************************
       01  REC-REG.
           02  REC-CHAVE.
               88  REC-SIT-ABERTO       VALUE 'A'.
               88  REC-SIT-PAGO         VALUE 'P'.
               88  REC-SIT-CANCELADO    VALUE 'C'.
               88  REC-SIT-PERDA        VALUE 'L'.
               88  REC-SIT-RENEGOCIADO  VALUE 'R'.
           02  REC-DATA-PGTO        PIC 9(08).
           02  REC-MULTA            PIC 9(06)V99.
           02  REC-JUROS            PIC 9(06)V99.
               88  REC-PGTO-CARTAO      VALUE 'C'.
               88  REC-PGTO-BOLETO      VALUE 'B'.
               88  REC-PGTO-TRANSF      VALUE 'T'.
           02  REC-DATA-PERDA       PIC 9(08).
           02  REC-MOTIVO-PERDA     PIC X(30).
           02  REC-ACORDO           PIC 9(06).
