      ******************************************************************
      * COPYBOOK: PTSREG
      * OBJETIVO: LAYOUT DO LOTE DE PONTOS DE FIDELIDADE DO CLIENTE
      * (PONTOS.DAT INDEXADO POR CLIENTE + PEDIDO + PARCELA) - UM
      * LOTE POR PARCELA LIQUIDADA, COM OS PONTOS GANHOS, O SALDO
      * AINDA DISPONIVEL E A VALIDADE DE 12 MESES; MANTIDO PELA
      * ROTINA PROGCOBPTS (CREDITO, RESGATE, EXPIRACAO E ESTORNO)
      * AUTOR: LUCAS
      ******************************************************************
       01  PTS-REG.
           02  PTS-CHAVE.
               03  PTS-CLIENTE      PIC 9(06).
               03  PTS-PEDIDO       PIC 9(08).
               03  PTS-PARCELA      PIC 9(02).
           02  PTS-DATA-CREDITO     PIC 9(08).
           02  PTS-VALIDADE         PIC 9(08).
           02  PTS-VALOR-BASE       PIC 9(08)V99.
           02  PTS-PONTOS           PIC 9(07).
           02  PTS-SALDO            PIC 9(07).
           02  PTS-SITUACAO         PIC X(01).
               88  PTS-SIT-ATIVO        VALUE 'A'.
               88  PTS-SIT-RESGATADO    VALUE 'R'.
               88  PTS-SIT-EXPIRADO     VALUE 'E'.
               88  PTS-SIT-ESTORNADO    VALUE 'X'.
           02  PTS-DATA-BAIXA       PIC 9(08).
