      ******************************************************************
      * COPYBOOK: PTMREG
      * OBJETIVO: LAYOUT DO MOVIMENTO DE PONTOS DE FIDELIDADE
      * (PTSMOV.DAT, SEQUENCIAL) - CADA CREDITO, RESGATE,
      * EXPIRACAO E ESTORNO FEITO PELO PROGCOBPTS, BASE DO EXTRATO
      * MENSAL DE PONTOS (PROGCOB105); NO RESGATE O VALOR E O
      * CREDITO LANCADO EM CREDITOS.DAT, NOS DEMAIS E O VALOR DA
      * PARCELA QUE GEROU OS PONTOS
      * AUTOR: LUCAS
      ******************************************************************
       01  PTM-REG.
           02  PTM-CLIENTE          PIC 9(06).
           02  PTM-DATA             PIC 9(08).
           02  PTM-HORA             PIC 9(08).
           02  PTM-TIPO             PIC X(01).
               88  PTM-CREDITO          VALUE 'C'.
               88  PTM-RESGATE          VALUE 'R'.
               88  PTM-EXPIRACAO        VALUE 'E'.
               88  PTM-ESTORNO          VALUE 'X'.
           02  PTM-PEDIDO           PIC 9(08).
           02  PTM-PARCELA          PIC 9(02).
           02  PTM-PONTOS           PIC 9(07).
           02  PTM-VALOR            PIC 9(08)V99.
