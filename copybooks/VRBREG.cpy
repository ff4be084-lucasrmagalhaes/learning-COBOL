      ******************************************************************
      * COPYBOOK: VRBREG
      * OBJETIVO: LAYOUT DA VERBA ORCAMENTARIA ANUAL (VERBAS.DAT
      * INDEXADO POR ANO + CENTRO DE CUSTO + CONTA) COM O VALOR
      * ORCADO DE CADA MES - MANTIDA E CONFRONTADA COM O REALIZADO
      * DO DIARIO CONTABIL (LANCTOS.DAT) PELO PROGCOB110
      * AUTOR: LUCAS
      ******************************************************************
       01  VRB-REG.
           02  VRB-CHAVE.
               03  VRB-ANO              PIC 9(04).
               03  VRB-CENTRO-CUSTO     PIC X(06).
               03  VRB-CONTA            PIC 9(06).
           02  VRB-VALOR-MES            PIC 9(10)V99 OCCURS 12 TIMES.
