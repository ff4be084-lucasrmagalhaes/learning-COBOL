      ******************************************************************
      * COPYBOOK: PRECREG
      * OBJETIVO: LAYOUT DO PRECO DE PRODUTO NA LISTA DE PRECOS
      * (PRECOS.DAT INDEXADO POR LISTA + PRODUTO, COM CHAVE
      * ALTERNATIVA POR PRODUTO PARA A CONSULTA DE PRECO DA
      * ROTINA PROGCOBPRECO)
      * AUTOR: LUCAS
      ******************************************************************
       01  PREC-REG.
           02  PREC-CHAVE.
               03  PREC-LISTA           PIC X(06).
               03  PREC-PRODUTO         PIC X(10).
           02  PREC-PRECO               PIC 9(06)V99.
