      ******************************************************************
      * COPYBOOK: PERREG
      * OBJETIVO: LAYOUT DO CONTROLE DE PERIODOS CONTABEIS
      * (PERIODOS.DAT INDEXADO POR ANO/MES) - O MES FECHADO E
      * ENTREGUE A CONTABILIDADE NAO ACEITA MAIS MOVIMENTO DATADO
      * NELE (ROTINA PROGCOBPER); MES SEM REGISTRO ESTA ABERTO.
      * FECHAMENTO E PEDIDO DE REABERTURA NO PROGCOB111, REABERTURA
      * SO COM A APROVACAO DE UM SEGUNDO ADMINISTRADOR NO PROGCOB81
      * AUTOR: LUCAS
      ******************************************************************
       01  PER-REG.
           02  PER-ANOMES               PIC 9(06).
           02  PER-SITUACAO             PIC X(01).
               88  PER-SIT-ABERTO           VALUE 'A'.
               88  PER-SIT-FECHADO          VALUE 'F'.
           02  PER-DATA-FECHAMENTO      PIC 9(08).
           02  PER-USUARIO-FECHAMENTO   PIC X(20).
           02  PER-DATA-REABERTURA      PIC 9(08).
           02  PER-SOLICITANTE-REAB     PIC X(20).
           02  PER-APROVADOR-REAB       PIC X(20).
