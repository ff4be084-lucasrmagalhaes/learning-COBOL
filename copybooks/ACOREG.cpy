      ******************************************************************
      * COPYBOOK: ACOREG
      * OBJETIVO: LAYOUT DO ACORDO DE RENEGOCIACAO DE DIVIDA
      * (ACORDOS.DAT INDEXADO PELO NUMERO) - OS TITULOS VENCIDOS
      * DO CLIENTE SOMADOS COM MULTA E JUROS DE ENCARGOS.DAT,
      * MENOS O DESCONTO CONCEDIDO, VIRAM PARCELAS NOVAS EM
      * CONTASREC.DAT COM PEDIDO = 90000000 + NUMERO DO ACORDO;
      * OS TITULOS ORIGINAIS FICAM RENEGOCIADOS APONTANDO PARA O
      * ACORDO. MANTIDO PELO PROGCOB101
      * AUTOR: LUCAS
      ******************************************************************
       01  ACO-REG.
           02  ACO-NUMERO               PIC 9(06).
           02  ACO-CLIENTE              PIC 9(06).
           02  ACO-DATA                 PIC 9(08).
           02  ACO-USUARIO              PIC X(20).
           02  ACO-QT-TITULOS           PIC 9(03).
           02  ACO-PRINCIPAL            PIC 9(10)V99.
           02  ACO-MULTA                PIC 9(08)V99.
           02  ACO-JUROS                PIC 9(08)V99.
           02  ACO-DESCONTO             PIC 9(08)V99.
           02  ACO-TOTAL                PIC 9(10)V99.
           02  ACO-QT-PARCELAS          PIC 9(02).
           02  ACO-PRIMEIRO-VENC        PIC 9(08).
           02  ACO-SITUACAO             PIC X(01).
               88  ACO-SIT-ATIVO            VALUE 'A'.
               88  ACO-SIT-QUITADO          VALUE 'Q'.
               88  ACO-SIT-ROMPIDO          VALUE 'R'.
           02  ACO-DATA-SITUACAO        PIC 9(08).
