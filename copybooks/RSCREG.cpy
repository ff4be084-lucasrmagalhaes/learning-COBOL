      ******************************************************************
      * COPYBOOK: RSCREG
      * OBJETIVO: LAYOUT DO REGISTRO DE PAGAMENTO DA RESCISAO
      * (RESCISAO.DAT) - UM REGISTRO POR DESLIGAMENTO COM O TIPO, O
      * AVISO PREVIO, CADA VERBA JA COM O 1/3 DAS FERIAS, OS
      * DESCONTOS, O LIQUIDO A PAGAR ATE A DATA LIMITE E A MULTA
      * DO FGTS RECOLHIDA A PARTE (PROGCOB115)
      * AUTOR: LUCAS
      ******************************************************************
       01  RSC-REG.
           02  RSC-MATRICULA            PIC 9(06).
           02  RSC-DATA-DESLIGAMENTO    PIC 9(08).
           02  RSC-TIPO                 PIC X(01).
               88  RSC-SEM-JUSTA-CAUSA      VALUE 'S'.
               88  RSC-JUSTA-CAUSA          VALUE 'J'.
               88  RSC-PEDIDO-DEMISSAO      VALUE 'P'.
               88  RSC-ACORDO               VALUE 'A'.
           02  RSC-AVISO                PIC X(01).
               88  RSC-AVISO-TRABALHADO     VALUE 'T'.
               88  RSC-AVISO-INDENIZADO     VALUE 'I'.
               88  RSC-AVISO-DESCONTADO     VALUE 'D'.
               88  RSC-AVISO-NENHUM         VALUE 'N'.
           02  RSC-DIAS-AVISO           PIC 9(03).
           02  RSC-DATA-PROJECAO        PIC 9(08).
           02  RSC-SALDO-SALARIO        PIC 9(08)V99.
           02  RSC-VALOR-AVISO          PIC 9(08)V99.
           02  RSC-FERIAS-VENCIDAS      PIC 9(08)V99.
           02  RSC-FERIAS-PROP          PIC 9(08)V99.
           02  RSC-VALOR-13             PIC 9(08)V99.
           02  RSC-INSS                 PIC 9(08)V99.
           02  RSC-IRRF                 PIC 9(08)V99.
           02  RSC-DESCONTOS            PIC 9(08)V99.
           02  RSC-LIQUIDO              PIC 9(08)V99.
           02  RSC-MULTA-FGTS           PIC 9(08)V99.
           02  RSC-DATA-PGTO            PIC 9(08).
