      ******************************************************************
      * COPYBOOK: FPGREG
      * OBJETIVO: LAYOUT DAS FERIAS PAGAS (FERPAG.DAT INDEXADO POR
      * MATRICULA + INICIO DO PERIODO) - GRAVADO PELO PAGAMENTO DE
      * FERIAS (PROGCOB114) E LIDO PELA FOLHA MENSAL (PROGCOB72),
      * QUE NAO PAGA DE NOVO OS DIAS DE GOZO JA PAGOS NO RECIBO
      * AUTOR: LUCAS
      ******************************************************************
       01  FPG-REG.
           02  FPG-CHAVE.
               03  FPG-MATRICULA        PIC 9(06).
               03  FPG-DATA-INICIO      PIC 9(08).
           02  FPG-DATA-FIM             PIC 9(08).
           02  FPG-DIAS-GOZO            PIC 9(02).
           02  FPG-DIAS-ABONO           PIC 9(02).
           02  FPG-VALOR-FERIAS         PIC 9(08)V99.
           02  FPG-VALOR-TERCO          PIC 9(08)V99.
           02  FPG-VALOR-ABONO          PIC 9(08)V99.
           02  FPG-INSS                 PIC 9(08)V99.
           02  FPG-IRRF                 PIC 9(08)V99.
           02  FPG-LIQUIDO              PIC 9(08)V99.
           02  FPG-DATA-PGTO            PIC 9(08).
