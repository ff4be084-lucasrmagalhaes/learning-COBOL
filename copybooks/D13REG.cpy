      ******************************************************************
      * COPYBOOK: D13REG
      * OBJETIVO: LAYOUT DO 13O SALARIO PAGO (DECIMO13.DAT INDEXADO
      * POR ANO + MATRICULA) - A PRIMEIRA PARCELA (NOVEMBRO) GRAVA
      * O ADIANTAMENTO E A SEGUNDA (DEZEMBRO) O 13O INTEGRAL COM
      * INSS E IRRF PROPRIOS E O LIQUIDO JA ABATIDO O ADIANTAMENTO
      * (PROGCOB113)
      * AUTOR: LUCAS
      ******************************************************************
       01  D13-REG.
           02  D13-CHAVE.
               03  D13-ANO              PIC 9(04).
               03  D13-MATRICULA        PIC 9(06).
           02  D13-MESES                PIC 9(02).
           02  D13-VALOR-1A             PIC 9(08)V99.
           02  D13-DATA-1A              PIC 9(08).
           02  D13-VALOR-13             PIC 9(08)V99.
           02  D13-INSS                 PIC 9(08)V99.
           02  D13-IRRF                 PIC 9(08)V99.
           02  D13-LIQUIDO-2A           PIC 9(08)V99.
           02  D13-DATA-2A              PIC 9(08).
