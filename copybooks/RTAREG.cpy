      ******************************************************************
      * COPYBOOK: RTAREG
      * OBJETIVO: DIFERENCA RETROATIVA DE DISSIDIO (RETROATIVO.DAT
      * INDEXADO POR MATRICULA + COMPETENCIA ORIGINAL) - SALARIO E
      * BRUTO PAGOS NO MES, SALARIO REAJUSTADO E AS DIFERENCAS DE
      * BRUTO, INSS, IRRF E LIQUIDO CALCULADAS COM AS TABELAS DA
      * COMPETENCIA ORIGINAL (PROGCOB118); A FOLHA (PROGCOB72) PAGA A
      * DIFERENCA COMO VERBA A PARTE E MARCA A COMPETENCIA DO PAGAMENTO
      * AUTOR: LUCAS
      ******************************************************************
       01  RTA-REG.
           02  RTA-CHAVE.
               03  RTA-MATRICULA        PIC 9(06).
               03  RTA-ANOMES           PIC 9(06).
           02  RTA-VIGENCIA             PIC 9(06).
           02  RTA-DEPARTAMENTO         PIC X(03).
           02  RTA-PERCENTUAL           PIC 9(03)V99.
           02  RTA-SALARIO-ANTES        PIC 9(08)V99.
           02  RTA-SALARIO-NOVO         PIC 9(08)V99.
           02  RTA-BRUTO-ORIGINAL       PIC 9(08)V99.
           02  RTA-DIFERENCA-BRUTO      PIC 9(08)V99.
           02  RTA-DIFERENCA-INSS       PIC 9(08)V99.
           02  RTA-DIFERENCA-IRRF       PIC 9(08)V99.
           02  RTA-DIFERENCA-LIQUIDO    PIC 9(08)V99.
           02  RTA-DATA-CALCULO         PIC 9(08).
           02  RTA-ANOMES-PAGTO         PIC 9(06).
