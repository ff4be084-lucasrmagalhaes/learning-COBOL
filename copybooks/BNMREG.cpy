      ******************************************************************
      * COPYBOOK: BNMREG
      * OBJETIVO: BENEFICIO APURADO NO MES POR FUNCIONARIO (BENMES.DAT
      * INDEXADO POR COMPETENCIA + MATRICULA) - DIAS UTEIS DO MES,
      * DIAS DE FERIAS E FALTAS ABATIDOS, DIAS COM DIREITO E O VALOR
      * COMPRADO DE VALE-TRANSPORTE E VALE-REFEICAO; A FOLHA
      * (PROGCOB72) DESCONTA A PARTE DO EMPREGADO NO TRANSPORTE
      * AUTOR: LUCAS
      ******************************************************************
       01  BNM-REG.
           02  BNM-CHAVE.
               03  BNM-ANOMES           PIC 9(06).
               03  BNM-MATRICULA        PIC 9(06).
           02  BNM-DEPARTAMENTO         PIC X(03).
           02  BNM-DIAS-UTEIS           PIC 9(02).
           02  BNM-DIAS-FERIAS          PIC 9(02).
           02  BNM-DIAS-FALTAS          PIC 9(02).
           02  BNM-DIAS-BENEFICIO       PIC 9(02).
           02  BNM-VALOR-VT             PIC 9(06)V99.
           02  BNM-VALOR-VR             PIC 9(06)V99.
           02  BNM-DATA-PROCESSAMENTO   PIC 9(08).
