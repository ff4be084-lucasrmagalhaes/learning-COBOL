      ******************************************************************
      * COPYBOOK: FERREG
      * OBJETIVO: LAYOUT DO PERIODO DE FERIAS AGENDADO (FERIAS.DAT) -
      * GRAVADO PELO CONTROLE DE FERIAS (PROGCOB75) E LIDO PELO
      * PAGAMENTO DE FERIAS (PROGCOB114); DIAS DE ABONO PECUNIARIO
      * SAO OS DIAS VENDIDOS (ATE 10), PAGOS JUNTO COM AS FERIAS
      * AUTOR: LUCAS
      ******************************************************************
       01  FERIAS-REG.
           02  FER-MATRICULA            PIC 9(06).
           02  FER-DEPARTAMENTO         PIC X(03).
           02  FER-DATA-INICIO          PIC 9(08).
           02  FER-DATA-FIM             PIC 9(08).
           02  FER-DIAS-ABONO           PIC 9(02).
