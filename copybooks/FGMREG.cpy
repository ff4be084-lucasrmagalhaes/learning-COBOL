      ******************************************************************
      * COPYBOOK: FGMREG
      * OBJETIVO: DEPOSITO MENSAL DE FGTS POR FUNCIONARIO (FGTSMOV.DAT
      * INDEXADO POR COMPETENCIA + MATRICULA) - BASE DE CADA ORIGEM
      * (FOLHA, FERIAS, 13O E RESCISAO), DEPOSITO DE 8% E DATA; A
      * COMPETENCIA JA GRAVADA NAO E DEPOSITADA DE NOVO
      * AUTOR: LUCAS
      ******************************************************************
       01  FGM-REG.
           02  FGM-CHAVE.
               03  FGM-ANOMES           PIC 9(06).
               03  FGM-MATRICULA        PIC 9(06).
           02  FGM-DEPARTAMENTO         PIC X(03).
           02  FGM-BASE-FOLHA           PIC 9(08)V99.
           02  FGM-BASE-FERIAS          PIC 9(08)V99.
           02  FGM-BASE-13              PIC 9(08)V99.
           02  FGM-BASE-RESCISAO        PIC 9(08)V99.
           02  FGM-DEPOSITO             PIC 9(08)V99.
           02  FGM-DATA-PROCESSAMENTO   PIC 9(08).
