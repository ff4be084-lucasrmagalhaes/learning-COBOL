      ******************************************************************
      * COPYBOOK: MATREG
      * OBJETIVO: LAYOUT DAS MATRICULAS POR TURMA E ANO LETIVO
      * (MATRICULAS.DAT) - GRAVADO PELO PROGCOB86 E PELA VIRADA DO
      * ANO LETIVO (PROGCOB120), CONFERIDO NO LANCAMENTO DE NOTAS
      * (PROGCOB18)
      * AUTOR: LUCAS
      ******************************************************************
       01  MATRICULA-REG.
           02  MATR-MATRICULA      PIC 9(06).
           02  MATR-TURMA          PIC X(03).
           02  MATR-ANO            PIC 9(04).
