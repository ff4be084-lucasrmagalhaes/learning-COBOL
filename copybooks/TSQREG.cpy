      ******************************************************************
      * COPYBOOK: TSQREG
      * OBJETIVO: LAYOUT DA SEQUENCIA DE TURMAS (TURMASEQ.DAT
      * INDEXADO PELA TURMA) - PARA QUAL TURMA O ALUNO APROVADO VAI
      * NO ANO SEGUINTE; TURMA SEGUINTE EM BRANCO E A ULTIMA SERIE
      * (O APROVADO CONCLUI O CURSO). MANTIDO E USADO NA VIRADA DO
      * ANO LETIVO (PROGCOB120)
      * AUTOR: LUCAS
      ******************************************************************
       01  TSQ-REG.
           02  TSQ-TURMA               PIC X(03).
           02  TSQ-TURMA-SEGUINTE      PIC X(03).
