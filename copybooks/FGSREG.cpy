      ******************************************************************
      * COPYBOOK: FGSREG
      * OBJETIVO: SALDO CORRENTE DO FGTS POR FUNCIONARIO (FGTSSLD.DAT
      * INDEXADO POR MATRICULA) - SOMA DOS DEPOSITOS MENSAIS DO
      * PROGCOB115 E BASE DA MULTA NA RESCISAO (PROGCOBRSC)
      * AUTOR: LUCAS
      ******************************************************************
       01  FGS-REG.
           02  FGS-MATRICULA            PIC 9(06).
           02  FGS-SALDO                PIC 9(10)V99.
           02  FGS-QT-DEPOSITOS         PIC 9(04).
           02  FGS-ULTIMA-COMPETENCIA   PIC 9(06).
