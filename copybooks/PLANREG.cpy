      ******************************************************************
      * COPYBOOK: PLANREG
      * OBJETIVO: LAYOUT DO PLANO DE CONTAS (PLANOCTA.DAT) - O LAYOUT
      * MORAVA DENTRO DO PROGCOB64; COM O IMOBILIZADO (PROGCOB109)
      * CONFERINDO AS CONTAS DAS CLASSES E A DRE/BALANCO DO PROGCOB64
      * PRECISANDO DO TIPO E DA CONTA AGRUPADORA VIROU COPYBOOK.
      * PLANO-GRUPO E A CONTA SINTETICA ONDE A CONTA SOMA (ZERO =
      * PRIMEIRO NIVEL); A AGRUPADORA VEM ANTES DAS SUAS CONTAS E
      * TEM O MESMO TIPO. PLANO ANTIGO SEM TIPO E CLASSIFICADO PELO
      * PRIMEIRO DIGITO DA CONTA (1 ATIVO, 2 PASSIVO, 3 RECEITA,
      * 4 DESPESA)
      * AUTOR: LUCAS
      ******************************************************************
       01  PLANOCTA-REG.
           02  PLANO-CONTA              PIC 9(06).
           02  PLANO-DESCRICAO          PIC X(30).
           02  PLANO-TIPO               PIC X(01).
               88  PLANO-TIPO-ATIVO         VALUE 'A'.
               88  PLANO-TIPO-PASSIVO       VALUE 'P'.
               88  PLANO-TIPO-PATRIMONIO    VALUE 'L'.
               88  PLANO-TIPO-RECEITA       VALUE 'R'.
               88  PLANO-TIPO-DEDUCAO       VALUE 'D'.
               88  PLANO-TIPO-CUSTO         VALUE 'C'.
               88  PLANO-TIPO-DESPESA       VALUE 'E'.
               88  PLANO-TIPO-OUTROS        VALUE 'O'.
           02  PLANO-GRUPO              PIC 9(06).
