      ******************************************************************
      * COPYBOOK: BENREG
      * OBJETIVO: ADESAO DO FUNCIONARIO AOS BENEFICIOS (BENEFICIOS.DAT
      * INDEXADO POR MATRICULA) - OPCAO E TARIFA DIARIA DO
      * VALE-TRANSPORTE (IDA E VOLTA), OPCAO E VALOR DIARIO DO
      * VALE-REFEICAO, DATA DA ADESAO E SITUACAO
      * AUTOR: LUCAS
      ******************************************************************
       01  BEN-REG.
           02  BEN-MATRICULA            PIC 9(06).
           02  BEN-OPCAO-VT             PIC X(01).
               88  BEN-COM-VT               VALUE 'S'.
           02  BEN-TARIFA-DIA           PIC 9(04)V99.
           02  BEN-OPCAO-VR             PIC X(01).
               88  BEN-COM-VR               VALUE 'S'.
           02  BEN-REFEICAO-DIA         PIC 9(04)V99.
           02  BEN-DATA-ADESAO          PIC 9(08).
           02  BEN-SITUACAO             PIC X(01).
               88  BEN-SIT-ATIVO            VALUE 'A'.
               88  BEN-SIT-CANCELADO        VALUE 'C'.
