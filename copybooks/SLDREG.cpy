      ******************************************************************
      * COPYBOOK: SLDREG
      * OBJETIVO: LAYOUT DO SALDO DE ABERTURA DO EXERCICIO
      * (SALDOS.DAT INDEXADO POR ANO + CONTA) - GRAVADO PELO
      * ENCERRAMENTO DO EXERCICIO ANTERIOR (PROGCOB112) PARA AS
      * CONTAS PATRIMONIAIS; SALDO POSITIVO E DEVEDOR, NEGATIVO
      * CREDOR
      * AUTOR: LUCAS
      ******************************************************************
       01  SLD-REG.
           02  SLD-CHAVE.
               03  SLD-ANO              PIC 9(04).
               03  SLD-CONTA            PIC 9(06).
           02  SLD-SALDO                PIC S9(12)V99.
           02  SLD-DATA-GERACAO         PIC 9(08).
