      ******************************************************************
      * COPYBOOK: JRNREG
      * OBJETIVO: LAYOUT DO DIARIO DE IMAGENS POSTERIORES
      * (JRNAAAAMMDD.DAT, SEQUENCIAL, UM ARQUIVO POR DIA) - CADA
      * GRAVACAO, REGRAVACAO OU EXCLUSAO NOS ARQUIVOS INDEXADOS DE
      * CLIENTES, PEDIDOS, CONTAS A RECEBER, ESTOQUE, FUNCIONARIOS
      * E CONTAS A PAGAR DEIXA AQUI A IMAGEM DO REGISTRO COMO FICOU,
      * COM PROGRAMA, USUARIO E HORA. A COPIA DO PROGCOB26 GRAVA UMA
      * MARCA (C) PARA A RECUPERACAO (PROGCOB123) SABER DE ONDE
      * COMECAR A REAPLICAR
      * AUTOR: LUCAS
      ******************************************************************
       01  JRN-REG.
           02  JRN-DATA             PIC 9(08).
           02  JRN-HORA             PIC 9(08).
           02  JRN-PROGRAMA         PIC X(10).
           02  JRN-USUARIO          PIC X(20).
           02  JRN-ARQUIVO          PIC X(12).
           02  JRN-OPERACAO         PIC X(01).
               88  JRN-OP-INCLUSAO      VALUE 'I'.
               88  JRN-OP-ALTERACAO     VALUE 'A'.
               88  JRN-OP-EXCLUSAO      VALUE 'E'.
               88  JRN-OP-COPIA         VALUE 'C'.
           02  JRN-IMAGEM           PIC X(200).
