      ******************************************************************
      * COPYBOOK: ALQREG
      * OBJETIVO: LAYOUT DAS ALIQUOTAS DE RETENCAO NA FONTE
      * (ALIQRET.DAT INDEXADO POR FORNECEDOR + TIPO DE SERVICO) -
      * MANTIDO NO CADASTRO DE FORNECEDORES (PROGCOB67) E LIDO NO
      * LANCAMENTO DO TITULO A PAGAR (PROGCOB68), QUE CALCULA E
      * GRAVA NO TITULO O IRRF, PIS, COFINS, CSLL E ISS RETIDOS
      * AUTOR: LUCAS
      ******************************************************************
       01  ALQ-REG.
           02  ALQ-CHAVE.
               03  ALQ-FORNECEDOR       PIC 9(06).
               03  ALQ-TIPO-SERVICO     PIC X(04).
           02  ALQ-DESCRICAO            PIC X(30).
           02  ALQ-PERC-IRRF            PIC 9(02)V99.
           02  ALQ-PERC-PIS             PIC 9(02)V99.
           02  ALQ-PERC-COFINS          PIC 9(02)V99.
           02  ALQ-PERC-CSLL            PIC 9(02)V99.
           02  ALQ-PERC-ISS             PIC 9(02)V99.
