      ******************************************************************
      * COPYBOOK: GRPREG
      * OBJETIVO: LAYOUT DO GRUPO ECONOMICO (GRUPOS.DAT INDEXADO
      * PELO CODIGO) - O CODIGO E A RAIZ DE 8 DIGITOS DO CNPJ DAS
      * EMPRESAS DO GRUPO QUANDO CRIADO PELA ATRIBUICAO AUTOMATICA;
      * O LIMITE DO GRUPO E CONFERIDO NA CONFIRMACAO DO PEDIDO
      * CONTRA OS TITULOS ABERTOS DE TODOS OS MEMBROS (LIMITE
      * ZERO = GRUPO SEM LIMITE CONSOLIDADO)
      * AUTOR: LUCAS
      ******************************************************************
       01  GRP-REG.
           02  GRP-CODIGO               PIC 9(08).
           02  GRP-NOME                 PIC X(30).
           02  GRP-LIMITE               PIC 9(10)V99.
           02  GRP-DATA-INCLUSAO        PIC 9(08).
           02  GRP-SITUACAO             PIC X(01).
               88  GRP-SIT-ATIVO            VALUE 'A'.
               88  GRP-SIT-INATIVO          VALUE 'I'.
