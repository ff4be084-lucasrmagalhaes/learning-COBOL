      ******************************************************************
      * COPYBOOK: ATVREG
      * OBJETIVO: LAYOUT DO CADASTRO DO ATIVO IMOBILIZADO (ATIVOS.DAT
      * INDEXADO PELO NUMERO DE PATRIMONIO) - VEICULOS, COMPUTADORES
      * E INSTALACOES DAS LOJAS, ALOCADOS A UMA LOJA OU A UM CENTRO
      * DE CUSTO (DEPARTAMENTO), COM A DEPRECIACAO ACUMULADA PELO
      * LOTE MENSAL E OS DADOS DA BAIXA (PROGCOB109)
      * AUTOR: LUCAS
      ******************************************************************
       01  ATV-REG.
           02  ATV-NUMERO               PIC 9(06).
           02  ATV-DESCRICAO            PIC X(30).
           02  ATV-CLASSE               PIC X(03).
           02  ATV-LOJA                 PIC 9(03).
           02  ATV-DEPARTAMENTO         PIC X(03).
           02  ATV-DATA-AQUISICAO       PIC 9(08).
           02  ATV-VALOR-AQUISICAO      PIC 9(10)V99.
           02  ATV-DEPREC-ACUMULADA     PIC 9(10)V99.
           02  ATV-ULTIMA-DEPREC        PIC 9(06).
           02  ATV-SITUACAO             PIC X(01).
               88  ATV-SIT-ATIVO            VALUE 'A'.
               88  ATV-SIT-BAIXADO          VALUE 'B'.
           02  ATV-DATA-BAIXA           PIC 9(08).
           02  ATV-MOTIVO-BAIXA         PIC X(01).
               88  ATV-BAIXA-VENDA          VALUE 'V'.
               88  ATV-BAIXA-SUCATA         VALUE 'S'.
               88  ATV-BAIXA-PERDA          VALUE 'P'.
               88  ATV-MOTIVO-VALIDO        VALUE 'V' 'S' 'P'.
           02  ATV-VALOR-VENDA          PIC 9(10)V99.
           02  ATV-RESULTADO-BAIXA      PIC S9(10)V99.
