      ******************************************************************
      * COPYBOOK: FCAREG
      * OBJETIVO: LAYOUT DO CONTROLE DO ENCERRAMENTO DE EXERCICIO
      * (FECHANO.DAT INDEXADO POR ANO) - GUARDA A ULTIMA ETAPA
      * CONCLUIDA PARA O PROGCOB112 RETOMAR DE ONDE PAROU E A
      * FOTOGRAFIA DOS ARQUIVOS ANTES DO ENCERRAMENTO PARA O
      * CERTIFICADO. EXERCICIO CONCLUIDO NAO E ENCERRADO DE NOVO.
      * OCORRENCIAS DA FOTOGRAFIA: 1 LANCTOS, 2 VENDASDIA, 3 VENDIT,
      * 4 CONTASREC E 5 PEDIDOS
      * AUTOR: LUCAS
      ******************************************************************
       01  FCA-REG.
           02  FCA-ANO                  PIC 9(04).
           02  FCA-SITUACAO             PIC X(01).
               88  FCA-SIT-ANDAMENTO        VALUE 'A'.
               88  FCA-SIT-CONCLUIDO        VALUE 'C'.
           02  FCA-ETAPA                PIC 9(01).
           02  FCA-DATA-INICIO          PIC 9(08).
           02  FCA-USUARIO              PIC X(20).
           02  FCA-DATA-CONCLUSAO       PIC 9(08).
           02  FCA-ANTES                OCCURS 5 TIMES.
               03  FCA-QT-ANTES         PIC 9(07).
               03  FCA-VL-ANTES         PIC 9(12)V99.
