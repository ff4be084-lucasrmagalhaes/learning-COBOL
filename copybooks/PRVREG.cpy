      ******************************************************************
      * COPYBOOK: PRVREG
      * OBJETIVO: LAYOUT DA PREVISAO MENSAL DE VENDAS POR LOJA
      * (PREVISAO.DAT INDEXADO POR LOJA + ANO-MES) - CALCULADA PELO
      * PROGCOB106 (MEDIA MOVEL DOS ULTIMOS 3 MESES, MESMO MES DO
      * ANO ANTERIOR E DIAS UTEIS DO MES), OFERECIDA COMO META NO
      * PROGCOB59, ONDE O GERENTE ACEITA OU ALTERA, E FECHADA UM
      * MES DEPOIS COM O REALIZADO E O ERRO DA PREVISAO
      * AUTOR: LUCAS
      ******************************************************************
       01  PREV-REG.
           02  PREV-CHAVE.
               03  PREV-LOJA        PIC 9(03).
               03  PREV-ANOMES      PIC 9(06).
           02  PREV-DATA-CALCULO    PIC 9(08).
           02  PREV-DIAS-UTEIS      PIC 9(02).
           02  PREV-MEDIA-MOVEL     PIC 9(10)V99.
           02  PREV-ANO-ANTERIOR    PIC 9(10)V99.
           02  PREV-VALOR           PIC 9(10)V99.
           02  PREV-META-ATUAL      PIC 9(10)V99.
           02  PREV-SITUACAO        PIC X(01).
               88  PREV-SIT-PROPOSTA    VALUE 'P'.
               88  PREV-SIT-ACEITA      VALUE 'A'.
               88  PREV-SIT-ALTERADA    VALUE 'M'.
               88  PREV-SIT-RECUSADA    VALUE 'R'.
           02  PREV-META-ACEITA     PIC 9(10)V99.
           02  PREV-REALIZADO       PIC 9(10)V99.
           02  PREV-ERRO-PCT        PIC S9(03)V99.
           02  PREV-FECHADA         PIC X(01).
               88  PREV-MES-FECHADO     VALUE 'S'.
