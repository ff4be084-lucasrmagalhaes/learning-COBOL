      ******************************************************************
      * COPYBOOK: ATCREG
      * OBJETIVO: LAYOUT DA CLASSE DE ATIVO IMOBILIZADO (ATVCLASSE.DAT
      * INDEXADO PELO CODIGO) - VIDA UTIL, TAXA ANUAL DE DEPRECIACAO
      * LINEAR E AS CONTAS DO PLANO (PLANOCTA.DAT) ONDE O LOTE DE
      * DEPRECIACAO E A BAIXA DO PROGCOB109 LANCAM NO DIARIO
      * AUTOR: LUCAS
      ******************************************************************
       01  ACL-REG.
           02  ACL-CODIGO               PIC X(03).
           02  ACL-DESCRICAO            PIC X(30).
           02  ACL-VIDA-UTIL-ANOS       PIC 9(02).
           02  ACL-TAXA-ANUAL           PIC 9(03)V99.
           02  ACL-CONTA-ATIVO          PIC 9(06).
           02  ACL-CONTA-DEPREC-ACUM    PIC 9(06).
           02  ACL-CONTA-DESPESA        PIC 9(06).
