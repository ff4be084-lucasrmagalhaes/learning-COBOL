      ******************************************************************
      * COPYBOOK: FILAREG
      * OBJETIVO: LAYOUT DA FILA DE RELATORIOS NOTURNOS (FILAREL.DAT,
      * INDEXADO POR FILA-NUMERO) - O PEDIDO FEITO NO MENU GERAL
      * (PROGCOB124) COM O USUARIO, O RELATORIO E OS PARAMETROS; A
      * RODADA NOTURNA (PROGCOB125) GRAVA A SITUACAO, A GERACAO
      * DATADA ONDE A SAIDA FOI ARQUIVADA OU O MOTIVO DA FALHA
      * AUTOR: LUCAS
      ******************************************************************
       01  FILA-REG.
           02  FILA-NUMERO              PIC 9(06).
           02  FILA-USUARIO             PIC X(20).
           02  FILA-RELATORIO           PIC X(02).
               88  FILA-REL-AGING           VALUE 'AG'.
               88  FILA-REL-EXTRATO         VALUE 'EX'.
               88  FILA-REL-MARGEM          VALUE 'MG'.
               88  FILA-REL-TRANSP          VALUE 'TR'.
               88  FILA-REL-VALIDO          VALUE 'AG' 'EX' 'MG' 'TR'.
           02  FILA-PARAMETROS.
               05  FILA-TIPO            PIC X(01).
               05  FILA-CHAVE           PIC 9(08).
               05  FILA-MES             PIC 9(06).
           02  FILA-DATA-PEDIDO         PIC 9(08).
           02  FILA-HORA-PEDIDO         PIC 9(08).
           02  FILA-SITUACAO            PIC X(01).
               88  FILA-SIT-PENDENTE        VALUE 'P'.
               88  FILA-SIT-CONCLUIDO       VALUE 'C'.
               88  FILA-SIT-FALHA           VALUE 'F'.
           02  FILA-DATA-EXECUCAO       PIC 9(08).
           02  FILA-ARQUIVO             PIC X(30).
           02  FILA-MOTIVO              PIC X(40).
