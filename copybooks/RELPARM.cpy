      ******************************************************************
      * COPYBOOK: RELPARM
      * OBJETIVO: LAYOUT DOS PARAMETROS DO RELATORIO PEDIDO NA FILA
      * NOTURNA (RELPARM.DAT, UM REGISTRO) - A RODADA DA FILA
      * (PROGCOB125) GRAVA O ARQUIVO ANTES DE CHAMAR O RELATORIO E O
      * APAGA NA VOLTA; O RELATORIO QUE ACHA O PROPRIO CODIGO AQUI
      * USA ESTES PARAMETROS NO LUGAR DAS PERGUNTAS DA TELA
      * AUTOR: LUCAS
      ******************************************************************
       01  RELPARM-REG.
           02  RELPARM-RELATORIO        PIC X(02).
           02  RELPARM-NUMERO           PIC 9(06).
           02  RELPARM-TIPO             PIC X(01).
           02  RELPARM-CHAVE            PIC 9(08).
           02  RELPARM-MES              PIC 9(06).
