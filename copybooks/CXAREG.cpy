      ******************************************************************
      * COPYBOOK: CXAREG
      * OBJETIVO: LAYOUT DA POSICAO DIARIA DE CAIXA (CAIXADIA.DAT) -
      * O LAYOUT MORAVA DENTRO DO PROGCOB68; COM OS RESGATES E
      * VENCIMENTOS DAS APLICACOES FINANCEIRAS (PROGCOB119) GRAVANDO
      * NO MESMO ARQUIVO VIROU COPYBOOK PARA NAO DIVERGIR ENTRE OS
      * GRAVADORES
      * AUTOR: LUCAS
      ******************************************************************
       01  CAIXADIA-REG.
           02  CAIXA-DATA          PIC 9(08).
           02  CAIXA-TIPO          PIC X(01).
               88  CAIXA-ENTRADA       VALUE 'E'.
               88  CAIXA-SAIDA         VALUE 'S'.
           02  CAIXA-VALOR         PIC 9(10)V99.
           02  CAIXA-ORIGEM        PIC X(20).
