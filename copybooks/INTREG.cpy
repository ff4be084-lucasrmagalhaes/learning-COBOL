      ******************************************************************
      * COPYBOOK: INTREG
      * OBJETIVO: LAYOUT DO REGISTRO DE INTERFACES RECEBIDAS
      * (INTERFAC.DAT INDEXADO POR INTERFACE + REMETENTE +
      * SEQUENCIA) - UM REGISTRO POR ARQUIVO EXTERNO PROCESSADO,
      * GRAVADO PELA ROTINA PROGCOBINT DEPOIS DA CARGA. SEQUENCIA
      * JA REGISTRADA REJEITA O ARQUIVO INTEIRO COMO DUPLICADO
      * AUTOR: LUCAS
      ******************************************************************
       01  INR-REG.
           02  INR-CHAVE.
               03  INR-INTERFACE    PIC X(08).
               03  INR-REMETENTE    PIC X(10).
               03  INR-SEQUENCIA    PIC 9(06).
           02  INR-DATA-GERACAO     PIC 9(08).
           02  INR-QTDE-REGISTROS   PIC 9(07).
           02  INR-VALOR-TOTAL      PIC 9(13)V99.
           02  INR-PROGRAMA         PIC X(10).
           02  INR-DATA-PROC        PIC 9(08).
           02  INR-HORA-PROC        PIC 9(06).
