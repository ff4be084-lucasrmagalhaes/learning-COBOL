      ******************************************************************
      * COPYBOOK: NEGREG
      * OBJETIVO: LAYOUT DO CONTROLE DE NEGATIVACAO NO BIRO DE
      * CREDITO (NEGATIV.DAT INDEXADO PELA CHAVE DO TITULO) - UM
      * REGISTRO POR TITULO JA ENVIADO AO BIRO, MANTIDO PELO
      * PROGCOB102: SITUACAO I ENQUANTO O CLIENTE ESTA NEGATIVADO
      * E E DEPOIS DE ENVIADA A EXCLUSAO, COM A DATA E O MOTIVO
      * (P PAGO, R RENEGOCIADO, C CANCELADO OU TITULO INEXISTENTE)
      * AUTOR: LUCAS
      ******************************************************************
       01  NEG-REG.
           02  NEG-CHAVE.
               03  NEG-PEDIDO       PIC 9(08).
               03  NEG-PARCELA      PIC 9(02).
           02  NEG-CLIENTE          PIC 9(06).
           02  NEG-DOCUMENTO        PIC X(14).
           02  NEG-VALOR            PIC 9(08)V99.
           02  NEG-VENCIMENTO       PIC 9(08).
           02  NEG-SITUACAO         PIC X(01).
               88  NEG-SIT-INCLUIDO     VALUE 'I'.
               88  NEG-SIT-EXCLUIDO     VALUE 'E'.
           02  NEG-DATA-INCLUSAO    PIC 9(08).
           02  NEG-DATA-EXCLUSAO    PIC 9(08).
           02  NEG-MOTIVO-EXCLUSAO  PIC X(01).
               88  NEG-EXCL-PAGO        VALUE 'P'.
               88  NEG-EXCL-RENEGOCIADO VALUE 'R'.
               88  NEG-EXCL-CANCELADO   VALUE 'C'.
