      ******************************************************************
      * COPYBOOK: NFEREG
      * OBJETIVO: SITUACAO DA NOTA FISCAL ELETRONICA (NFESIT.DAT
      * INDEXADO PELO NUMERO DA NOTA) - CRIADO PELO FATURAMENTO
      * (PROGCOB62) QUANDO A NOTA VAI PARA O ARQUIVO DO GATEWAY DE
      * TRANSMISSAO, ATUALIZADO PELO RETORNO DO GATEWAY COM O
      * PROTOCOLO DE AUTORIZACAO OU O MOTIVO DA REJEICAO, E PELO
      * CANCELAMENTO DO PEDIDO (PROGCOB55 VIA PROGCOBNFE) DENTRO
      * DO PRAZO LEGAL
      * AUTOR: LUCAS
      ******************************************************************
       01  NFE-REG.
           02  NFE-NOTA                 PIC 9(08).
           02  NFE-PEDIDO               PIC 9(08).
           02  NFE-CLIENTE              PIC 9(06).
           02  NFE-LOJA                 PIC 9(03).
           02  NFE-DATA-EMISSAO         PIC 9(08).
           02  NFE-VALOR                PIC 9(08)V99.
           02  NFE-CHAVE-ACESSO         PIC X(44).
           02  NFE-SITUACAO             PIC X(01).
               88  NFE-SIT-ENVIADA          VALUE 'E'.
               88  NFE-SIT-AUTORIZADA       VALUE 'A'.
               88  NFE-SIT-REJEITADA        VALUE 'J'.
               88  NFE-SIT-CANC-SOLICITADO  VALUE 'S'.
               88  NFE-SIT-CANCELADA        VALUE 'C'.
           02  NFE-PROTOCOLO            PIC X(15).
           02  NFE-DATA-AUTORIZACAO     PIC 9(08).
           02  NFE-HORA-AUTORIZACAO     PIC 9(06).
           02  NFE-COD-RETORNO          PIC X(03).
           02  NFE-MOTIVO-RETORNO       PIC X(40).
           02  NFE-JUSTIFICATIVA        PIC X(30).
           02  NFE-DATA-CANCELAMENTO    PIC 9(08).
           02  NFE-PROTOCOLO-CANC       PIC X(15).
