      ******************************************************************
      * COPYBOOK: NTFREG
      * OBJETIVO: LAYOUT FIXO DA FILA DE AVISOS AO CLIENTE POR
      * E-MAIL/SMS (NOTIFICA.DAT) - GRAVADA PELA ROTINA COMUM
      * PROGCOBNTF NO MOMENTO DO EVENTO E RECOLHIDA PELO
      * PROVEDOR DE MENSAGENS; O CANAL E O CONTATO JA VEM
      * RESOLVIDOS PELA PREFERENCIA DO CLIENTE (PREFAVISO.DAT)
      * AUTOR: LUCAS
      ******************************************************************
       01  NTF-REG.
           02  NTF-TIPO             PIC X(03).
               88  NTF-PEDIDO-CONFIRMADO VALUE 'PCF'.
               88  NTF-NOTA-EMITIDA     VALUE 'NFE'.
               88  NTF-EXPEDIDO         VALUE 'EXP'.
               88  NTF-ENTREGUE         VALUE 'ENT'.
               88  NTF-PROBLEMA-ENTREGA VALUE 'OCO'.
               88  NTF-VENCIMENTO       VALUE 'VEN'.
           02  NTF-DATA             PIC 9(08).
           02  NTF-HORA             PIC 9(08).
           02  NTF-CLIENTE          PIC 9(06).
           02  NTF-NOME             PIC X(30).
           02  NTF-CANAL            PIC X(01).
               88  NTF-CANAL-EMAIL      VALUE 'E'.
               88  NTF-CANAL-SMS        VALUE 'S'.
               88  NTF-CANAL-AMBOS      VALUE 'A'.
           02  NTF-EMAIL            PIC X(40).
           02  NTF-CELULAR          PIC X(15).
           02  NTF-PEDIDO           PIC 9(08).
           02  NTF-PARCELA          PIC 9(02).
           02  NTF-VALOR            PIC 9(08)V99.
           02  NTF-DATA-REF         PIC 9(08).
           02  NTF-REFERENCIA       PIC X(10).
