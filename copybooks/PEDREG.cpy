      * ATUALIZACAO: NUMERO DO ROMANEIO DE ENTREGA (PROGCOB69)
      * GRAVADO NO PEDIDO QUANDO ELE ENTRA NO MANIFESTO DIARIO
      * DA TRANSPORTADORA - ZERO = AINDA NAO EXPEDIDO
      * ATUALIZACAO: LISTA DE PRECOS DO PEDIDO DA LOJA WEB, QUE
      * TEM UM SO PRODUTO (PROGCOB61); NOS PEDIDOS DIGITADOS A
      * LISTA FICA EM CADA ITEM (VENDIT.DAT / PENDENC.DAT)
      * ATUALIZACAO: ENDERECO DE ENTREGA DO PEDIDO - SEQUENCIA EM
      * ENDENTREGA.DAT (ZERO = ENDERECO DO CADASTRO) E COPIA DO
      * ENDERECO NA DATA DO PEDIDO; PED-UF PASSA A SER A UF DE
      * ENTREGA, QUE COTA O FRETE E O ICMS
      ******************************************************************
       01  PEDIDO-REG.
           02  PED-NUMERO               PIC 9(08).
           02  PED-VENDEDOR             PIC 9(04).
           02  PED-NOTA-FISCAL          PIC 9(08).
           02  PED-ROMANEIO             PIC 9(06).
           02  PED-LISTA-PRECO          PIC X(06).
           02  PED-ENTREGA              PIC 9(02).
           02  PED-END-ENTREGA.
               03  PED-ENT-LOGRADOURO   PIC X(40).
               03  PED-ENT-CIDADE       PIC X(20).
               03  PED-ENT-CEP          PIC 9(08).
