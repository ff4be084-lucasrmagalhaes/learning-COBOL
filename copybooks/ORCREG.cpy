      ******************************************************************
      * COPYBOOK: ORCREG
      * OBJETIVO: LAYOUT DO CABECALHO DO ORCAMENTO DE VENDA
      * (ORCAM.DAT INDEXADO POR NUMERO) - CLIENTE, LOJA,
      * VENDEDOR, CONDICAO DE PAGAMENTO, FRETE COTADO PELO
      * PROGCOBFRETE E VALIDADE; OS ITENS FICAM EM ORCITEM.DAT;
      * MANTIDO PELO PROGCOB94, CONVERTIDO EM PEDIDO NO PROGCOB39
      * E BAIXADO COMO PERDIDO NO VENCIMENTO PELO PROGCOB95
      * AUTOR: LUCAS
      * ATUALIZACAO: SEQUENCIA DO ENDERECO DE ENTREGA (ENDENTREGA.DAT,
      * ZERO = CADASTRO) QUE COTOU O FRETE - ORC-UF E A UF DELE
      ******************************************************************
       01  ORC-REG.
           02  ORC-NUMERO               PIC 9(08).
           02  ORC-CLIENTE              PIC 9(06).
           02  ORC-DATA                 PIC 9(08).
           02  ORC-VALIDADE             PIC 9(08).
           02  ORC-LOJA                 PIC 9(03).
           02  ORC-VENDEDOR             PIC 9(04).
           02  ORC-CONDPAG              PIC 9(02).
           02  ORC-QT-ITENS             PIC 9(03).
           02  ORC-VALOR-ITENS          PIC 9(08)V99.
           02  ORC-PESO                 PIC 9(04)V99.
           02  ORC-UF                   PIC X(02).
           02  ORC-TRANSPORTADORA       PIC X(03).
           02  ORC-FRETE                PIC 9(06)V99.
           02  ORC-ICMS                 PIC 9(06)V99.
           02  ORC-TOTAL                PIC 9(08)V99.
           02  ORC-PEDIDO               PIC 9(08).
           02  ORC-DATA-BAIXA           PIC 9(08).
           02  ORC-SITUACAO             PIC X(01).
               88  ORC-SIT-ABERTO           VALUE 'A'.
               88  ORC-SIT-CONVERTIDO       VALUE 'C'.
               88  ORC-SIT-PERDIDO          VALUE 'P'.
           02  ORC-ENTREGA              PIC 9(02).
