      ******************************************************************
      * COPYBOOK: NFEENV
      * OBJETIVO: LAYOUT FIXO DO ARQUIVO DE NOTAS ELETRONICAS PARA O
      * GATEWAY DE TRANSMISSAO (NFEENV.DAT) - CADA NOTA E UM BLOCO
      * DE REGISTROS: 10 CABECALHO, 20 EMITENTE (LOJA), 30
      * DESTINATARIO (CLIENTE), 31 LOCAL DE ENTREGA QUANDO DIFERE
      * DO CADASTRO, 40 UM POR ITEM DE VENDIT.DAT, 50 TOTAIS (FRETE
      * E ICMS) E 99 FIM DO BLOCO; O PEDIDO DE CANCELAMENTO E UM
      * REGISTRO 60 AVULSO
      * AUTOR: LUCAS
      ******************************************************************
       01  NFEENV-REG.
           02  NFEENV-TIPO              PIC X(02).
               88  NFEENV-CABECALHO         VALUE '10'.
               88  NFEENV-EMITENTE          VALUE '20'.
               88  NFEENV-DESTINATARIO      VALUE '30'.
               88  NFEENV-ENTREGA           VALUE '31'.
               88  NFEENV-ITEM              VALUE '40'.
               88  NFEENV-TOTAIS            VALUE '50'.
               88  NFEENV-CANCELAMENTO      VALUE '60'.
               88  NFEENV-FIM               VALUE '99'.
           02  NFEENV-NOTA              PIC 9(08).
           02  NFEENV-DADOS             PIC X(150).
           02  NFEENV-CAB REDEFINES NFEENV-DADOS.
               03  NFEENV-CAB-SERIE     PIC 9(03).
               03  NFEENV-CAB-CHAVE     PIC X(44).
               03  NFEENV-CAB-EMISSAO   PIC 9(08).
               03  NFEENV-CAB-PEDIDO    PIC 9(08).
               03  NFEENV-CAB-NATUREZA  PIC X(30).
               03  NFEENV-CAB-OPERACAO  PIC X(01).
               03  FILLER               PIC X(56).
           02  NFEENV-EMI REDEFINES NFEENV-DADOS.
               03  NFEENV-EMI-CNPJ      PIC X(14).
               03  NFEENV-EMI-IE        PIC X(14).
               03  NFEENV-EMI-NOME      PIC X(30).
               03  NFEENV-EMI-CIDADE    PIC X(20).
               03  NFEENV-EMI-UF        PIC X(02).
               03  FILLER               PIC X(70).
           02  NFEENV-DEST REDEFINES NFEENV-DADOS.
               03  NFEENV-DEST-DOCUMENTO PIC X(14).
               03  NFEENV-DEST-NOME     PIC X(30).
               03  NFEENV-DEST-LOGRADOURO PIC X(40).
               03  NFEENV-DEST-CIDADE   PIC X(20).
               03  NFEENV-DEST-UF       PIC X(02).
               03  NFEENV-DEST-CEP      PIC 9(08).
               03  FILLER               PIC X(36).
           02  NFEENV-ENT REDEFINES NFEENV-DADOS.
               03  NFEENV-ENT-LOGRADOURO PIC X(40).
               03  NFEENV-ENT-CIDADE    PIC X(20).
               03  NFEENV-ENT-UF        PIC X(02).
               03  NFEENV-ENT-CEP       PIC 9(08).
               03  FILLER               PIC X(80).
           02  NFEENV-ITE REDEFINES NFEENV-DADOS.
               03  NFEENV-ITE-SEQ       PIC 9(03).
               03  NFEENV-ITE-PRODUTO   PIC X(10).
               03  NFEENV-ITE-DESCRICAO PIC X(30).
               03  NFEENV-ITE-QTDE      PIC 9(05).
               03  NFEENV-ITE-UNITARIO  PIC 9(06)V99.
               03  NFEENV-ITE-TOTAL     PIC 9(08)V99.
               03  FILLER               PIC X(84).
           02  NFEENV-TOT REDEFINES NFEENV-DADOS.
               03  NFEENV-TOT-ITENS     PIC 9(08)V99.
               03  NFEENV-TOT-FRETE     PIC 9(06)V99.
               03  NFEENV-TOT-ICMS      PIC 9(06)V99.
               03  NFEENV-TOT-NOTA      PIC 9(08)V99.
               03  NFEENV-TOT-QT-ITENS  PIC 9(03).
               03  FILLER               PIC X(111).
           02  NFEENV-CAN REDEFINES NFEENV-DADOS.
               03  NFEENV-CAN-CHAVE     PIC X(44).
               03  NFEENV-CAN-PROTOCOLO PIC X(15).
               03  NFEENV-CAN-DATA      PIC 9(08).
               03  NFEENV-CAN-JUSTIFICATIVA PIC X(30).
               03  FILLER               PIC X(53).
           02  NFEENV-FIM-BLOCO REDEFINES NFEENV-DADOS.
               03  NFEENV-FIM-QT-REGISTROS PIC 9(03).
               03  FILLER               PIC X(147).
