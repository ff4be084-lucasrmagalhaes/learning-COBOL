      ******************************************************************
      * COPYBOOK: INVLREG
      * OBJETIVO: LAYOUT DO CONTROLE DE CONTAGEM POR LOJA
      * (INVLOJA.DAT INDEXADO POR LOJA) - ENQUANTO A CONTAGEM DA
      * LOJA ESTIVER ABERTA O SALDO DELA FICA CONGELADO: A
      * ENTRADA DE MERCADORIA (PROGCOB52), A CONFIRMACAO DE
      * PEDIDOS (PROGCOB39), O CANCELAMENTO (PROGCOB55) E A
      * DEVOLUCAO DA OCORRENCIA DE ENTREGA (PROGCOB70) CONSULTAM
      * ESTE ARQUIVO E RECUSAM O MOVIMENTO; A TOLERANCIA E O
      * VALOR A CUSTO ACIMA DO QUAL O AJUSTE PRECISA DE APROVACAO
      * AUTOR: LUCAS
      ******************************************************************
       01  INVL-REG.
           02  INVL-LOJA                PIC 9(03).
           02  INVL-ABERTURA            PIC 9(08).
           02  INVL-ENCERRAMENTO        PIC 9(08).
           02  INVL-TOLERANCIA          PIC 9(06)V99.
           02  INVL-RESPONSAVEL         PIC X(20).
           02  INVL-SITUACAO            PIC X(01).
               88  INVL-SIT-ABERTA          VALUE 'A'.
               88  INVL-SIT-ENCERRADA       VALUE 'F'.
