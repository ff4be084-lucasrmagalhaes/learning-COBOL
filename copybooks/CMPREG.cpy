      ******************************************************************
      * COPYBOOK: CMPREG
      * OBJETIVO: LAYOUT DO HISTORICO DE COMISSOES PAGAS
      * (COMISPAG.DAT INDEXADO POR PEDIDO + PARCELA, COM CHAVE
      * ALTERNATIVA POR VENDEDOR) - UMA LINHA POR PARCELA DE
      * CONTASREC.DAT QUE GEROU COMISSAO NO LOTE MENSAL
      * (PROGCOB57), COM O MES EM QUE FOI GANHA; QUANDO O PEDIDO
      * E CANCELADO OU TEM PARCELA BAIXADA COMO PERDA A LINHA E
      * ESTORNADA NO DEMONSTRATIVO SEGUINTE E GUARDA O MES E O
      * MOTIVO DO ESTORNO
      * AUTOR: LUCAS
      ******************************************************************
       01  CMP-REG.
           02  CMP-CHAVE.
               03  CMP-PEDIDO           PIC 9(08).
               03  CMP-PARCELA          PIC 9(02).
           02  CMP-VENDEDOR             PIC 9(04).
           02  CMP-CLIENTE              PIC 9(06).
           02  CMP-DATA-PGTO            PIC 9(08).
           02  CMP-VALOR-PARCELA        PIC 9(08)V99.
           02  CMP-BASE                 PIC 9(08)V99.
           02  CMP-PERC                 PIC 9(02)V99.
           02  CMP-COMISSAO             PIC 9(08)V99.
           02  CMP-MES-GANHO            PIC 9(06).
           02  CMP-SITUACAO             PIC X(01).
               88  CMP-SIT-PAGA             VALUE 'P'.
               88  CMP-SIT-ESTORNADA        VALUE 'E'.
           02  CMP-MES-ESTORNO          PIC 9(06).
           02  CMP-MOTIVO-ESTORNO       PIC X(01).
               88  CMP-EST-CANCELADO        VALUE 'C'.
               88  CMP-EST-PERDA            VALUE 'L'.
