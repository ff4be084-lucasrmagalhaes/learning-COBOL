      * VENDAS, ENTRADA DE PEDIDOS E AJUSTE DE VENDAS); O
      * FECHAMENTO E AS CONSULTAS IMPRIMEM O NOME DAQUI
      * AUTOR: LUCAS
      * ATUALIZACAO: CNPJ E INSCRICAO ESTADUAL DA LOJA, QUE E O
      * EMITENTE DA NOTA FISCAL ELETRONICA DOS SEUS PEDIDOS
      * ATUALIZACAO: CENTRO DE CUSTO DA LOJA - AS COMISSOES DOS
      * PEDIDOS E A DEPRECIACAO DOS BENS DA LOJA SAO LANCADAS NELE
      ******************************************************************
       01  LOJA-REG.
           02  LOJA-NUMERO              PIC 9(03).
           02  LOJA-SITUACAO            PIC X(01).
               88  LOJA-SIT-ATIVA           VALUE 'A'.
               88  LOJA-SIT-EXCLUIDA        VALUE 'E'.
           02  LOJA-CNPJ                PIC X(14).
           02  LOJA-IE                  PIC X(14).
           02  LOJA-CENTRO-CUSTO        PIC X(06).
