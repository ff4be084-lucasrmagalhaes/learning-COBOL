      ******************************************************************
      * COPYBOOK: INVREG
      * OBJETIVO: LAYOUT DA LINHA DE CONTAGEM FISICA DE ESTOQUE
      * (INVENT.DAT INDEXADO POR LOJA + PRODUTO) - A ABERTURA DA
      * CONTAGEM FOTOGRAFA O SALDO DO SISTEMA, A DIGITACAO GRAVA
      * O CONTADO E O ENCERRAMENTO AJUSTA DIRETO O QUE ESTA NA
      * TOLERANCIA OU MANDA A DIVERGENCIA PARA A FILA DE
      * APROVACOES (PENDAPR.DAT); MANTIDO PELO PROGCOB89 E
      * FECHADO PELO PROGCOB81 NA DECISAO DA PENDENCIA
      * AUTOR: LUCAS
      ******************************************************************
       01  INV-REG.
           02  INV-CHAVE.
               03  INV-LOJA             PIC 9(03).
               03  INV-PRODUTO          PIC X(10).
           02  INV-SALDO-SISTEMA        PIC 9(07).
           02  INV-CONTADO              PIC 9(07).
           02  INV-CUSTO-UNIT           PIC 9(06)V99.
           02  INV-SITUACAO             PIC X(01).
               88  INV-SIT-A-CONTAR         VALUE 'A'.
               88  INV-SIT-CONTADO          VALUE 'C'.
               88  INV-SIT-AJUSTADO         VALUE 'J'.
               88  INV-SIT-EM-APROVACAO     VALUE 'P'.
               88  INV-SIT-REJEITADO        VALUE 'R'.
               88  INV-SIT-SEM-DIFERENCA    VALUE 'S'.
               88  INV-SIT-NAO-CONTADO      VALUE 'N'.
