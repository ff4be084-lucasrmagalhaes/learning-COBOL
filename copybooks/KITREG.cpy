      ******************************************************************
      * COPYBOOK: KITREG
      * OBJETIVO: LAYOUT DA COMPOSICAO DE KIT (KITCOMP.DAT INDEXADO
      * POR KIT + COMPONENTE) - CESTAS E COMBOS SAO CODIGOS DO
      * CADASTRO DE PRODUTOS SEM SALDO PROPRIO; CADA LINHA DIZ
      * QUANTAS UNIDADES DE UM COMPONENTE ENTRAM EM UM KIT, E E O
      * SALDO DOS COMPONENTES EM ESTOQUE.DAT QUE A CONFIRMACAO DO
      * PEDIDO CONFERE E BAIXA
      * AUTOR: LUCAS
      ******************************************************************
       01  KIT-REG.
           02  KIT-CHAVE.
               03  KIT-CODIGO           PIC X(10).
               03  KIT-COMPONENTE       PIC X(10).
           02  KIT-QTDE                 PIC 9(05).
