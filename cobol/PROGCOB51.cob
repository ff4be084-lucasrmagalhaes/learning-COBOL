      * LOGICAMENTE, NOS MOLDES DA MANUTENCAO DE FUNCIONARIOS;
      * A CAPTURA DE VENDAS E A ENTRADA DE PEDIDOS SO ACEITAM
      * CODIGO ATIVO DESTE CADASTRO
      * ATUALIZACAO: CUSTO INICIAL NA INCLUSAO - DEPOIS O CUSTO
      * MEDIO SO MUDA PELA ENTRADA DE MERCADORIA (PROGCOB52)
      * ATUALIZACAO: FORNECEDOR PREFERENCIAL E PRAZO DE ENTREGA
      * NA INCLUSAO E NA ALTERACAO, PARA A PROPOSTA DE REPOSICAO
      * ATUALIZACAO: COMPOSICAO DE KIT (KITCOMP.DAT) - COMPONENTES
      * E QUANTIDADE POR KIT, E CONSULTA DA DISPONIBILIDADE DO KIT
      * NA LOJA PELO COMPONENTE MAIS ESCASSO EM ESTOQUE.DAT
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTOS.

           SELECT KITCOMP ASSIGN TO "KITCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-FS-KITCOMP.

           SELECT ESTOQUE ASSIGN TO "ESTOQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS.
           COPY PRODREG.

       FD  KITCOMP.
           COPY KITREG.

       FD  ESTOQUE.
           COPY ESTREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-PRODUTOS      PIC X(02)      VALUE SPACES.
       77 WRK-OPCAO            PIC X(01)      VALUE SPACES.
       77 WRK-QT-LISTADOS      PIC 9(04)      VALUE ZEROS.
       77 WRK-CONFIRMA         PIC X(01)      VALUE SPACES.
           88 WRK-CONFIRMA-SIM        VALUE 'S'.
       77 WRK-FS-KITCOMP       PIC X(02)      VALUE SPACES.
       77 WRK-FS-ESTOQUE       PIC X(02)      VALUE SPACES.
       77 WRK-KIT-BUSCA        PIC X(10)      VALUE SPACES.
       77 WRK-COMPONENTE       PIC X(10)      VALUE SPACES.
       77 WRK-QTDE-COMP        PIC 9(05)      VALUE ZEROS.
       77 WRK-PRODUTO-FLAG     PIC X(01)      VALUE 'N'.
           88 WRK-PRODUTO-VALIDO      VALUE 'S'.
       77 WRK-LOJA             PIC 9(03)      VALUE ZEROS.
       77 WRK-IND-COMP         PIC 9(02)      VALUE ZEROS.
       77 WRK-KITS-COMP        PIC 9(07)      VALUE ZEROS.
       77 WRK-KITS-DISPONIVEIS PIC 9(07)      VALUE ZEROS.
       01 WRK-KIT-AREA.
           02 WRK-KIT-PRODUTO      PIC X(10).
           02 WRK-KIT-QT-COMP      PIC 9(02).
           02 WRK-KIT-COMP OCCURS 20 TIMES.
               03 WRK-KIT-COMPONENTE PIC X(10).
               03 WRK-KIT-QTDE       PIC 9(05).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY '3 - ALTERAR'.
           DISPLAY '4 - EXCLUIR'.
           DISPLAY '5 - LISTAR ATIVOS'.
           DISPLAY '6 - COMPOSICAO DE KIT'.
           DISPLAY '7 - DISPONIBILIDADE DE KIT NA LOJA'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
                   PERFORM 2300-EXCLUIR
               WHEN '5'
                   PERFORM 2400-LISTAR
               WHEN '6'
                   PERFORM 2500-COMPOSICAO-KIT
               WHEN '7'
                   PERFORM 2600-DISPONIBILIDADE-KIT
               WHEN 'X'
                   SET WRK-MANUT-FIM TO TRUE
               WHEN OTHER
           ACCEPT PROD-DESCRICAO.
           DISPLAY 'PRECO UNITARIO (999999,99).: '.
           ACCEPT PROD-PRECO.
           DISPLAY 'CUSTO INICIAL (999999,99)..: '.
           ACCEPT PROD-CUSTO-MEDIO.
           DISPLAY 'FORNECEDOR PREFERENCIAL....: '.
           ACCEPT PROD-FORNECEDOR.
           DISPLAY 'PRAZO DE ENTREGA (DIAS)....: '.
           ACCEPT PROD-PRAZO-ENTREGA.
           SET PROD-SIT-ATIVO TO TRUE.
           WRITE PROD-REG
               INVALID KEY
           DISPLAY 'CODIGO...: ' PROD-CODIGO.
           DISPLAY 'DESCRICAO: ' PROD-DESCRICAO.
           DISPLAY 'PRECO....: ' PROD-PRECO.
           DISPLAY 'CUSTO MED: ' PROD-CUSTO-MEDIO.
           DISPLAY 'FORNEC...: ' PROD-FORNECEDOR.
           DISPLAY 'PRAZO....: ' PROD-PRAZO-ENTREGA.
           DISPLAY 'SITUACAO.: ' PROD-SITUACAO.

       2200-ALTERAR.
                       DISPLAY 'PRECO ATUAL....: ' PROD-PRECO
                       DISPLAY 'NOVO PRECO.....: '
                       ACCEPT PROD-PRECO
                       IF PROD-FORNECEDOR NOT NUMERIC
                           MOVE ZEROS TO PROD-FORNECEDOR
                       END-IF
                       IF PROD-PRAZO-ENTREGA NOT NUMERIC
                           MOVE ZEROS TO PROD-PRAZO-ENTREGA
                       END-IF
                       DISPLAY 'FORNECEDOR ATUAL: ' PROD-FORNECEDOR
                       DISPLAY 'NOVO FORNECEDOR.: '
                       ACCEPT PROD-FORNECEDOR
                       DISPLAY 'PRAZO ATUAL.....: '
                           PROD-PRAZO-ENTREGA
                       DISPLAY 'NOVO PRAZO......: '
                       ACCEPT PROD-PRAZO-ENTREGA
                       REWRITE PROD-REG
                       DISPLAY 'PRODUTO ALTERADO COM SUCESSO'
               END-READ
               CLOSE PRODUTOS
               DISPLAY 'PRODUTOS ATIVOS: ' WRK-QT-LISTADOS
           END-IF.

      * COMPONENTE NAO PODE SER OUTRO KIT - A BAIXA NA CONFIRMACAO
      * SO DESCE UM NIVEL NA COMPOSICAO
       2500-COMPOSICAO-KIT.
           DISPLAY 'CODIGO DO KIT: '.
           ACCEPT WRK-KIT-BUSCA.
           MOVE WRK-KIT-BUSCA TO WRK-CODIGO-BUSCA.
           PERFORM 2510-VALIDAR-PRODUTO.
           IF NOT WRK-PRODUTO-VALIDO
               DISPLAY 'KIT NAO CADASTRADO OU INATIVO NO CADASTRO '
                   'DE PRODUTOS'
           ELSE
               OPEN I-O KITCOMP
               IF WRK-FS-KITCOMP EQUAL '35'
                   OPEN OUTPUT KITCOMP
                   CLOSE KITCOMP
                   OPEN I-O KITCOMP
               END-IF
               MOVE 'X' TO WRK-COMPONENTE
               PERFORM UNTIL WRK-COMPONENTE EQUAL SPACES
                   DISPLAY 'COMPONENTE (BRANCO ENCERRA): '
                   MOVE SPACES TO WRK-COMPONENTE
                   ACCEPT WRK-COMPONENTE
                   IF WRK-COMPONENTE NOT EQUAL SPACES
                       PERFORM 2520-GRAVAR-COMPONENTE
                   END-IF
               END-PERFORM
               CLOSE KITCOMP
               PERFORM 2530-LISTAR-COMPOSICAO
           END-IF.

       2510-VALIDAR-PRODUTO.
           MOVE 'N' TO WRK-PRODUTO-FLAG.
           OPEN INPUT PRODUTOS.
           IF WRK-FS-PRODUTOS EQUAL '00'
               MOVE WRK-CODIGO-BUSCA TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PROD-SIT-ATIVO
                           SET WRK-PRODUTO-VALIDO TO TRUE
                           DISPLAY 'PRODUTO: ' PROD-DESCRICAO
                       END-IF
               END-READ
               CLOSE PRODUTOS
           END-IF.

       2520-GRAVAR-COMPONENTE.
           MOVE WRK-COMPONENTE TO WRK-CODIGO-BUSCA.
           PERFORM 2510-VALIDAR-PRODUTO.
           MOVE WRK-COMPONENTE TO WRK-KIT-PRODUTO.
           CALL 'PROGCOBKIT' USING WRK-KIT-AREA.
           EVALUATE TRUE
               WHEN NOT WRK-PRODUTO-VALIDO
                   DISPLAY 'COMPONENTE NAO CADASTRADO OU INATIVO'
               WHEN WRK-COMPONENTE EQUAL WRK-KIT-BUSCA
                   DISPLAY 'O KIT NAO PODE SER COMPONENTE DELE MESMO'
               WHEN WRK-KIT-QT-COMP > ZEROS
                   DISPLAY 'COMPONENTE E OUTRO KIT - INFORMAR AS '
                       'PECAS DELE'
               WHEN OTHER
                   MOVE WRK-KIT-BUSCA TO KIT-CODIGO
                   MOVE WRK-COMPONENTE TO KIT-COMPONENTE
                   READ KITCOMP
                       INVALID KEY
                           DISPLAY 'QUANTIDADE POR KIT: '
                           ACCEPT WRK-QTDE-COMP
                           IF WRK-QTDE-COMP > ZEROS
                               MOVE WRK-KIT-BUSCA TO KIT-CODIGO
                               MOVE WRK-COMPONENTE TO KIT-COMPONENTE
                               MOVE WRK-QTDE-COMP TO KIT-QTDE
                               WRITE KIT-REG
                               DISPLAY 'COMPONENTE INCLUIDO'
                           END-IF
                       NOT INVALID KEY
                           DISPLAY 'QUANTIDADE ATUAL: ' KIT-QTDE
                           DISPLAY 'NOVA QUANTIDADE (ZERO = RETIRAR '
                               'DO KIT): '
                           ACCEPT WRK-QTDE-COMP
                           IF WRK-QTDE-COMP EQUAL ZEROS
                               DELETE KITCOMP RECORD
                               DISPLAY 'COMPONENTE RETIRADO DO KIT'
                           ELSE
                               MOVE WRK-QTDE-COMP TO KIT-QTDE
                               REWRITE KIT-REG
                               DISPLAY 'QUANTIDADE ALTERADA'
                           END-IF
                   END-READ
           END-EVALUATE.

       2530-LISTAR-COMPOSICAO.
           MOVE WRK-KIT-BUSCA TO WRK-KIT-PRODUTO.
           CALL 'PROGCOBKIT' USING WRK-KIT-AREA.
           DISPLAY 'COMPOSICAO DO KIT ' WRK-KIT-BUSCA.
           PERFORM VARYING WRK-IND-COMP FROM 1 BY 1
                   UNTIL WRK-IND-COMP > WRK-KIT-QT-COMP
               DISPLAY WRK-KIT-COMPONENTE(WRK-IND-COMP) ' QTDE '
                   WRK-KIT-QTDE(WRK-IND-COMP)
           END-PERFORM.
           DISPLAY 'COMPONENTES: ' WRK-KIT-QT-COMP.

      * O KIT NAO TEM SALDO PROPRIO - O QUE DA PARA MONTAR NA LOJA
      * E O QUE O COMPONENTE MAIS ESCASSO PERMITE
       2600-DISPONIBILIDADE-KIT.
           DISPLAY 'CODIGO DO KIT: '.
           ACCEPT WRK-KIT-BUSCA.
           DISPLAY 'LOJA: '.
           ACCEPT WRK-LOJA.
           MOVE WRK-KIT-BUSCA TO WRK-KIT-PRODUTO.
           CALL 'PROGCOBKIT' USING WRK-KIT-AREA.
           IF WRK-KIT-QT-COMP EQUAL ZEROS
               DISPLAY 'PRODUTO SEM COMPOSICAO EM KITCOMP.DAT - NAO '
                   'E KIT'
           ELSE
               OPEN INPUT ESTOQUE
               IF WRK-FS-ESTOQUE NOT EQUAL '00'
                   DISPLAY 'ARQUIVO ESTOQUE.DAT NAO ENCONTRADO'
               ELSE
                   MOVE 9999999 TO WRK-KITS-DISPONIVEIS
                   PERFORM VARYING WRK-IND-COMP FROM 1 BY 1
                           UNTIL WRK-IND-COMP > WRK-KIT-QT-COMP
                       PERFORM 2610-AVALIAR-COMPONENTE
                   END-PERFORM
                   CLOSE ESTOQUE
                   DISPLAY 'KITS DISPONIVEIS NA LOJA ' WRK-LOJA ': '
                       WRK-KITS-DISPONIVEIS
               END-IF
           END-IF.

       2610-AVALIAR-COMPONENTE.
           MOVE WRK-KIT-COMPONENTE(WRK-IND-COMP) TO EST-PRODUTO.
           MOVE WRK-LOJA TO EST-LOJA.
           READ ESTOQUE
               INVALID KEY
                   MOVE ZEROS TO EST-SALDO
           END-READ.
           COMPUTE WRK-KITS-COMP =
               EST-SALDO / WRK-KIT-QTDE(WRK-IND-COMP).
           DISPLAY WRK-KIT-COMPONENTE(WRK-IND-COMP) ' SALDO '
               EST-SALDO ' POR KIT ' WRK-KIT-QTDE(WRK-IND-COMP)
               ' DA PARA ' WRK-KITS-COMP.
           IF WRK-KITS-COMP < WRK-KITS-DISPONIVEIS
               MOVE WRK-KITS-COMP TO WRK-KITS-DISPONIVEIS
           END-IF.
