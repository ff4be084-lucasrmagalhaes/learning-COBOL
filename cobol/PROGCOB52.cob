      * MINIMO E RELATORIO DE PONTO DE REPOSICAO (REPOREL.DAT)
      * COM OS ITENS ABAIXO DO MINIMO; A BAIXA DO SALDO ACONTECE
      * NA CONFIRMACAO DO PEDIDO (PROGCOB39)
      * ATUALIZACAO: ENTRADA DE MERCADORIA SO CONTRA LINHA EM
      * ABERTO DE PEDIDO DE COMPRA (PEDCOMPRA.DAT - PROGCOB87),
      * RECUSANDO QUANTIDADE ACIMA DO SALDO PEDIDO; CADA
      * RECEBIMENTO ATUALIZA A LINHA E GERA/SOMA O TITULO DO
      * FORNECEDOR EM CONTASPAG.DAT PELO VALOR RECEBIDO
      * ATUALIZACAO: CUSTO MEDIO PONDERADO DO PRODUTO RECALCULADO
      * EM CADA ENTRADA E RELATORIO DE VALORIZACAO DO ESTOQUE
      * POR LOJA E PRODUTO (VALEST.DAT) COM SUBTOTAL POR LOJA
      * ATUALIZACAO: ENTRADA RECUSADA NA LOJA COM CONTAGEM DE
      * INVENTARIO ABERTA (INVLOJA.DAT - PROGCOB89)
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      * ATUALIZACAO: TITULO DO FORNECEDOR QUE NAO ABRE OU NAO
      * GRAVA RECUSA A ENTRADA (ESTOQUE E LINHA DO PEDIDO FICAM
      * COMO ESTAVAM) E VAI PARA O ERRLOG.DAT PELO PROGCOBERRO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTOS.

           SELECT PEDCOMPRA ASSIGN TO "PEDCOMPRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCOM-CHAVE
               FILE STATUS IS WRK-FS-PEDCOMPRA.

           SELECT CONTASPAG ASSIGN TO "CONTASPAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WRK-FS-CONTASPAG.

           SELECT INVLOJA ASSIGN TO "INVLOJA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVL-LOJA
               FILE STATUS IS WRK-FS-INVLOJA.

           SELECT VALEST ASSIGN TO "VALEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VALEST.

           SELECT REPOREL ASSIGN TO "REPOREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPOREL.
       FD  PRODUTOS.
           COPY PRODREG.

       FD  PEDCOMPRA.
           COPY PCOMREG.

       FD  CONTASPAG.
           COPY PAGREG.

       FD  INVLOJA.
           COPY INVLREG.

       FD  VALEST.
       01  VALEST-LINHA        PIC X(90).

       FD  REPOREL.
       01  REPOREL-LINHA       PIC X(80).

       77 WRK-FS-ESTOQUE    PIC X(02)      VALUE SPACES.
       77 WRK-FS-PRODUTOS   PIC X(02)      VALUE SPACES.
       77 WRK-FS-REPOREL    PIC X(02)      VALUE SPACES.
       77 WRK-FS-PEDCOMPRA  PIC X(02)      VALUE SPACES.
       77 WRK-FS-CONTASPAG  PIC X(02)      VALUE SPACES.
       77 WRK-FS-VALEST     PIC X(02)      VALUE SPACES.
       77 WRK-FS-INVLOJA    PIC X(02)      VALUE SPACES.
       77 WRK-CONGELADA     PIC X(01)      VALUE 'N'.
           88 WRK-LOJA-CONGELADA   VALUE 'S'.
       77 WRK-EOF-ESTOQUE   PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ESTOQUE      VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-PRODUTO-FLAG  PIC X(01)      VALUE 'N'.
           88 WRK-PRODUTO-VALIDO   VALUE 'S'.
       77 WRK-QT-ABAIXO     PIC 9(04)      VALUE ZEROS.
       77 WRK-NUMERO-PEDIDO PIC 9(06)      VALUE ZEROS.
       77 WRK-LINHA-PEDIDO  PIC 9(02)      VALUE ZEROS.
       77 WRK-SALDO-PEDIDO  PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-LINHAS     PIC 9(02)      VALUE ZEROS.
       77 WRK-LINHA-FLAG    PIC X(01)      VALUE 'N'.
           88 WRK-LINHA-VALIDA     VALUE 'S'.
       77 WRK-FORNECEDOR    PIC 9(06)      VALUE ZEROS.
       77 WRK-PRECO-UNIT    PIC 9(06)V99   VALUE ZEROS.
       77 WRK-NOTA          PIC X(10)      VALUE SPACES.
       77 WRK-VENCIMENTO    PIC 9(08)      VALUE ZEROS.
       77 WRK-VALOR-RECEBIDO PIC 9(08)V99  VALUE ZEROS.
       77 WRK-TITULO-FLAG   PIC X(01)      VALUE 'N'.
           88 WRK-TITULO-OK        VALUE 'S'.
       77 WRK-SALDO-TOTAL   PIC 9(09)      VALUE ZEROS.
       77 WRK-VALOR-ITEM    PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOTAL-LOJA    PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOTAL-GERAL   PIC 9(12)V99   VALUE ZEROS.
       77 WRK-QT-ITENS      PIC 9(05)      VALUE ZEROS.
       77 WRK-IND-LOJA      PIC 9(04)      VALUE ZEROS.
       01 WRK-LOJAS-ESTOQUE.
           02 WRK-LOJA-PRESENTE PIC X(01) OCCURS 1000 TIMES.
       77 WRK-LINHA-ED      PIC X(90)      VALUE SPACES.
       77 WRK-ERR-PROGRAMA  PIC X(15)      VALUE 'PROGCOB52'.
       77 WRK-ERR-ARQUIVO   PIC X(15)      VALUE SPACES.
       77 WRK-ERR-OPERACAO  PIC X(10)      VALUE SPACES.
       77 WRK-ERR-ACAO      PIC X(01)      VALUE SPACES.
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB52'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
       0100-MENU.
           DISPLAY '=============================================='.
           DISPLAY 'CONTROLE DE ESTOQUE'.
           DISPLAY '1 - ENTRADA DE MERCADORIA (PEDIDO DE COMPRA)'.
           DISPLAY '2 - CONSULTAR SALDO'.
           DISPLAY '3 - DEFINIR ESTOQUE MINIMO'.
           DISPLAY '4 - RELATORIO DE PONTO DE REPOSICAO'.
           DISPLAY '5 - VALORIZACAO DO ESTOQUE (CUSTO MEDIO)'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
                   PERFORM 3000-DEFINIR-MINIMO
               WHEN '4'
                   PERFORM 4000-RELATORIO-REPOSICAO
               WHEN '5'
                   PERFORM 5000-RELATORIO-VALORIZACAO
               WHEN 'X'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
               OPEN I-O ESTOQUE
           END-IF.

      * LOJA COM CONTAGEM DE INVENTARIO ABERTA ESTA COM O SALDO
      * CONGELADO ATE O ENCERRAMENTO NO PROGCOB89
       0400-VERIFICAR-CONGELAMENTO.
           MOVE 'N' TO WRK-CONGELADA.
           OPEN INPUT INVLOJA.
           IF WRK-FS-INVLOJA EQUAL '00'
               MOVE WRK-LOJA TO INVL-LOJA
               READ INVLOJA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INVL-SIT-ABERTA
                           SET WRK-LOJA-CONGELADA TO TRUE
                       END-IF
               END-READ
               CLOSE INVLOJA
           END-IF.

      * SO ENTRA MERCADORIA CONTRA LINHA EM ABERTO DE PEDIDO DE
      * COMPRA E ATE O SALDO PEDIDO; O TITULO DO FORNECEDOR E
      * GRAVADO ANTES DE MEXER NO ESTOQUE E NA LINHA, PARA NAO
      * FICAR MERCADORIA RECEBIDA SEM A CONTA A PAGAR
       1000-ENTRADA-MERCADORIA.
           DISPLAY 'NUMERO DO PEDIDO DE COMPRA: '.
           ACCEPT WRK-NUMERO-PEDIDO.
           PERFORM 1100-LISTAR-LINHAS.
           IF WRK-QT-LINHAS EQUAL ZEROS
               DISPLAY 'PEDIDO SEM LINHAS EM ABERTO - ENTRADA '
                   'RECUSADA'
           ELSE
               DISPLAY 'LINHA DO PEDIDO: '
               ACCEPT WRK-LINHA-PEDIDO
               PERFORM 1200-VALIDAR-LINHA
               IF WRK-LINHA-VALIDA
                   DISPLAY 'QUANTIDADE RECEBIDA: '
                   ACCEPT WRK-QTDE
                   IF WRK-QTDE EQUAL ZEROS
                           OR WRK-QTDE > WRK-SALDO-PEDIDO
                       DISPLAY 'QUANTIDADE ACIMA DO SALDO PEDIDO ('
                           WRK-SALDO-PEDIDO ') OU ZERADA - '
                           'ENTRADA RECUSADA'
                   ELSE
                       DISPLAY 'NOTA FISCAL DO FORNECEDOR: '
                       ACCEPT WRK-NOTA
                       DISPLAY 'VENCIMENTO DO TITULO (AAAAMMDD): '
                       ACCEPT WRK-VENCIMENTO
                       PERFORM 1300-GRAVAR-TITULO
                       IF WRK-TITULO-OK
                           PERFORM 1400-ATUALIZAR-ESTOQUE
                           PERFORM 1500-ATUALIZAR-LINHA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1100-LISTAR-LINHAS.
           MOVE ZEROS TO WRK-QT-LINHAS.
           MOVE 'N' TO WRK-EOF-ESTOQUE.
           OPEN INPUT PEDCOMPRA.
           IF WRK-FS-PEDCOMPRA NOT EQUAL '00'
               DISPLAY 'ARQUIVO PEDCOMPRA.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-NUMERO-PEDIDO TO PCOM-NUMERO
               MOVE ZEROS TO PCOM-LINHA
               START PEDCOMPRA KEY IS NOT LESS THAN PCOM-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ESTOQUE TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ESTOQUE
                   READ PEDCOMPRA NEXT RECORD
                       AT END
                           SET WRK-FIM-ESTOQUE TO TRUE
                       NOT AT END
                           IF PCOM-NUMERO NOT EQUAL
                                   WRK-NUMERO-PEDIDO
                               SET WRK-FIM-ESTOQUE TO TRUE
                           ELSE
                               IF PCOM-SIT-RECEBIVEL
                                   ADD 1 TO WRK-QT-LINHAS
                                   DISPLAY PCOM-LINHA ' '
                                       PCOM-PRODUTO ' LOJA '
                                       PCOM-LOJA ' PEDIDA '
                                       PCOM-QTDE ' RECEBIDA '
                                       PCOM-QTDE-RECEBIDA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDCOMPRA
           END-IF.
           MOVE 'N' TO WRK-EOF-ESTOQUE.

       1200-VALIDAR-LINHA.
           MOVE 'N' TO WRK-LINHA-FLAG.
           OPEN INPUT PEDCOMPRA.
           MOVE WRK-NUMERO-PEDIDO TO PCOM-NUMERO.
           MOVE WRK-LINHA-PEDIDO TO PCOM-LINHA.
           READ PEDCOMPRA
               INVALID KEY
                   DISPLAY 'LINHA DO PEDIDO NAO ENCONTRADA'
               NOT INVALID KEY
                   IF PCOM-SIT-RECEBIVEL
                       SET WRK-LINHA-VALIDA TO TRUE
                       COMPUTE WRK-SALDO-PEDIDO =
                           PCOM-QTDE - PCOM-QTDE-RECEBIDA
                       MOVE PCOM-PRODUTO TO WRK-PRODUTO
                       MOVE PCOM-LOJA TO WRK-LOJA
                       MOVE PCOM-FORNECEDOR TO WRK-FORNECEDOR
                       MOVE PCOM-PRECO-UNIT TO WRK-PRECO-UNIT
                   ELSE
                       DISPLAY 'LINHA RECEBIDA OU CANCELADA - '
                           'ENTRADA RECUSADA'
                   END-IF
           END-READ.
           CLOSE PEDCOMPRA.
           IF WRK-LINHA-VALIDA
               PERFORM 0400-VERIFICAR-CONGELAMENTO
               IF WRK-LOJA-CONGELADA
                   MOVE 'N' TO WRK-LINHA-FLAG
                   DISPLAY 'LOJA ' WRK-LOJA ' COM CONTAGEM DE '
                       'INVENTARIO ABERTA - ENTRADA RECUSADA'
               END-IF
           END-IF.

      * A MESMA NOTA PODE TRAZER VARIAS LINHAS DO PEDIDO - O
      * TITULO AINDA EM ABERTO RECEBE O VALOR SOMADO
       1300-GRAVAR-TITULO.
           MOVE 'N' TO WRK-TITULO-FLAG.
           COMPUTE WRK-VALOR-RECEBIDO = WRK-QTDE * WRK-PRECO-UNIT.
           OPEN I-O CONTASPAG.
           IF WRK-FS-CONTASPAG EQUAL '35'
               OPEN OUTPUT CONTASPAG
               CLOSE CONTASPAG
               OPEN I-O CONTASPAG
           END-IF.
           IF WRK-FS-CONTASPAG NOT EQUAL '00'
               DISPLAY 'ARQUIVO CONTASPAG.DAT INDISPONIVEL (STATUS '
                   WRK-FS-CONTASPAG ') - ENTRADA RECUSADA'
               MOVE 'OPEN' TO WRK-ERR-OPERACAO
               PERFORM 0900-REGISTRAR-ERRO
           ELSE
               PERFORM 1310-LANCAR-TITULO
               CLOSE CONTASPAG
           END-IF.
           IF WRK-TITULO-OK
               DISPLAY 'TITULO A PAGAR: ' PAG-VALOR
           END-IF.

      * TITULO QUE NAO GRAVA RECUSA A ENTRADA - SEM ELE O ESTOQUE,
      * O CUSTO MEDIO E A LINHA DO PEDIDO NAO SAO ATUALIZADOS
       1310-LANCAR-TITULO.
           MOVE WRK-FORNECEDOR TO PAG-FORNECEDOR.
           MOVE WRK-NOTA TO PAG-NOTA.
           READ CONTASPAG
               INVALID KEY
                   MOVE WRK-FORNECEDOR TO PAG-FORNECEDOR
                   MOVE WRK-NOTA TO PAG-NOTA
                   MOVE WRK-VALOR-RECEBIDO TO PAG-VALOR
                   MOVE WRK-DATASYS TO PAG-EMISSAO
                   MOVE WRK-VENCIMENTO TO PAG-VENCIMENTO
                   SET PAG-SIT-ABERTO TO TRUE
                   MOVE ZEROS TO PAG-DATA-PGTO
                   MOVE WRK-NUMERO-PEDIDO TO PAG-PEDCOMPRA
                   MOVE SPACES TO PAG-TIPO-SERVICO
                   MOVE ZEROS TO PAG-RETENCOES
                   WRITE PAG-REG
                       INVALID KEY
                           DISPLAY 'TITULO NAO GRAVADO (STATUS '
                               WRK-FS-CONTASPAG ') - ENTRADA RECUSADA'
                           MOVE 'WRITE' TO WRK-ERR-OPERACAO
                           PERFORM 0900-REGISTRAR-ERRO
                       NOT INVALID KEY
                           MOVE 'I' TO WRK-JRN-OPERACAO
                           PERFORM 0965-JORNAL-CONTASPAG
                           SET WRK-TITULO-OK TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   IF PAG-SIT-ABERTO
                       ADD WRK-VALOR-RECEBIDO TO PAG-VALOR
                       REWRITE PAG-REG
                           INVALID KEY
                               DISPLAY 'TITULO NAO ATUALIZADO (STATUS '
                                   WRK-FS-CONTASPAG
                                   ') - ENTRADA RECUSADA'
                               MOVE 'REWRITE' TO WRK-ERR-OPERACAO
                               PERFORM 0900-REGISTRAR-ERRO
                           NOT INVALID KEY
                               MOVE 'A' TO WRK-JRN-OPERACAO
                               PERFORM 0965-JORNAL-CONTASPAG
                               SET WRK-TITULO-OK TO TRUE
                       END-REWRITE
                   ELSE
                       DISPLAY 'NOTA JA PAGA PARA ESTE FORNECEDOR - '
                           'ENTRADA RECUSADA'
                   END-IF
           END-READ.

       1400-ATUALIZAR-ESTOQUE.
           PERFORM 0300-ABRIR-ESTOQUE.
           PERFORM 1410-SOMAR-SALDO-PRODUTO.
           PERFORM 1450-RECALCULAR-CUSTO.
           MOVE WRK-PRODUTO TO EST-PRODUTO.
           MOVE WRK-LOJA TO EST-LOJA.
           READ ESTOQUE
               INVALID KEY
                   MOVE WRK-PRODUTO TO EST-PRODUTO
                   MOVE WRK-LOJA TO EST-LOJA
                   MOVE WRK-QTDE TO EST-SALDO
                   MOVE ZEROS TO EST-MINIMO
                   WRITE EST-REG
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 0963-JORNAL-ESTOQUE
               NOT INVALID KEY
                   ADD WRK-QTDE TO EST-SALDO
                   REWRITE EST-REG
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 0963-JORNAL-ESTOQUE
           END-READ.
           CLOSE ESTOQUE.
           DISPLAY 'ENTRADA LANCADA - SALDO ATUAL: ' EST-SALDO.

      * SALDO DO PRODUTO EM TODAS AS LOJAS ANTES DA ENTRADA - O
      * CUSTO MEDIO E UNICO POR PRODUTO
       1410-SOMAR-SALDO-PRODUTO.
           MOVE ZEROS TO WRK-SALDO-TOTAL.
           MOVE 'N' TO WRK-EOF-ESTOQUE.
           MOVE WRK-PRODUTO TO EST-PRODUTO.
           MOVE ZEROS TO EST-LOJA.
           START ESTOQUE KEY IS NOT LESS THAN EST-CHAVE
               INVALID KEY
                   SET WRK-FIM-ESTOQUE TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ESTOQUE
               READ ESTOQUE NEXT RECORD
                   AT END
                       SET WRK-FIM-ESTOQUE TO TRUE
                   NOT AT END
                       IF EST-PRODUTO NOT EQUAL WRK-PRODUTO
                           SET WRK-FIM-ESTOQUE TO TRUE
                       ELSE
                           ADD EST-SALDO TO WRK-SALDO-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ESTOQUE.

      * MEDIA PONDERADA: (SALDO X CUSTO ATUAL + QTDE X PRECO DO
      * PEDIDO) / (SALDO + QTDE)
       1450-RECALCULAR-CUSTO.
           OPEN I-O PRODUTOS.
           IF WRK-FS-PRODUTOS NOT EQUAL '00'
               DISPLAY 'ARQUIVO PRODUTOS.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-PRODUTO TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       DISPLAY 'PRODUTO NAO CADASTRADO - CUSTO '
                           'NAO RECALCULADO'
                   NOT INVALID KEY
                       IF PROD-CUSTO-MEDIO NOT NUMERIC
                           MOVE ZEROS TO PROD-CUSTO-MEDIO
                       END-IF
                       COMPUTE PROD-CUSTO-MEDIO ROUNDED =
                           (WRK-SALDO-TOTAL * PROD-CUSTO-MEDIO
                           + WRK-QTDE * WRK-PRECO-UNIT)
                           / (WRK-SALDO-TOTAL + WRK-QTDE)
                       REWRITE PROD-REG
                       DISPLAY 'CUSTO MEDIO ATUAL: ' PROD-CUSTO-MEDIO
               END-READ
               CLOSE PRODUTOS
           END-IF.

       1500-ATUALIZAR-LINHA.
           OPEN I-O PEDCOMPRA.
           MOVE WRK-NUMERO-PEDIDO TO PCOM-NUMERO.
           MOVE WRK-LINHA-PEDIDO TO PCOM-LINHA.
           READ PEDCOMPRA
               INVALID KEY
                   DISPLAY 'LINHA DO PEDIDO NAO ENCONTRADA'
               NOT INVALID KEY
                   ADD WRK-QTDE TO PCOM-QTDE-RECEBIDA
                   MOVE WRK-DATASYS TO PCOM-ULT-RECEBIMENTO
                   IF PCOM-QTDE-RECEBIDA < PCOM-QTDE
                       SET PCOM-SIT-PARCIAL TO TRUE
                   ELSE
                       SET PCOM-SIT-RECEBIDA TO TRUE
                   END-IF
                   REWRITE PCOM-REG
                   DISPLAY 'LINHA ' PCOM-LINHA ' - RECEBIDO '
                       PCOM-QTDE-RECEBIDA ' DE ' PCOM-QTDE
           END-READ.
           CLOSE PEDCOMPRA.

       2000-CONSULTAR-SALDO.
           DISPLAY 'CODIGO DO PRODUTO: '.
           ACCEPT WRK-PRODUTO.
                       MOVE ZEROS TO EST-SALDO
                       MOVE WRK-MINIMO TO EST-MINIMO
                       WRITE EST-REG
                       MOVE 'I' TO WRK-JRN-OPERACAO
                       PERFORM 0963-JORNAL-ESTOQUE
                   NOT INVALID KEY
                       MOVE WRK-MINIMO TO EST-MINIMO
                       REWRITE EST-REG
                       MOVE 'A' TO WRK-JRN-OPERACAO
                       PERFORM 0963-JORNAL-ESTOQUE
               END-READ
               CLOSE ESTOQUE
               DISPLAY 'ESTOQUE MINIMO DEFINIDO'
               DISPLAY 'RELATORIO GRAVADO EM REPOREL.DAT - '
                   WRK-QT-ABAIXO ' ITENS ABAIXO DO MINIMO'
           END-IF.

      * O ESTOQUE E INDEXADO POR PRODUTO + LOJA; A PRIMEIRA
      * PASSADA MARCA AS LOJAS COM SALDO E A SEGUNDA IMPRIME
      * LOJA A LOJA PARA FECHAR O SUBTOTAL DE CADA UMA
       5000-RELATORIO-VALORIZACAO.
           MOVE ZEROS TO WRK-TOTAL-GERAL.
           MOVE ZEROS TO WRK-QT-ITENS.
           MOVE ALL 'N' TO WRK-LOJAS-ESTOQUE.
           MOVE 'N' TO WRK-EOF-ESTOQUE.
           OPEN INPUT ESTOQUE.
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
               DISPLAY 'ARQUIVO ESTOQUE.DAT NAO ENCONTRADO'
           ELSE
               MOVE LOW-VALUES TO EST-CHAVE
               START ESTOQUE KEY IS NOT LESS THAN EST-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ESTOQUE TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ESTOQUE
                   READ ESTOQUE NEXT RECORD
                       AT END
                           SET WRK-FIM-ESTOQUE TO TRUE
                       NOT AT END
                           IF EST-SALDO > ZEROS
                               COMPUTE WRK-IND-LOJA = EST-LOJA + 1
                               MOVE 'S' TO
                                   WRK-LOJA-PRESENTE(WRK-IND-LOJA)
                           END-IF
                   END-READ
               END-PERFORM
               OPEN INPUT PRODUTOS
               OPEN OUTPUT VALEST
               MOVE SPACES TO VALEST-LINHA
               STRING 'PROGCOB52 - VALORIZACAO DO ESTOQUE - '
                   WRK-DATASYS
                   DELIMITED BY SIZE INTO VALEST-LINHA
               WRITE VALEST-LINHA
               MOVE 'LOJA PRODUTO    DESCRICAO                      '
                   TO VALEST-LINHA
               MOVE 'SALDO   CUSTO MEDIO VALOR'
                   TO VALEST-LINHA(48:25)
               WRITE VALEST-LINHA
               PERFORM VARYING WRK-IND-LOJA FROM 1 BY 1
                       UNTIL WRK-IND-LOJA > 1000
                   IF WRK-LOJA-PRESENTE(WRK-IND-LOJA) EQUAL 'S'
                       COMPUTE WRK-LOJA = WRK-IND-LOJA - 1
                       PERFORM 5100-VALORIZAR-LOJA
                   END-IF
               END-PERFORM
               CLOSE ESTOQUE
               CLOSE PRODUTOS
               MOVE SPACES TO VALEST-LINHA
               WRITE VALEST-LINHA
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'TOTAL GERAL DO ESTOQUE: ' WRK-TOTAL-GERAL
                   '  ITENS: ' WRK-QT-ITENS
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO VALEST-LINHA
               WRITE VALEST-LINHA
               CLOSE VALEST
               DISPLAY 'RELATORIO GRAVADO EM VALEST.DAT - TOTAL '
                   WRK-TOTAL-GERAL
           END-IF.
           MOVE 'N' TO WRK-EOF-ESTOQUE.

       5100-VALORIZAR-LOJA.
           MOVE ZEROS TO WRK-TOTAL-LOJA.
           MOVE 'N' TO WRK-EOF-ESTOQUE.
           MOVE LOW-VALUES TO EST-CHAVE.
           START ESTOQUE KEY IS NOT LESS THAN EST-CHAVE
               INVALID KEY
                   SET WRK-FIM-ESTOQUE TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ESTOQUE
               READ ESTOQUE NEXT RECORD
                   AT END
                       SET WRK-FIM-ESTOQUE TO TRUE
                   NOT AT END
                       IF EST-LOJA EQUAL WRK-LOJA
                               AND EST-SALDO > ZEROS
                           PERFORM 5200-IMPRIMIR-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '     SUBTOTAL DA LOJA ' WRK-LOJA ': '
               WRK-TOTAL-LOJA
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO VALEST-LINHA.
           WRITE VALEST-LINHA.
           ADD WRK-TOTAL-LOJA TO WRK-TOTAL-GERAL.

       5200-IMPRIMIR-ITEM.
           MOVE EST-PRODUTO TO PROD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE SPACES TO PROD-DESCRICAO
                   MOVE ZEROS TO PROD-CUSTO-MEDIO
           END-READ.
           IF PROD-CUSTO-MEDIO NOT NUMERIC
               MOVE ZEROS TO PROD-CUSTO-MEDIO
           END-IF.
           COMPUTE WRK-VALOR-ITEM = EST-SALDO * PROD-CUSTO-MEDIO.
           ADD WRK-VALOR-ITEM TO WRK-TOTAL-LOJA.
           ADD 1 TO WRK-QT-ITENS.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING EST-LOJA '  ' EST-PRODUTO ' ' PROD-DESCRICAO ' '
               EST-SALDO ' ' PROD-CUSTO-MEDIO ' ' WRK-VALOR-ITEM
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO VALEST-LINHA.
           WRITE VALEST-LINHA.

      * FALHA NO TITULO DO FORNECEDOR VAI PARA O TRATADOR COMUM,
      * QUE REGISTRA A OCORRENCIA EM ERRLOG.DAT
       0900-REGISTRAR-ERRO.
           MOVE 'CONTASPAG' TO WRK-ERR-ARQUIVO.
           CALL 'PROGCOBERRO' USING WRK-ERR-PROGRAMA
               WRK-ERR-ARQUIVO WRK-ERR-OPERACAO
               WRK-FS-CONTASPAG WRK-ERR-ACAO.

       0963-JORNAL-ESTOQUE.
           MOVE 'ESTOQUE' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-ESTOQUE TO WRK-JRN-FS.
           MOVE EST-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.

       0965-JORNAL-CONTASPAG.
           MOVE 'CONTASPAG' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-CONTASPAG TO WRK-JRN-FS.
           MOVE PAG-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
