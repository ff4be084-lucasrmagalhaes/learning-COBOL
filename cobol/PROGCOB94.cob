       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB94.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: ORCAMENTOS DE VENDA - O VENDEDOR MONTA O
      * ORCAMENTO COM CLIENTE ATIVO, ITENS DO CADASTRO DE
      * PRODUTOS, PESO E VOLUME (PROGCOBCUBA), FRETE E ICMS
      * COTADOS PELO PROGCOBFRETE, LOJA, CONDICAO DE PAGAMENTO E
      * VALIDADE EM DIAS; GRAVA ORCAM.DAT E ORCITEM.DAT COM O
      * NUMERO DO CONTROLE ORCCTRL.DAT; A CONVERSAO EM PEDIDO E
      * FEITA NA ENTRADA DE PEDIDOS (PROGCOB39) INFORMANDO O
      * NUMERO DO ORCAMENTO; O VENCIDO VIRA PERDIDO NO PROGCOB95
      * ATUALIZACAO: PRECO DO ITEM PELA ROTINA DE LISTAS DE PRECOS
      * (PROGCOBPRECO) PELA LOJA E CLASSE ABC DO CLIENTE - A LOJA
      * PASSA A SER ESCOLHIDA ANTES DOS ITENS E A LISTA QUE
      * PRECIFICOU CADA ITEM FICA GRAVADA EM ORCITEM.DAT
      * ATUALIZACAO: ENDERECO DE ENTREGA (ENDENTREGA.DAT VIA
      * PROGCOBENT) ESCOLHIDO NO ORCAMENTO - O FRETE E O ICMS SAEM
      * PELA UF DE ENTREGA E A SEQUENCIA FICA GRAVADA PARA A
      * CONVERSAO EM PEDIDO USAR O MESMO ENDERECO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAM ASSIGN TO "ORCAM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-NUMERO
               FILE STATUS IS WRK-FS-ORCAM.

           SELECT ORCITEM ASSIGN TO "ORCITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORCIT-CHAVE
               FILE STATUS IS WRK-FS-ORCITEM.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTES.

           SELECT PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTOS.

           SELECT CONDPAG ASSIGN TO "CONDPAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONDPAG.

           SELECT VENDEDORES ASSIGN TO "VENDEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VDR-CODIGO
               FILE STATUS IS WRK-FS-VENDEDORES.

           SELECT LOJAS ASSIGN TO "LOJAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOJA-NUMERO
               FILE STATUS IS WRK-FS-LOJAS.

           SELECT ORCCTRL ASSIGN TO "ORCCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORCCTRL.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ORCAM.
           COPY ORCREG.

       FD  ORCITEM.
           COPY ORCITREG.

       FD  CLIENTES.
           COPY CLIREG.

       FD  PRODUTOS.
           COPY PRODREG.

       FD  CONDPAG.
       01  CONDPAG-REG.
           02  CONDPAG-CODIGO      PIC 9(02).
           02  CONDPAG-DESCRICAO   PIC X(15).
           02  CONDPAG-PARCELAS    PIC 9(02).
           02  CONDPAG-INTERVALO   PIC 9(03).

       FD  VENDEDORES.
           COPY VDRREG.

       FD  LOJAS.
           COPY LOJREG.

       FD  ORCCTRL.
       01  ORCCTRL-REG.
           02  ORCCTRL-PROXIMO     PIC 9(08).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-ORCAM      PIC X(02)      VALUE SPACES.
       77 WRK-FS-ORCITEM    PIC X(02)      VALUE SPACES.
       77 WRK-FS-CLIENTES   PIC X(02)      VALUE SPACES.
       77 WRK-FS-PRODUTOS   PIC X(02)      VALUE SPACES.
       77 WRK-FS-CONDPAG    PIC X(02)      VALUE SPACES.
       77 WRK-FS-VENDEDORES PIC X(02)      VALUE SPACES.
       77 WRK-FS-LOJAS      PIC X(02)      VALUE SPACES.
       77 WRK-FS-ORCCTRL    PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-EOF-CONDPAG   PIC X(01)      VALUE 'N'.
           88 WRK-FIM-CONDPAG      VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-OPCAO         PIC X(01)      VALUE SPACES.
       77 WRK-FIM-MENU      PIC X(01)      VALUE 'N'.
           88 WRK-MENU-FIM         VALUE 'S'.
       77 WRK-QT-GRAVADOS   PIC 9(05)      VALUE ZEROS.
       77 WRK-PROXIMO-ORC   PIC 9(08)      VALUE 1.
       77 WRK-NUMERO-ORC    PIC 9(08)      VALUE ZEROS.
       77 WRK-NUMERO-CLIENTE PIC 9(06)     VALUE ZEROS.
       77 WRK-CLIENTE-OK    PIC X(01)      VALUE 'N'.
           88 WRK-CLIENTE-VALIDO   VALUE 'S'.
      * UF DE ENTREGA - A DO CADASTRO SO QUANDO NAO HA OUTRA
       77 WRK-UF-CLIENTE    PIC X(02)      VALUE SPACES.
       77 WRK-SEQ-ENTREGA   PIC 9(02)      VALUE ZEROS.
       77 WRK-END-CADASTRO  PIC X(70)      VALUE SPACES.
       77 WRK-CLASSE-CLIENTE PIC X(01)     VALUE SPACES.
       77 WRK-PRODUTO       PIC X(10)      VALUE SPACES.
       77 WRK-PRODUTO-FLAG  PIC X(01)      VALUE 'N'.
           88 WRK-PRODUTO-VALIDO   VALUE 'S'.
       77 WRK-DESCR-PRODUTO PIC X(30)      VALUE SPACES.
       77 WRK-QTDE          PIC 9(05)      VALUE ZEROS.
       77 WRK-UNITARIO      PIC 9(06)V99   VALUE ZEROS.
       77 WRK-VALOR-ITENS   PIC 9(08)V99   VALUE ZEROS.
       77 WRK-VALOR-LINHA   PIC 9(11)V99   VALUE ZEROS.
       77 WRK-LIMITE-FLAG   PIC X(01)      VALUE 'N'.
           88 WRK-LIMITE-ESTOURADO VALUE 'S'.
       77 WRK-QT-ITENS      PIC 9(03)      VALUE ZEROS.
       77 WRK-IND-ITEM      PIC 9(03)      VALUE ZEROS.
       77 WRK-PESO-TOTAL    PIC 9(04)V99   VALUE ZEROS.
       77 WRK-LOJA          PIC 9(03)      VALUE ZEROS.
       77 WRK-LOJA-FLAG     PIC X(01)      VALUE 'N'.
           88 WRK-LOJA-VALIDA      VALUE 'S'.
       77 WRK-CONDPAG       PIC 9(02)      VALUE ZEROS.
       77 WRK-VENDEDOR      PIC 9(04)      VALUE ZEROS.
       77 WRK-VENDEDOR-FLAG PIC X(01)      VALUE 'N'.
           88 WRK-VENDEDOR-VALIDO  VALUE 'S'.
       77 WRK-DIAS-VALIDADE PIC 9(03)      VALUE ZEROS.
       77 WRK-DIA-SOMA      PIC 9(04)      VALUE ZEROS.
       77 WRK-DIAS-NO-MES   PIC 9(02)      VALUE ZEROS.
       77 WRK-QUOCIENTE     PIC 9(04)      VALUE ZEROS.
       77 WRK-RESTO-4       PIC 9(04)      VALUE ZEROS.
       77 WRK-RESTO-100     PIC 9(04)      VALUE ZEROS.
       77 WRK-RESTO-400     PIC 9(04)      VALUE ZEROS.
       01 WRK-DATA-CONV.
           02 WRK-CONV-ANO     PIC 9(04).
           02 WRK-CONV-MES     PIC 9(02).
           02 WRK-CONV-DIA     PIC 9(02).
       01 WRK-DATA-CONV-NUM REDEFINES WRK-DATA-CONV PIC 9(08).
       01 DIAS-MES-LISTA.
           02 FILLER        PIC 9(02)      VALUE 31.
           02 FILLER        PIC 9(02)      VALUE 28.
           02 FILLER        PIC 9(02)      VALUE 31.
           02 FILLER        PIC 9(02)      VALUE 30.
           02 FILLER        PIC 9(02)      VALUE 31.
           02 FILLER        PIC 9(02)      VALUE 30.
           02 FILLER        PIC 9(02)      VALUE 31.
           02 FILLER        PIC 9(02)      VALUE 31.
           02 FILLER        PIC 9(02)      VALUE 30.
           02 FILLER        PIC 9(02)      VALUE 31.
           02 FILLER        PIC 9(02)      VALUE 30.
           02 FILLER        PIC 9(02)      VALUE 31.
       01 DIAS-MES REDEFINES DIAS-MES-LISTA.
           02 DIAS-DO-MES   PIC 9(02)      OCCURS 12.
       01 WRK-ITENS-ORC.
           02 WRK-ITEM OCCURS 100 TIMES.
               05 WRK-ITEM-PRODUTO PIC X(10).
               05 WRK-ITEM-QTDE    PIC 9(05).
               05 WRK-ITEM-UNITARIO PIC 9(06)V99.
               05 WRK-ITEM-TOTAL   PIC 9(08)V99.
               05 WRK-ITEM-LISTA   PIC X(06).
       01 WRK-CUBA-AREA.
           02 WRK-COMPRIMENTO      PIC 9(03).
           02 WRK-LARGURA          PIC 9(03).
           02 WRK-ALTURA           PIC 9(03).
           02 WRK-PESO-REAL        PIC 9(04)V99.
           02 WRK-PESO-CUBADO      PIC 9(04)V99.
           02 WRK-PESO-CONSIDERADO PIC 9(04)V99.
       01 WRK-ENT-AREA.
           02 WRK-ENT-FUNCAO       PIC X(01).
           02 WRK-ENT-CLIENTE      PIC 9(06).
           02 WRK-ENT-SEQ          PIC 9(02).
           02 WRK-ENT-DESCRICAO    PIC X(20).
           02 WRK-ENT-ENDERECO.
               03 WRK-ENT-LOGRADOURO PIC X(40).
               03 WRK-ENT-CIDADE     PIC X(20).
               03 WRK-ENT-UF         PIC X(02).
               03 WRK-ENT-CEP        PIC 9(08).
           02 WRK-ENT-RETORNO      PIC X(01).
               88 WRK-ENT-OK           VALUE '0'.
               88 WRK-ENT-NAO-ACHADO   VALUE '1'.
       01 WRK-PRECO-AREA.
           02 WRK-PRC-PRODUTO      PIC X(10).
           02 WRK-PRC-LOJA         PIC 9(03).
           02 WRK-PRC-CLASSE       PIC X(01).
           02 WRK-PRC-DATA-VENDA   PIC 9(08).
           02 WRK-PRC-PRECO-CADASTRO PIC 9(06)V99.
           02 WRK-PRC-PRECO        PIC 9(06)V99.
           02 WRK-PRC-LISTA        PIC X(06).
       01 WRK-FRETE-AREA.
           02 WRK-UF               PIC X(02).
           02 WRK-PESO             PIC 9(04)V99.
           02 WRK-VALOR            PIC 9(06)V99.
           02 WRK-DATA-COTACAO     PIC 9(08).
           02 WRK-TRANSPORTADORA   PIC X(03).
           02 WRK-FRETE            PIC 9(06)V99.
           02 WRK-ALIQ-ICMS        PIC 9(02)V99.
           02 WRK-ICMS             PIC 9(06)V99.
           02 WRK-TOTAL-COTACAO    PIC 9(08)V99.
           02 WRK-QT-COMPARATIVO   PIC 9(02).
           02 WRK-COMPARATIVO OCCURS 5 TIMES.
               03 WRK-COT-TRANSP   PIC X(03).
               03 WRK-COT-FRETE    PIC 9(06)V99.
           02 WRK-RETORNO-COTACAO  PIC X(01).
               88 WRK-COTACAO-OK       VALUE '0'.
               88 WRK-SEM-TARIFA       VALUE '1'.
               88 WRK-SEM-ICMS         VALUE '2'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0100-MENU UNTIL WRK-MENU-FIM.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.

       0100-MENU.
           DISPLAY '=============================================='.
           DISPLAY 'ORCAMENTOS DE VENDA'.
           DISPLAY '1 - INCLUIR ORCAMENTO'.
           DISPLAY '2 - CONSULTAR ORCAMENTO'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 1000-INCLUIR-ORCAMENTO
               WHEN '2'
                   PERFORM 2000-CONSULTAR-ORCAMENTO
               WHEN 'X'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
           END-EVALUATE.

      * MESMAS REGRAS DA ENTRADA DE PEDIDOS (PROGCOB39) - CLIENTE
      * ATIVO, ITEM SO DO CADASTRO, ATE 100 ITENS E VALOR DENTRO
      * DO LIMITE DA AREA DE COTACAO - PARA A CONVERSAO NAO
      * ENCONTRAR NADA QUE O PEDIDO RECUSARIA
       1000-INCLUIR-ORCAMENTO.
           DISPLAY 'NUMERO DO CLIENTE: '.
           ACCEPT WRK-NUMERO-CLIENTE.
           PERFORM 1100-VALIDAR-CLIENTE.
           IF WRK-CLIENTE-VALIDO
               PERFORM 1110-ESCOLHER-ENTREGA
      * A LOJA VEM ANTES DOS ITENS PORQUE O PRECO DEPENDE DELA
               PERFORM 1410-ESCOLHER-LOJA
               PERFORM 1200-CAPTURAR-ITENS
               IF WRK-QT-ITENS EQUAL ZEROS
                   DISPLAY 'ORCAMENTO SEM ITENS - NAO GRAVADO'
               ELSE
                   IF WRK-LIMITE-ESTOURADO
                       DISPLAY 'VALOR DOS ITENS ACIMA DO LIMITE DE '
                           'COTACAO (R$ 999.999,99) - ORCAMENTO NAO '
                           'GRAVADO'
                   ELSE
                       PERFORM 1300-COTAR-FRETE
                       IF WRK-COTACAO-OK
                           PERFORM 1400-GRAVAR-ORCAMENTO
                       ELSE
                           DISPLAY 'ORCAMENTO NAO GRAVADO - FRETE '
                               'NAO COTADO (RETORNO '
                               WRK-RETORNO-COTACAO ')'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1100-VALIDAR-CLIENTE.
           MOVE 'N' TO WRK-CLIENTE-OK.
           OPEN INPUT CLIENTES.
           IF WRK-FS-CLIENTES NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE CLIENTES INEXISTENTE OU VAZIO'
           ELSE
               MOVE WRK-NUMERO-CLIENTE TO CLI-NUMERO
               READ CLIENTES
                   INVALID KEY
                       DISPLAY 'CLIENTE NAO ENCONTRADO'
                   NOT INVALID KEY
                       IF CLI-SIT-ATIVO
                           SET WRK-CLIENTE-VALIDO TO TRUE
                           MOVE CLI-UF TO WRK-UF-CLIENTE
                           MOVE CLI-ENDERECO TO WRK-END-CADASTRO
                           MOVE CLI-CLASSE-ABC TO WRK-CLASSE-CLIENTE
                           DISPLAY 'CLIENTE: ' CLI-NOME
                               ' UF ' CLI-UF
                       ELSE
                           DISPLAY 'CLIENTE EXCLUIDO - ORCAMENTO '
                               'NAO PERMITIDO'
                       END-IF
               END-READ
               CLOSE CLIENTES
           END-IF.

      * MESMA ESCOLHA DA ENTRADA DE PEDIDOS - A LISTA SO APARECE
      * QUANDO HA ENDERECO DE ENTREGA ATIVO
       1110-ESCOLHER-ENTREGA.
           MOVE ZEROS TO WRK-SEQ-ENTREGA.
           MOVE 'L' TO WRK-ENT-FUNCAO.
           MOVE WRK-NUMERO-CLIENTE TO WRK-ENT-CLIENTE.
           CALL 'PROGCOBENT' USING WRK-ENT-AREA.
           IF WRK-ENT-OK
               DISPLAY 'ENDERECO DE ENTREGA (ZERO = PADRAO): '
               ACCEPT WRK-SEQ-ENTREGA
           END-IF.
           PERFORM 1120-RESOLVER-ENTREGA.
           IF NOT WRK-ENT-OK
               DISPLAY 'ENDERECO NAO ENCONTRADO OU DESATIVADO - '
                   'VALE O PADRAO'
               MOVE ZEROS TO WRK-SEQ-ENTREGA
               PERFORM 1120-RESOLVER-ENTREGA
           END-IF.
           DISPLAY 'ENTREGA: ' WRK-ENT-DESCRICAO ' '
               WRK-ENT-CIDADE ' ' WRK-ENT-UF.

       1120-RESOLVER-ENTREGA.
           MOVE 'B' TO WRK-ENT-FUNCAO.
           MOVE WRK-NUMERO-CLIENTE TO WRK-ENT-CLIENTE.
           MOVE WRK-SEQ-ENTREGA TO WRK-ENT-SEQ.
           MOVE WRK-END-CADASTRO TO WRK-ENT-ENDERECO.
           CALL 'PROGCOBENT' USING WRK-ENT-AREA.
           IF WRK-ENT-OK
               MOVE WRK-ENT-UF TO WRK-UF-CLIENTE
           END-IF.

       1200-CAPTURAR-ITENS.
           MOVE ZEROS TO WRK-VALOR-ITENS.
           MOVE 'N' TO WRK-LIMITE-FLAG.
           MOVE ZEROS TO WRK-QT-ITENS.
           MOVE 'X' TO WRK-PRODUTO.
           PERFORM UNTIL WRK-PRODUTO EQUAL SPACES
               DISPLAY 'CODIGO DO PRODUTO (BRANCO ENCERRA): '
               MOVE SPACES TO WRK-PRODUTO
               ACCEPT WRK-PRODUTO
               IF WRK-PRODUTO NOT EQUAL SPACES
                   PERFORM 1210-VALIDAR-PRODUTO
                   IF NOT WRK-PRODUTO-VALIDO
                       DISPLAY 'PRODUTO NAO CADASTRADO OU INATIVO - '
                           'ITEM RECUSADO'
                   ELSE
                       IF WRK-QT-ITENS NOT LESS THAN 100
                           DISPLAY 'LIMITE DE 100 ITENS ATINGIDO - '
                               'ITEM RECUSADO'
                       ELSE
                           PERFORM 1220-ACRESCENTAR-ITEM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-QT-ITENS > ZEROS
               DISPLAY 'PESO TOTAL DO ORCAMENTO (KG): '
               ACCEPT WRK-PESO-TOTAL
               DISPLAY 'COMPRIMENTO DO VOLUME (CM): '
               ACCEPT WRK-COMPRIMENTO
               DISPLAY 'LARGURA DO VOLUME (CM): '
               ACCEPT WRK-LARGURA
               DISPLAY 'ALTURA DO VOLUME (CM): '
               ACCEPT WRK-ALTURA
               MOVE WRK-PESO-TOTAL TO WRK-PESO-REAL
               CALL 'PROGCOBCUBA' USING WRK-CUBA-AREA
               DISPLAY 'PESO REAL: ' WRK-PESO-REAL
                   '  PESO CUBADO: ' WRK-PESO-CUBADO
               MOVE WRK-PESO-CONSIDERADO TO WRK-PESO-TOTAL
               DISPLAY 'VALOR DOS ITENS: ' WRK-VALOR-ITENS
           END-IF.

       1210-VALIDAR-PRODUTO.
           MOVE 'N' TO WRK-PRODUTO-FLAG.
           OPEN INPUT PRODUTOS.
           IF WRK-FS-PRODUTOS NOT EQUAL '00'
               DISPLAY 'ARQUIVO PRODUTOS.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-PRODUTO TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PROD-SIT-ATIVO
                           SET WRK-PRODUTO-VALIDO TO TRUE
                           MOVE PROD-DESCRICAO TO WRK-DESCR-PRODUTO
                           MOVE PROD-PRECO TO WRK-UNITARIO
                       END-IF
               END-READ
               CLOSE PRODUTOS
           END-IF.

       1220-ACRESCENTAR-ITEM.
           PERFORM 1230-OBTER-PRECO.
           DISPLAY 'PRODUTO: ' WRK-DESCR-PRODUTO.
           DISPLAY 'PRECO UNITARIO (LISTA ' WRK-PRC-LISTA '): '
               WRK-UNITARIO.
           DISPLAY 'QUANTIDADE: '.
           ACCEPT WRK-QTDE.
           ADD 1 TO WRK-QT-ITENS.
           MOVE WRK-PRODUTO TO WRK-ITEM-PRODUTO(WRK-QT-ITENS).
           MOVE WRK-QTDE TO WRK-ITEM-QTDE(WRK-QT-ITENS).
           MOVE WRK-UNITARIO TO WRK-ITEM-UNITARIO(WRK-QT-ITENS).
           MOVE WRK-PRC-LISTA TO WRK-ITEM-LISTA(WRK-QT-ITENS).
           COMPUTE WRK-VALOR-LINHA = WRK-QTDE * WRK-UNITARIO.
           MOVE WRK-VALOR-LINHA TO WRK-ITEM-TOTAL(WRK-QT-ITENS).
           IF WRK-VALOR-ITENS + WRK-VALOR-LINHA > 999999,99
               SET WRK-LIMITE-ESTOURADO TO TRUE
           ELSE
               COMPUTE WRK-VALOR-ITENS =
                   WRK-VALOR-ITENS + WRK-VALOR-LINHA
           END-IF.

       1230-OBTER-PRECO.
           MOVE WRK-PRODUTO TO WRK-PRC-PRODUTO.
           MOVE WRK-LOJA TO WRK-PRC-LOJA.
           MOVE WRK-CLASSE-CLIENTE TO WRK-PRC-CLASSE.
           MOVE WRK-DATASYS TO WRK-PRC-DATA-VENDA.
           MOVE WRK-UNITARIO TO WRK-PRC-PRECO-CADASTRO.
           CALL 'PROGCOBPRECO' USING WRK-PRECO-AREA.
           MOVE WRK-PRC-PRECO TO WRK-UNITARIO.

       1300-COTAR-FRETE.
           MOVE WRK-UF-CLIENTE TO WRK-UF.
           MOVE WRK-PESO-TOTAL TO WRK-PESO.
           MOVE WRK-VALOR-ITENS TO WRK-VALOR.
           MOVE WRK-DATASYS TO WRK-DATA-COTACAO.
           CALL 'PROGCOBFRETE' USING WRK-FRETE-AREA.
           IF WRK-COTACAO-OK
               DISPLAY 'FRETE (' WRK-TRANSPORTADORA '): '
                   WRK-FRETE
               DISPLAY 'ICMS (' WRK-ALIQ-ICMS '%): ' WRK-ICMS
               DISPLAY 'TOTAL DO ORCAMENTO: ' WRK-TOTAL-COTACAO
           END-IF.

       1400-GRAVAR-ORCAMENTO.
           PERFORM 1420-ESCOLHER-CONDPAG.
           PERFORM 1430-ESCOLHER-VENDEDOR.
           DISPLAY 'VALIDADE DO ORCAMENTO EM DIAS (ZERO = 10): '.
           ACCEPT WRK-DIAS-VALIDADE.
           IF WRK-DIAS-VALIDADE EQUAL ZEROS
               MOVE 10 TO WRK-DIAS-VALIDADE
           END-IF.
           PERFORM 1450-CALCULAR-VALIDADE.
           PERFORM 1460-LER-CONTROLE.
           MOVE WRK-PROXIMO-ORC TO WRK-NUMERO-ORC.
           OPEN I-O ORCAM.
           IF WRK-FS-ORCAM EQUAL '35'
               OPEN OUTPUT ORCAM
               CLOSE ORCAM
               OPEN I-O ORCAM
           END-IF.
           MOVE SPACES TO ORC-REG.
           MOVE WRK-NUMERO-ORC TO ORC-NUMERO.
           MOVE WRK-NUMERO-CLIENTE TO ORC-CLIENTE.
           MOVE WRK-DATASYS TO ORC-DATA.
           MOVE WRK-DATA-CONV-NUM TO ORC-VALIDADE.
           MOVE WRK-LOJA TO ORC-LOJA.
           MOVE WRK-VENDEDOR TO ORC-VENDEDOR.
           MOVE WRK-CONDPAG TO ORC-CONDPAG.
           MOVE WRK-QT-ITENS TO ORC-QT-ITENS.
           MOVE WRK-VALOR-ITENS TO ORC-VALOR-ITENS.
           MOVE WRK-PESO-TOTAL TO ORC-PESO.
           MOVE WRK-UF-CLIENTE TO ORC-UF.
           MOVE WRK-ENT-SEQ TO ORC-ENTREGA.
           MOVE WRK-TRANSPORTADORA TO ORC-TRANSPORTADORA.
           MOVE WRK-FRETE TO ORC-FRETE.
           MOVE WRK-ICMS TO ORC-ICMS.
           MOVE WRK-TOTAL-COTACAO TO ORC-TOTAL.
           MOVE ZEROS TO ORC-PEDIDO.
           MOVE ZEROS TO ORC-DATA-BAIXA.
           SET ORC-SIT-ABERTO TO TRUE.
           WRITE ORC-REG
               INVALID KEY
                   DISPLAY 'JA EXISTE ORCAMENTO ' WRK-NUMERO-ORC
                       ' - CONFIRA ORCCTRL.DAT'
               NOT INVALID KEY
                   PERFORM 1470-GRAVAR-ITENS
                   ADD 1 TO WRK-PROXIMO-ORC
                   PERFORM 1480-GRAVAR-CONTROLE
                   ADD 1 TO WRK-QT-GRAVADOS
                   DISPLAY 'ORCAMENTO ' WRK-NUMERO-ORC
                       ' GRAVADO - VALIDO ATE ' ORC-VALIDADE
           END-WRITE.
           CLOSE ORCAM.

       1410-ESCOLHER-LOJA.
           MOVE 'N' TO WRK-LOJA-FLAG.
           OPEN INPUT LOJAS.
           IF WRK-FS-LOJAS NOT EQUAL '00'
               DISPLAY 'LOJA DO ORCAMENTO: '
               ACCEPT WRK-LOJA
           ELSE
               PERFORM UNTIL WRK-LOJA-VALIDA
                   DISPLAY 'LOJA DO ORCAMENTO: '
                   ACCEPT WRK-LOJA
                   MOVE WRK-LOJA TO LOJA-NUMERO
                   READ LOJAS
                       INVALID KEY
                           DISPLAY 'LOJA NAO CADASTRADA'
                       NOT INVALID KEY
                           IF LOJA-SIT-ATIVA
                               SET WRK-LOJA-VALIDA TO TRUE
                               DISPLAY 'LOJA: ' LOJA-NOME
                           ELSE
                               DISPLAY 'LOJA EXCLUIDA DO CADASTRO'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOJAS
           END-IF.

       1420-ESCOLHER-CONDPAG.
           MOVE 'N' TO WRK-EOF-CONDPAG.
           OPEN INPUT CONDPAG.
           IF WRK-FS-CONDPAG NOT EQUAL '00'
               DISPLAY 'CONDICOES DE PAGAMENTO:'
               DISPLAY '01 A VISTA 30   02 30/60   03 30/60/90'
           ELSE
               DISPLAY 'CONDICOES DE PAGAMENTO:'
               PERFORM UNTIL WRK-FIM-CONDPAG
                   READ CONDPAG
                       AT END
                           SET WRK-FIM-CONDPAG TO TRUE
                       NOT AT END
                           DISPLAY CONDPAG-CODIGO ' '
                               CONDPAG-DESCRICAO ' '
                               CONDPAG-PARCELAS ' PARCELA(S) DE '
                               CONDPAG-INTERVALO ' EM '
                               CONDPAG-INTERVALO ' DIAS'
                   END-READ
               END-PERFORM
               CLOSE CONDPAG
           END-IF.
           DISPLAY 'CONDICAO DE PAGAMENTO (0 = TITULO UNICO): '.
           ACCEPT WRK-CONDPAG.

       1430-ESCOLHER-VENDEDOR.
           MOVE 'N' TO WRK-VENDEDOR-FLAG.
           OPEN INPUT VENDEDORES.
           IF WRK-FS-VENDEDORES NOT EQUAL '00'
               DISPLAY 'CODIGO DO VENDEDOR: '
               ACCEPT WRK-VENDEDOR
           ELSE
               PERFORM UNTIL WRK-VENDEDOR-VALIDO
                   DISPLAY 'CODIGO DO VENDEDOR: '
                   ACCEPT WRK-VENDEDOR
                   MOVE WRK-VENDEDOR TO VDR-CODIGO
                   READ VENDEDORES
                       INVALID KEY
                           DISPLAY 'VENDEDOR NAO CADASTRADO'
                       NOT INVALID KEY
                           IF VDR-SIT-ATIVO
                               SET WRK-VENDEDOR-VALIDO TO TRUE
                               DISPLAY 'VENDEDOR: ' VDR-NOME
                           ELSE
                               DISPLAY 'VENDEDOR EXCLUIDO DO '
                                   'CADASTRO'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDEDORES
           END-IF.

      * VALIDADE = HOJE + DIAS, VIRANDO MES E ANO COMO O
      * VENCIMENTO DAS PARCELAS DO CONTAS A RECEBER
       1450-CALCULAR-VALIDADE.
           MOVE WRK-DATASYS TO WRK-DATA-CONV-NUM.
           COMPUTE WRK-DIA-SOMA = WRK-CONV-DIA + WRK-DIAS-VALIDADE.
           PERFORM 1455-DIAS-DO-MES-ATUAL.
           PERFORM UNTIL WRK-DIA-SOMA NOT GREATER THAN
                   WRK-DIAS-NO-MES
               SUBTRACT WRK-DIAS-NO-MES FROM WRK-DIA-SOMA
               ADD 1 TO WRK-CONV-MES
               IF WRK-CONV-MES > 12
                   MOVE 1 TO WRK-CONV-MES
                   ADD 1 TO WRK-CONV-ANO
               END-IF
               PERFORM 1455-DIAS-DO-MES-ATUAL
           END-PERFORM.
           MOVE WRK-DIA-SOMA TO WRK-CONV-DIA.

       1455-DIAS-DO-MES-ATUAL.
           MOVE DIAS-DO-MES(WRK-CONV-MES) TO WRK-DIAS-NO-MES.
           IF WRK-CONV-MES EQUAL 02
               COMPUTE WRK-QUOCIENTE = WRK-CONV-ANO / 4
               COMPUTE WRK-RESTO-4 = WRK-CONV-ANO -
                   (WRK-QUOCIENTE * 4)
               COMPUTE WRK-QUOCIENTE = WRK-CONV-ANO / 100
               COMPUTE WRK-RESTO-100 = WRK-CONV-ANO -
                   (WRK-QUOCIENTE * 100)
               COMPUTE WRK-QUOCIENTE = WRK-CONV-ANO / 400
               COMPUTE WRK-RESTO-400 = WRK-CONV-ANO -
                   (WRK-QUOCIENTE * 400)
               IF (WRK-RESTO-4 EQUAL ZEROS
                       AND WRK-RESTO-100 NOT EQUAL ZEROS)
                   OR WRK-RESTO-400 EQUAL ZEROS
                   MOVE 29 TO WRK-DIAS-NO-MES
               END-IF
           END-IF.

       1460-LER-CONTROLE.
           OPEN INPUT ORCCTRL.
           IF WRK-FS-ORCCTRL EQUAL '00'
               READ ORCCTRL
                   NOT AT END
                       IF ORCCTRL-PROXIMO IS NUMERIC
                               AND ORCCTRL-PROXIMO > 0
                           MOVE ORCCTRL-PROXIMO TO WRK-PROXIMO-ORC
                       END-IF
               END-READ
               CLOSE ORCCTRL
           END-IF.

       1470-GRAVAR-ITENS.
           OPEN I-O ORCITEM.
           IF WRK-FS-ORCITEM EQUAL '35'
               OPEN OUTPUT ORCITEM
               CLOSE ORCITEM
               OPEN I-O ORCITEM
           END-IF.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                   UNTIL WRK-IND-ITEM > WRK-QT-ITENS
               MOVE SPACES TO ORCIT-REG
               MOVE WRK-NUMERO-ORC TO ORCIT-NUMERO
               MOVE WRK-IND-ITEM TO ORCIT-ITEM
               MOVE WRK-ITEM-PRODUTO(WRK-IND-ITEM) TO ORCIT-PRODUTO
               MOVE WRK-ITEM-QTDE(WRK-IND-ITEM) TO ORCIT-QTDE
               MOVE WRK-ITEM-UNITARIO(WRK-IND-ITEM) TO
                   ORCIT-UNITARIO
               MOVE WRK-ITEM-TOTAL(WRK-IND-ITEM) TO ORCIT-TOTAL
               MOVE WRK-ITEM-LISTA(WRK-IND-ITEM) TO
                   ORCIT-LISTA-PRECO
               WRITE ORCIT-REG
                   INVALID KEY
                       DISPLAY 'FALHA AO GRAVAR ITEM ' ORCIT-ITEM
               END-WRITE
           END-PERFORM.
           CLOSE ORCITEM.

       1480-GRAVAR-CONTROLE.
           OPEN OUTPUT ORCCTRL.
           MOVE WRK-PROXIMO-ORC TO ORCCTRL-PROXIMO.
           WRITE ORCCTRL-REG.
           CLOSE ORCCTRL.

       2000-CONSULTAR-ORCAMENTO.
           DISPLAY 'NUMERO DO ORCAMENTO: '.
           ACCEPT WRK-NUMERO-ORC.
           OPEN INPUT ORCAM.
           IF WRK-FS-ORCAM NOT EQUAL '00'
               DISPLAY 'ARQUIVO ORCAM.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-NUMERO-ORC TO ORC-NUMERO
               READ ORCAM
                   INVALID KEY
                       DISPLAY 'ORCAMENTO NAO ENCONTRADO'
                   NOT INVALID KEY
                       PERFORM 2100-EXIBIR-ORCAMENTO
               END-READ
               CLOSE ORCAM
           END-IF.

       2100-EXIBIR-ORCAMENTO.
           DISPLAY 'ORCAMENTO: ' ORC-NUMERO '  CLIENTE: ' ORC-CLIENTE
               '  LOJA: ' ORC-LOJA '  VENDEDOR: ' ORC-VENDEDOR.
           DISPLAY 'EMISSAO: ' ORC-DATA '  VALIDADE: ' ORC-VALIDADE
               '  CONDICAO: ' ORC-CONDPAG.
           DISPLAY 'ENTREGA: UF ' ORC-UF '  ENDERECO ' ORC-ENTREGA
               ' (ZERO = CADASTRO)'.
           DISPLAY 'ITENS: ' ORC-VALOR-ITENS '  FRETE: ' ORC-FRETE
               ' (' ORC-TRANSPORTADORA ')  ICMS: ' ORC-ICMS
               '  TOTAL: ' ORC-TOTAL.
           EVALUATE TRUE
               WHEN ORC-SIT-ABERTO
                   DISPLAY 'SITUACAO: ABERTO'
               WHEN ORC-SIT-CONVERTIDO
                   DISPLAY 'SITUACAO: CONVERTIDO NO PEDIDO '
                       ORC-PEDIDO ' EM ' ORC-DATA-BAIXA
               WHEN ORC-SIT-PERDIDO
                   DISPLAY 'SITUACAO: PERDIDO (VENCIDO EM '
                       ORC-VALIDADE ')'
           END-EVALUATE.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ORCITEM.
           IF WRK-FS-ORCITEM EQUAL '00'
               MOVE ORC-NUMERO TO ORCIT-NUMERO
               MOVE ZEROS TO ORCIT-ITEM
               START ORCITEM KEY IS NOT LESS THAN ORCIT-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ ORCITEM NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF ORCIT-NUMERO NOT EQUAL ORC-NUMERO
                               SET WRK-FIM-ARQ TO TRUE
                           ELSE
                               DISPLAY ORCIT-ITEM ' ' ORCIT-PRODUTO
                                   ' QTDE ' ORCIT-QTDE ' x '
                                   ORCIT-UNITARIO ' = ' ORCIT-TOTAL
                                   ' LISTA ' ORCIT-LISTA-PRECO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORCITEM
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB94' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-GRAVADOS TO RUNLOG-QTDE-REGISTROS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
