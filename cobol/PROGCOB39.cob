      * ATUALIZACAO: PESO CUBADO (PROGCOBCUBA) - O PEDIDO PEDE
      * AS DIMENSOES DO VOLUME E O FRETE SAI PELO MAIOR ENTRE O
      * PESO REAL E O CUBADO, COMO A TRANSPORTADORA COBRA
      * ATUALIZACAO: NUMERO DO PEDIDO E CUSTO MEDIO DO PRODUTO
      * GRAVADOS NO DETALHE DE VENDIT.DAT PARA A APURACAO DE
      * MARGEM POR PRODUTO, LOJA E VENDEDOR
      * ATUALIZACAO: CONFIRMACAO RECUSADA NA LOJA COM CONTAGEM
      * DE INVENTARIO ABERTA (INVLOJA.DAT - PROGCOB89) - O
      * PEDIDO FICA EM ABERTO ATE O ENCERRAMENTO DA CONTAGEM
      * ATUALIZACAO: CONFIRMACAO PARCIAL - FALTANDO SALDO, O
      * OPERADOR PODE CONFIRMAR O QUE HA NA PRATELEIRA E DEIXAR O
      * RESTO EM PENDENCIA DE ENTREGA (PENDENC.DAT), LIBERADA
      * PELO LOTE PROGCOB93 QUANDO A MERCADORIA CHEGAR
      * ATUALIZACAO: CONVERSAO DE ORCAMENTO (PROGCOB94) - COM O
      * NUMERO DO ORCAMENTO ABERTO E DENTRO DA VALIDADE, CLIENTE,
      * ITENS, PRECOS, FRETE, LOJA, CONDICAO E VENDEDOR VEM DO
      * ORCAMENTO, QUE FICA MARCADO COMO CONVERTIDO NO PEDIDO
      * ATUALIZACAO: PRECO DO ITEM PELA ROTINA DE LISTAS DE PRECOS
      * (PROGCOBPRECO) PELA LOJA E CLASSE ABC DO CLIENTE - A LOJA
      * PASSA A SER ESCOLHIDA ANTES DOS ITENS E A LISTA QUE
      * PRECIFICOU CADA LINHA VAI PARA VENDIT.DAT E PENDENC.DAT
      * ATUALIZACAO: KIT (COMPOSICAO EM KITCOMP.DAT VIA PROGCOBKIT)
      * NAO TEM SALDO PROPRIO - A CONFERENCIA USA O QUE O
      * COMPONENTE MAIS ESCASSO PERMITE E A BAIXA DESCE CADA
      * COMPONENTE EM ESTOQUE.DAT
      * ATUALIZACAO: ENDERECO DE ENTREGA (ENDENTREGA.DAT VIA
      * PROGCOBENT) ESCOLHIDO NO PEDIDO - O FRETE E O ICMS SAEM
      * PELA UF DE ENTREGA E O ENDERECO FICA COPIADO NO PEDIDO;
      * NA CONVERSAO VALE O ENDERECO QUE COTOU O ORCAMENTO
      * ATUALIZACAO: LIMITE DO GRUPO ECONOMICO (PROGCOBGRP) - CLIENTE
      * EM GRUPO COM LIMITE CONSOLIDADO SO CONFIRMA SE OS TITULOS
      * ABERTOS DE TODOS OS MEMBROS MAIS O PEDIDO COUBEREM NELE,
      * ALEM DO LIMITE DO PROPRIO CLIENTE
      * ATUALIZACAO: AVISO DE PEDIDO CONFIRMADO AO CLIENTE NA FILA
      * DE E-MAIL/SMS (NOTIFICA.DAT VIA PROGCOBNTF)
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      * ATUALIZACAO: TITULOS ABERTOS DO LIMITE DE CREDITO LIDOS
      * PELA CHAVE ALTERNATIVA POR CLIENTE DE CONTASREC.DAT, SEM
      * VARRER O ARQUIVO INTEIRO A CADA CONFIRMACAO
      * ATUALIZACAO: A CONFERENCIA DO ESTOQUE SOMA A DEMANDA DE
      * CADA PRODUTO E COMPONENTE DE KIT ENTRE AS LINHAS DO
      * PEDIDO - A LINHA QUE NAO CABE NO SALDO QUE SOBROU DAS
      * ANTERIORES VAI PARA A CONFIRMACAO PARCIAL; A BAIXA NAO
      * ZERA MAIS O SALDO MENOR QUE A QUANTIDADE, AVISA E DEIXA
      * O PRODUTO SEM BAIXA
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT VENDASDIA ASSIGN TO "VENDASDIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REC-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CONTASREC.

           SELECT PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               RECORD KEY IS VENDIT-CHAVE
               FILE STATUS IS WRK-FS-VENDIT.

           SELECT INVLOJA ASSIGN TO "INVLOJA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVL-LOJA
               FILE STATUS IS WRK-FS-INVLOJA.

           SELECT PENDENC ASSIGN TO "PENDENC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-CHAVE
               FILE STATUS IS WRK-FS-PENDENC.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
       FD  VENDIT.
           COPY VENDITRG.

       FD  INVLOJA.
           COPY INVLREG.

       FD  PENDENC.
           COPY PENDREG.

       FD  ORCAM.
           COPY ORCREG.

       FD  ORCITEM.
           COPY ORCITREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-CLIENTES  PIC X(02)       VALUE SPACES.
       77 WRK-FS-PEDIDOS   PIC X(02)       VALUE SPACES.
       77 WRK-TITULOS-ABERTOS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CREDITO-FLAG PIC X(01)       VALUE 'N'.
           88 WRK-CREDITO-OK       VALUE 'S'.
       77 WRK-ESTOURO-GRUPO PIC X(01)      VALUE 'N'.
           88 WRK-ESTOUROU-GRUPO   VALUE 'S'.
       77 WRK-DATASYS      PIC 9(08)       VALUE ZEROS.
       77 WRK-NUMERO-PEDIDO PIC 9(08)      VALUE ZEROS.
       77 WRK-NUMERO-CLIENTE PIC 9(06)     VALUE ZEROS.
       77 WRK-CLIENTE-OK   PIC X(01)       VALUE 'N'.
           88 WRK-CLIENTE-VALIDO   VALUE 'S'.
      * UF DE ENTREGA - A DO CADASTRO SO QUANDO NAO HA OUTRA
       77 WRK-UF-CLIENTE   PIC X(02)       VALUE SPACES.
       77 WRK-SEQ-ENTREGA  PIC 9(02)       VALUE ZEROS.
       77 WRK-END-CADASTRO PIC X(70)       VALUE SPACES.
       77 WRK-CLASSE-CLIENTE PIC X(01)     VALUE SPACES.
       77 WRK-LOJA         PIC 9(03)       VALUE ZEROS.
       77 WRK-PRODUTO      PIC X(10)       VALUE SPACES.
       77 WRK-FS-PRODUTOS  PIC X(02)       VALUE SPACES.
               05 WRK-ITEM-QTDE    PIC 9(05).
               05 WRK-ITEM-UNITARIO PIC 9(06)V99.
               05 WRK-ITEM-TOTAL   PIC 9(08)V99.
               05 WRK-ITEM-CUSTO   PIC 9(06)V99.
               05 WRK-ITEM-DISPONIVEL PIC 9(05).
               05 WRK-ITEM-PENDENTE PIC 9(05).
               05 WRK-ITEM-LISTA   PIC X(06).
       77 WRK-FS-VENDIT    PIC X(02)       VALUE SPACES.
       77 WRK-EOF-VENDIT   PIC X(01)       VALUE 'N'.
           88 WRK-FIM-VENDIT       VALUE 'S'.
       77 WRK-SEQ-ITEM     PIC 9(04)       VALUE ZEROS.
       77 WRK-FS-INVLOJA   PIC X(02)       VALUE SPACES.
       77 WRK-CONGELADA    PIC X(01)       VALUE 'N'.
           88 WRK-LOJA-CONGELADA   VALUE 'S'.
       77 WRK-FS-PENDENC   PIC X(02)       VALUE SPACES.
       77 WRK-QT-DISPONIVEIS PIC 9(03)     VALUE ZEROS.
       77 WRK-QT-PENDENTES PIC 9(03)       VALUE ZEROS.
       77 WRK-PENDENCIA-FLAG PIC X(01)     VALUE 'N'.
           88 WRK-TEM-PENDENCIA    VALUE 'S'.
       77 WRK-FS-ORCAM     PIC X(02)       VALUE SPACES.
       77 WRK-FS-ORCITEM   PIC X(02)       VALUE SPACES.
       77 WRK-EOF-ORCITEM  PIC X(01)       VALUE 'N'.
           88 WRK-FIM-ORCITEM      VALUE 'S'.
       77 WRK-NUMERO-ORC   PIC 9(08)       VALUE ZEROS.
       77 WRK-ORC-FLAG     PIC X(01)       VALUE 'N'.
           88 WRK-VEM-ORCAMENTO    VALUE 'S'.
       77 WRK-QTDE         PIC 9(05)       VALUE ZEROS.
       77 WRK-UNITARIO     PIC 9(06)V99    VALUE ZEROS.
       77 WRK-CUSTO-UNIT   PIC 9(06)V99    VALUE ZEROS.
       77 WRK-VALOR-ITENS  PIC 9(08)V99    VALUE ZEROS.
       77 WRK-VALOR-LINHA  PIC 9(11)V99    VALUE ZEROS.
       77 WRK-LIMITE-FLAG  PIC X(01)       VALUE 'N'.
       77 WRK-TRAVA-RECURSO PIC X(15)      VALUE 'VENDAS'.
       77 WRK-TRAVA-OK-FLAG PIC X(01)      VALUE 'N'.
           88 WRK-TRAVA-OK         VALUE 'S'.
       77 WRK-IND-COMP     PIC 9(02)       VALUE ZEROS.
       77 WRK-KITS-COMP    PIC 9(07)       VALUE ZEROS.
       77 WRK-SALDO-KIT    PIC 9(07)       VALUE ZEROS.
       77 WRK-QTDE-BAIXA   PIC 9(09)       VALUE ZEROS.
       77 WRK-SALDO-LIVRE  PIC 9(07)       VALUE ZEROS.
       77 WRK-RESERVADO    PIC 9(09)       VALUE ZEROS.
       77 WRK-IND-RES      PIC 9(04)       VALUE ZEROS.
       77 WRK-QT-RESERVAS  PIC 9(04)       VALUE ZEROS.
       77 WRK-RES-FLAG     PIC X(01)       VALUE 'N'.
           88 WRK-RES-ACHADA       VALUE 'S'.
       77 WRK-BAIXA-FLAG   PIC X(01)       VALUE 'S'.
           88 WRK-BAIXA-OK         VALUE 'S'.
       01 WRK-RESERVAS.
           02 WRK-RES OCCURS 2000 TIMES.
               05 WRK-RES-PRODUTO  PIC X(10).
               05 WRK-RES-QTDE     PIC 9(09).
       01 WRK-KIT-AREA.
           02 WRK-KIT-PRODUTO      PIC X(10).
           02 WRK-KIT-QT-COMP      PIC 9(02).
           02 WRK-KIT-COMP OCCURS 20 TIMES.
               03 WRK-KIT-COMPONENTE PIC X(10).
               03 WRK-KIT-QTDE       PIC 9(05).
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
       01 WRK-GRP-AREA.
           02 WRK-GRP-FUNCAO       PIC X(01).
           02 WRK-GRP-CLIENTE      PIC 9(06).
           02 WRK-GRP-DOCUMENTO    PIC X(14).
           02 WRK-GRP-NOME-CLI     PIC X(30).
           02 WRK-GRP-GRUPO        PIC 9(08).
           02 WRK-GRP-NOME         PIC X(30).
           02 WRK-GRP-LIMITE       PIC 9(10)V99.
           02 WRK-GRP-ABERTO       PIC 9(10)V99.
           02 WRK-GRP-RETORNO      PIC X(01).
               88 WRK-GRP-OK           VALUE '0'.
           02 WRK-GRP-QT-MEMBROS   PIC 9(03).
           02 WRK-GRP-MEMBRO       PIC 9(06) OCCURS 200 TIMES.
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
               88 WRK-COTACAO-OK       VALUE '0'.
               88 WRK-SEM-TARIFA       VALUE '1'.
               88 WRK-SEM-ICMS         VALUE '2'.
       01 WRK-NTF-AREA.
           02 WRK-NTF-TIPO         PIC X(03).
           02 WRK-NTF-CLIENTE      PIC 9(06).
           02 WRK-NTF-PEDIDO       PIC 9(08).
           02 WRK-NTF-PARCELA      PIC 9(02).
           02 WRK-NTF-VALOR        PIC 9(08)V99.
           02 WRK-NTF-DATA-REF     PIC 9(08).
           02 WRK-NTF-REFERENCIA   PIC X(10).
           02 WRK-NTF-RETORNO      PIC X(01).
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB39'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
       0100-ENTRAR-PEDIDO.
           DISPLAY 'NUMERO DO PEDIDO: '.
           ACCEPT WRK-NUMERO-PEDIDO.
           MOVE 'N' TO WRK-ORC-FLAG.
           DISPLAY 'NUMERO DO ORCAMENTO (ZERO = SEM ORCAMENTO): '.
           ACCEPT WRK-NUMERO-ORC.
           IF WRK-NUMERO-ORC NOT EQUAL ZEROS
               PERFORM 0150-CARREGAR-ORCAMENTO
               IF WRK-VEM-ORCAMENTO
                   PERFORM 0200-VALIDAR-CLIENTE
                   IF WRK-CLIENTE-VALIDO
                       PERFORM 0220-RESOLVER-ENTREGA
                       IF WRK-ENT-OK
                           PERFORM 0500-GRAVAR-PEDIDO
                       ELSE
                           DISPLAY 'ENDERECO DE ENTREGA DO ORCAMENTO '
                               'DESATIVADO - PEDIDO NAO GRAVADO'
                       END-IF
                   END-IF
               END-IF
           ELSE
               DISPLAY 'NUMERO DO CLIENTE: '
               ACCEPT WRK-NUMERO-CLIENTE
               PERFORM 0200-VALIDAR-CLIENTE
               IF WRK-CLIENTE-VALIDO
                   PERFORM 0210-ESCOLHER-ENTREGA
      * A LOJA VEM ANTES DOS ITENS PORQUE O PRECO DEPENDE DELA
                   PERFORM 0510-VALIDAR-LOJA
                   PERFORM 0300-CAPTURAR-ITENS
      * A AREA DE COTACAO (PROGCOBFRETE) CARREGA O VALOR EM
      * 9(06)V99 - ACIMA DISSO O VALOR SERIA TRUNCADO NA COTACAO
      * E NO PEDIDO, ENTAO O PEDIDO E RECUSADO NA ENTRADA
                   IF WRK-LIMITE-ESTOURADO
                       DISPLAY 'VALOR DOS ITENS ACIMA DO LIMITE DE '
                           'COTACAO (R$ 999.999,99) - PEDIDO NAO '
                           'GRAVADO'
                   ELSE
                       PERFORM 0400-COTAR-FRETE
                       IF WRK-COTACAO-OK
                           PERFORM 0500-GRAVAR-PEDIDO
                       ELSE
                           DISPLAY 'PEDIDO NAO GRAVADO - FRETE NAO '
                               'COTADO (RETORNO '
                               WRK-RETORNO-COTACAO ')'
                       END-IF
                   END-IF
               END-IF
           END-IF.
           DISPLAY 'ENTRAR OUTRO PEDIDO (S/N): '.
           ACCEPT WRK-OUTRO-PEDIDO.

      * O ORCAMENTO TRAZ TUDO O QUE A DIGITACAO DO PEDIDO PEDIRIA -
      * SO O CUSTO MEDIO DO ITEM E LIDO NA HORA, PARA A MARGEM
      * SAIR PELO CUSTO DO DIA DA VENDA
       0150-CARREGAR-ORCAMENTO.
           OPEN INPUT ORCAM.
           IF WRK-FS-ORCAM NOT EQUAL '00'
               DISPLAY 'ARQUIVO ORCAM.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-NUMERO-ORC TO ORC-NUMERO
               READ ORCAM
                   INVALID KEY
                       DISPLAY 'ORCAMENTO NAO ENCONTRADO'
                   NOT INVALID KEY
                       IF NOT ORC-SIT-ABERTO
                           DISPLAY 'ORCAMENTO JA CONVERTIDO OU '
                               'PERDIDO - SITUACAO ' ORC-SITUACAO
                       ELSE
                           IF ORC-VALIDADE < WRK-DATASYS
                               DISPLAY 'ORCAMENTO VENCIDO EM '
                                   ORC-VALIDADE
                           ELSE
                               PERFORM 0160-COPIAR-ORCAMENTO
                           END-IF
                       END-IF
               END-READ
               CLOSE ORCAM
           END-IF.

       0160-COPIAR-ORCAMENTO.
           SET WRK-VEM-ORCAMENTO TO TRUE.
           MOVE 'N' TO WRK-LIMITE-FLAG.
           MOVE ORC-CLIENTE TO WRK-NUMERO-CLIENTE.
           MOVE ORC-LOJA TO WRK-LOJA.
           MOVE ORC-CONDPAG TO WRK-CONDPAG.
           MOVE ORC-ENTREGA TO WRK-SEQ-ENTREGA.
           MOVE ORC-VENDEDOR TO WRK-VENDEDOR.
           MOVE ORC-VALOR-ITENS TO WRK-VALOR-ITENS.
           MOVE ORC-PESO TO WRK-PESO-TOTAL.
           MOVE ORC-TRANSPORTADORA TO WRK-TRANSPORTADORA.
           MOVE ORC-FRETE TO WRK-FRETE.
           MOVE ORC-ICMS TO WRK-ICMS.
           MOVE ORC-TOTAL TO WRK-TOTAL-COTACAO.
           SET WRK-COTACAO-OK TO TRUE.
           MOVE ZEROS TO WRK-QT-ITENS.
           MOVE 'N' TO WRK-EOF-ORCITEM.
           OPEN INPUT ORCITEM.
           IF WRK-FS-ORCITEM NOT EQUAL '00'
               SET WRK-FIM-ORCITEM TO TRUE
           ELSE
               MOVE ORC-NUMERO TO ORCIT-NUMERO
               MOVE ZEROS TO ORCIT-ITEM
               START ORCITEM KEY IS NOT LESS THAN ORCIT-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ORCITEM TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL WRK-FIM-ORCITEM
               READ ORCITEM NEXT RECORD
                   AT END
                       SET WRK-FIM-ORCITEM TO TRUE
                   NOT AT END
                       IF ORCIT-NUMERO NOT EQUAL ORC-NUMERO
                               OR WRK-QT-ITENS NOT LESS THAN 100
                           SET WRK-FIM-ORCITEM TO TRUE
                       ELSE
                           PERFORM 0170-COPIAR-ITEM-ORCAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-ORCITEM EQUAL '00'
               CLOSE ORCITEM
           END-IF.
           IF WRK-QT-ITENS EQUAL ZEROS
               MOVE 'N' TO WRK-ORC-FLAG
               DISPLAY 'ORCAMENTO SEM ITENS EM ORCITEM.DAT'
           ELSE
               DISPLAY 'ORCAMENTO ' ORC-NUMERO ' - ' WRK-QT-ITENS
                   ' ITEM(NS) - TOTAL ' ORC-TOTAL
           END-IF.

       0170-COPIAR-ITEM-ORCAMENTO.
           ADD 1 TO WRK-QT-ITENS.
           MOVE ORCIT-PRODUTO TO WRK-ITEM-PRODUTO(WRK-QT-ITENS).
           MOVE ORCIT-QTDE TO WRK-ITEM-QTDE(WRK-QT-ITENS).
           MOVE ORCIT-UNITARIO TO WRK-ITEM-UNITARIO(WRK-QT-ITENS).
           MOVE ORCIT-TOTAL TO WRK-ITEM-TOTAL(WRK-QT-ITENS).
           MOVE ORCIT-LISTA-PRECO TO WRK-ITEM-LISTA(WRK-QT-ITENS).
           MOVE ORCIT-PRODUTO TO WRK-PRODUTO.
           MOVE ZEROS TO WRK-CUSTO-UNIT.
           PERFORM 0310-VALIDAR-PRODUTO.
           MOVE WRK-CUSTO-UNIT TO WRK-ITEM-CUSTO(WRK-QT-ITENS).

       0200-VALIDAR-CLIENTE.
           MOVE 'N' TO WRK-CLIENTE-OK.
           OPEN INPUT CLIENTES.
                       IF CLI-SIT-ATIVO
                           SET WRK-CLIENTE-VALIDO TO TRUE
                           MOVE CLI-UF TO WRK-UF-CLIENTE
                           MOVE CLI-ENDERECO TO WRK-END-CADASTRO
                           MOVE CLI-CLASSE-ABC TO WRK-CLASSE-CLIENTE
                           MOVE CLI-LIMITE-CREDITO TO
                               WRK-LIMITE-CLIENTE
                           DISPLAY 'CLIENTE: ' CLI-NOME
               CLOSE CLIENTES
           END-IF.

      * A LISTA SO APARECE QUANDO O CLIENTE TEM ENDERECO DE
      * ENTREGA ATIVO; SEQUENCIA INEXISTENTE CAI NO PADRAO
       0210-ESCOLHER-ENTREGA.
           MOVE ZEROS TO WRK-SEQ-ENTREGA.
           MOVE 'L' TO WRK-ENT-FUNCAO.
           MOVE WRK-NUMERO-CLIENTE TO WRK-ENT-CLIENTE.
           CALL 'PROGCOBENT' USING WRK-ENT-AREA.
           IF WRK-ENT-OK
               DISPLAY 'ENDERECO DE ENTREGA (ZERO = PADRAO): '
               ACCEPT WRK-SEQ-ENTREGA
           END-IF.
           PERFORM 0220-RESOLVER-ENTREGA.
           IF NOT WRK-ENT-OK
               DISPLAY 'ENDERECO NAO ENCONTRADO OU DESATIVADO - '
                   'VALE O PADRAO'
               MOVE ZEROS TO WRK-SEQ-ENTREGA
               PERFORM 0220-RESOLVER-ENTREGA
           END-IF.
           DISPLAY 'ENTREGA: ' WRK-ENT-DESCRICAO ' '
               WRK-ENT-CIDADE ' ' WRK-ENT-UF.

       0220-RESOLVER-ENTREGA.
           MOVE 'B' TO WRK-ENT-FUNCAO.
           MOVE WRK-NUMERO-CLIENTE TO WRK-ENT-CLIENTE.
           MOVE WRK-SEQ-ENTREGA TO WRK-ENT-SEQ.
           MOVE WRK-END-CADASTRO TO WRK-ENT-ENDERECO.
           CALL 'PROGCOBENT' USING WRK-ENT-AREA.
           IF WRK-ENT-OK
               MOVE WRK-ENT-UF TO WRK-UF-CLIENTE
           END-IF.

       0300-CAPTURAR-ITENS.
           MOVE ZEROS TO WRK-VALOR-ITENS.
           MOVE 'N' TO WRK-LIMITE-FLAG.
                       DISPLAY 'LIMITE DE 100 ITENS ATINGIDO - '
                           'ITEM RECUSADO'
                   ELSE
                       PERFORM 0320-OBTER-PRECO
                       DISPLAY 'PRODUTO: ' WRK-DESCR-PRODUTO
                       DISPLAY 'PRECO UNITARIO (LISTA '
                           WRK-PRC-LISTA '): ' WRK-UNITARIO
                       DISPLAY 'QUANTIDADE: '
                       ACCEPT WRK-QTDE
                       ADD 1 TO WRK-QT-ITENS
                           WRK-ITEM-QTDE(WRK-QT-ITENS)
                       MOVE WRK-UNITARIO TO
                           WRK-ITEM-UNITARIO(WRK-QT-ITENS)
                       MOVE WRK-CUSTO-UNIT TO
                           WRK-ITEM-CUSTO(WRK-QT-ITENS)
                       MOVE WRK-PRC-LISTA TO
                           WRK-ITEM-LISTA(WRK-QT-ITENS)
      * O VALOR DA LINHA E ACUMULADO EM CAMPO LARGO E CONFERIDO
      * CONTRA O LIMITE ANTES DE SOMAR, PARA O ACUMULADOR NUNCA
      * ESTOURAR E VOLTAR ABAIXO DO LIMITE SEM AVISO
                           SET WRK-PRODUTO-VALIDO TO TRUE
                           MOVE PROD-DESCRICAO TO WRK-DESCR-PRODUTO
                           MOVE PROD-PRECO TO WRK-UNITARIO
                           MOVE PROD-CUSTO-MEDIO TO WRK-CUSTO-UNIT
                       END-IF
               END-READ
               CLOSE PRODUTOS
           END-IF.

      * O PRECO DO CADASTRO SO VALE QUANDO NENHUMA LISTA VIGENTE
      * DA LOJA OU DA CLASSE DO CLIENTE TRAZ O PRODUTO
       0320-OBTER-PRECO.
           MOVE WRK-PRODUTO TO WRK-PRC-PRODUTO.
           MOVE WRK-LOJA TO WRK-PRC-LOJA.
           MOVE WRK-CLASSE-CLIENTE TO WRK-PRC-CLASSE.
           MOVE WRK-DATASYS TO WRK-PRC-DATA-VENDA.
           MOVE WRK-UNITARIO TO WRK-PRC-PRECO-CADASTRO.
           CALL 'PROGCOBPRECO' USING WRK-PRECO-AREA.
           MOVE WRK-PRC-PRECO TO WRK-UNITARIO.

       0400-COTAR-FRETE.
           MOVE WRK-UF-CLIENTE TO WRK-UF.
           MOVE WRK-PESO-TOTAL TO WRK-PESO.
           MOVE WRK-NUMERO-PEDIDO TO PED-NUMERO.
           MOVE WRK-NUMERO-CLIENTE TO PED-CLIENTE.
           MOVE WRK-DATASYS TO PED-DATA.
           IF NOT WRK-VEM-ORCAMENTO
               PERFORM 0520-ESCOLHER-CONDPAG
               PERFORM 0530-ESCOLHER-VENDEDOR
           END-IF.
           MOVE WRK-LOJA TO PED-LOJA.
           MOVE WRK-ENT-SEQ TO PED-ENTREGA.
           MOVE WRK-ENT-LOGRADOURO TO PED-ENT-LOGRADOURO.
           MOVE WRK-ENT-CIDADE TO PED-ENT-CIDADE.
           MOVE WRK-ENT-CEP TO PED-ENT-CEP.
           MOVE WRK-CONDPAG TO PED-CONDPAG.
           MOVE WRK-VENDEDOR TO PED-VENDEDOR.
           MOVE ZEROS TO PED-NOTA-FISCAL.
           MOVE ZEROS TO PED-ROMANEIO.
           MOVE WRK-ICMS TO PED-ICMS.
           MOVE WRK-TOTAL-COTACAO TO PED-TOTAL.
           SET PED-SIT-ABERTO TO TRUE.
           MOVE 'N' TO WRK-PENDENCIA-FLAG.
           DISPLAY 'CONFIRMAR O PEDIDO AGORA (S/N): '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA-SIM
               PERFORM 0550-VERIFICAR-CREDITO
               IF NOT WRK-CREDITO-OK
                   IF WRK-ESTOUROU-GRUPO
                       DISPLAY 'LIMITE DO GRUPO ' WRK-GRP-GRUPO
                           ' EXCEDIDO - ABERTOS ' WRK-GRP-ABERTO
                           ' + PEDIDO ' PED-TOTAL
                           ' > LIMITE ' WRK-GRP-LIMITE
                   ELSE
                       DISPLAY 'LIMITE DE CREDITO EXCEDIDO - ABERTOS '
                           WRK-TITULOS-ABERTOS ' + PEDIDO ' PED-TOTAL
                           ' > LIMITE ' WRK-LIMITE-CLIENTE
                   END-IF
                   DISPLAY 'PEDIDO FICA GRAVADO EM ABERTO'
               ELSE
                   PERFORM 0555-VERIFICAR-CONGELAMENTO
                   IF WRK-LOJA-CONGELADA
                       DISPLAY 'LOJA ' WRK-LOJA ' COM CONTAGEM DE '
                           'INVENTARIO ABERTA - PEDIDO FICA GRAVADO '
                           'EM ABERTO'
                   ELSE
                       PERFORM 0560-VERIFICAR-ESTOQUE
                       IF WRK-ESTOQUE-OK
                           SET PED-SIT-CONFIRMADO TO TRUE
                       ELSE
                           DISPLAY 'ESTOQUE INSUFICIENTE NA LOJA '
                               WRK-LOJA
                           PERFORM 0565-OFERECER-PARCIAL
                       END-IF
                   END-IF
               END-IF
           END-IF.
               INVALID KEY
                   DISPLAY 'JA EXISTE PEDIDO COM ESSE NUMERO'
               NOT INVALID KEY
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 0961-JORNAL-PEDIDOS
                   DISPLAY 'PEDIDO GRAVADO COM SITUACAO '
                       PED-SITUACAO
                   IF PED-SIT-CONFIRMADO
                       PERFORM 0600-LANCAR-VENDA
                       PERFORM 0650-GRAVAR-ITENS-DETALHE
                       PERFORM 0700-BAIXAR-ESTOQUE
                       PERFORM 0800-AVISAR-CONFIRMACAO
                   END-IF
                   IF WRK-TEM-PENDENCIA
                       PERFORM 0580-GRAVAR-PENDENCIAS
                   END-IF
                   IF WRK-VEM-ORCAMENTO
                       PERFORM 0590-BAIXAR-ORCAMENTO
                   END-IF
           END-WRITE.
           CLOSE PEDIDOS.
               CLOSE VENDEDORES
           END-IF.

      * SO OS TITULOS DO CLIENTE, PELA CHAVE ALTERNATIVA
       0550-VERIFICAR-CREDITO.
           MOVE 'S' TO WRK-CREDITO-FLAG.
           IF WRK-LIMITE-CLIENTE EQUAL ZEROS
               IF WRK-FS-CONTASREC NOT EQUAL '00'
                   CONTINUE
               ELSE
                   MOVE WRK-NUMERO-CLIENTE TO REC-CLIENTE
                   START CONTASREC KEY IS EQUAL TO REC-CLIENTE
                       INVALID KEY
                           SET WRK-FIM-CONTASREC TO TRUE
                   END-START
                           AT END
                               SET WRK-FIM-CONTASREC TO TRUE
                           NOT AT END
                               IF REC-CLIENTE NOT EQUAL
                                       WRK-NUMERO-CLIENTE
                                   SET WRK-FIM-CONTASREC TO TRUE
                               ELSE
                                   IF REC-SIT-ABERTO
                                       ADD REC-VALOR TO
                                           WRK-TITULOS-ABERTOS
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WRK-CREDITO-FLAG
               END-IF
           END-IF.
           MOVE 'N' TO WRK-ESTOURO-GRUPO.
           IF WRK-CREDITO-OK
               PERFORM 0551-VERIFICAR-CREDITO-GRUPO
           END-IF.

      * O LIMITE DO GRUPO VALE MESMO PARA O CLIENTE SEM LIMITE
      * PROPRIO; GRUPO INATIVO OU COM LIMITE ZERO NAO CONFERE
       0551-VERIFICAR-CREDITO-GRUPO.
           MOVE 'C' TO WRK-GRP-FUNCAO.
           MOVE WRK-NUMERO-CLIENTE TO WRK-GRP-CLIENTE.
           CALL 'PROGCOBGRP' USING WRK-GRP-AREA.
           IF WRK-GRP-OK
               AND WRK-GRP-LIMITE > ZEROS
               MOVE 'T' TO WRK-GRP-FUNCAO
               CALL 'PROGCOBGRP' USING WRK-GRP-AREA
               IF WRK-GRP-ABERTO + PED-TOTAL > WRK-GRP-LIMITE
                   MOVE 'N' TO WRK-CREDITO-FLAG
                   SET WRK-ESTOUROU-GRUPO TO TRUE
               END-IF
           END-IF.

      * LOJA COM CONTAGEM DE INVENTARIO ABERTA ESTA COM O SALDO
      * CONGELADO - NAO BAIXA ATE O ENCERRAMENTO NO PROGCOB89
       0555-VERIFICAR-CONGELAMENTO.
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

      * GUARDA TAMBEM QUANTO DE CADA ITEM HA NA PRATELEIRA, PARA A
      * CONFIRMACAO PARCIAL; O QUE CADA LINHA LEVA FICA RESERVADO
      * EM WRK-RESERVAS, ENTAO O MESMO PRODUTO OU COMPONENTE EM
      * MAIS DE UMA LINHA (SOLTO OU EM KIT) E CONFERIDO PELA
      * DEMANDA TOTAL DO PEDIDO, NA ORDEM DAS LINHAS
       0560-VERIFICAR-ESTOQUE.
           MOVE 'S' TO WRK-ESTOQUE-FLAG.
           MOVE ZEROS TO WRK-QT-DISPONIVEIS.
           MOVE ZEROS TO WRK-QT-RESERVAS.
           OPEN INPUT ESTOQUE.
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
               MOVE 'N' TO WRK-ESTOQUE-FLAG
               PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                       UNTIL WRK-IND-ITEM > WRK-QT-ITENS
                       OR WRK-IND-ITEM > 100
                   MOVE ZEROS TO WRK-ITEM-DISPONIVEL(WRK-IND-ITEM)
                   MOVE WRK-ITEM-PRODUTO(WRK-IND-ITEM) TO
                       WRK-KIT-PRODUTO
                   CALL 'PROGCOBKIT' USING WRK-KIT-AREA
                   IF WRK-KIT-QT-COMP > ZEROS
                       PERFORM 0562-VERIFICAR-KIT
                   ELSE
                       PERFORM 0561-VERIFICAR-ITEM
                   END-IF
                   IF WRK-ITEM-DISPONIVEL(WRK-IND-ITEM) > 0
                       ADD 1 TO WRK-QT-DISPONIVEIS
                   END-IF
               END-PERFORM
               CLOSE ESTOQUE
           END-IF.

       0561-VERIFICAR-ITEM.
           MOVE WRK-ITEM-PRODUTO(WRK-IND-ITEM) TO EST-PRODUTO.
           MOVE WRK-LOJA TO EST-LOJA.
           READ ESTOQUE
               INVALID KEY
                   MOVE 'N' TO WRK-ESTOQUE-FLAG
                   DISPLAY 'SEM SALDO DE '
                       WRK-ITEM-PRODUTO(WRK-IND-ITEM)
                       ' NA LOJA ' WRK-LOJA
               NOT INVALID KEY
                   PERFORM 0563-SALDO-LIVRE
                   IF WRK-SALDO-LIVRE <
                           WRK-ITEM-QTDE(WRK-IND-ITEM)
                       MOVE 'N' TO WRK-ESTOQUE-FLAG
                       DISPLAY 'SALDO LIVRE DE '
                           WRK-ITEM-PRODUTO(WRK-IND-ITEM)
                           ' (' WRK-SALDO-LIVRE ') MENOR QUE O '
                           'PEDIDO ('
                           WRK-ITEM-QTDE(WRK-IND-ITEM) ')'
                       MOVE WRK-SALDO-LIVRE TO
                           WRK-ITEM-DISPONIVEL(WRK-IND-ITEM)
                   ELSE
                       MOVE WRK-ITEM-QTDE(WRK-IND-ITEM) TO
                           WRK-ITEM-DISPONIVEL(WRK-IND-ITEM)
                   END-IF
                   MOVE WRK-ITEM-DISPONIVEL(WRK-IND-ITEM) TO
                       WRK-QTDE-BAIXA
                   PERFORM 0564-RESERVAR-SALDO
           END-READ.

      * O KIT DA PARA MONTAR O QUE O COMPONENTE MAIS ESCASSO
      * PERMITE COM O SALDO QUE AS LINHAS ANTERIORES DEIXARAM;
      * COMPONENTE SEM SALDO NA LOJA ZERA O KIT
       0562-VERIFICAR-KIT.
           MOVE 9999999 TO WRK-SALDO-KIT.
           PERFORM VARYING WRK-IND-COMP FROM 1 BY 1
                   UNTIL WRK-IND-COMP > WRK-KIT-QT-COMP
               MOVE WRK-KIT-COMPONENTE(WRK-IND-COMP) TO EST-PRODUTO
               MOVE WRK-LOJA TO EST-LOJA
               READ ESTOQUE
                   INVALID KEY
                       MOVE ZEROS TO EST-SALDO
               END-READ
               PERFORM 0563-SALDO-LIVRE
               COMPUTE WRK-KITS-COMP =
                   WRK-SALDO-LIVRE / WRK-KIT-QTDE(WRK-IND-COMP)
               IF WRK-KITS-COMP < WRK-SALDO-KIT
                   MOVE WRK-KITS-COMP TO WRK-SALDO-KIT
               END-IF
           END-PERFORM.
           IF WRK-SALDO-KIT < WRK-ITEM-QTDE(WRK-IND-ITEM)
               MOVE 'N' TO WRK-ESTOQUE-FLAG
               DISPLAY 'KIT ' WRK-ITEM-PRODUTO(WRK-IND-ITEM)
                   ' - COMPONENTES DA LOJA PERMITEM ' WRK-SALDO-KIT
                   ' (PEDIDO ' WRK-ITEM-QTDE(WRK-IND-ITEM) ')'
               MOVE WRK-SALDO-KIT TO WRK-ITEM-DISPONIVEL(WRK-IND-ITEM)
           ELSE
               MOVE WRK-ITEM-QTDE(WRK-IND-ITEM) TO
                   WRK-ITEM-DISPONIVEL(WRK-IND-ITEM)
           END-IF.
           PERFORM VARYING WRK-IND-COMP FROM 1 BY 1
                   UNTIL WRK-IND-COMP > WRK-KIT-QT-COMP
               MOVE WRK-KIT-COMPONENTE(WRK-IND-COMP) TO EST-PRODUTO
               COMPUTE WRK-QTDE-BAIXA =
                   WRK-ITEM-DISPONIVEL(WRK-IND-ITEM) *
                   WRK-KIT-QTDE(WRK-IND-COMP)
               PERFORM 0564-RESERVAR-SALDO
           END-PERFORM.

      * SALDO DE EST-PRODUTO MENOS O QUE AS LINHAS ANTERIORES DO
      * PEDIDO JA RESERVARAM
       0563-SALDO-LIVRE.
           MOVE ZEROS TO WRK-RESERVADO.
           PERFORM VARYING WRK-IND-RES FROM 1 BY 1
                   UNTIL WRK-IND-RES > WRK-QT-RESERVAS
               IF WRK-RES-PRODUTO(WRK-IND-RES) EQUAL EST-PRODUTO
                   MOVE WRK-RES-QTDE(WRK-IND-RES) TO WRK-RESERVADO
               END-IF
           END-PERFORM.
           IF WRK-RESERVADO NOT LESS THAN EST-SALDO
               MOVE ZEROS TO WRK-SALDO-LIVRE
           ELSE
               COMPUTE WRK-SALDO-LIVRE = EST-SALDO - WRK-RESERVADO
           END-IF.

       0564-RESERVAR-SALDO.
           MOVE 'N' TO WRK-RES-FLAG.
           PERFORM VARYING WRK-IND-RES FROM 1 BY 1
                   UNTIL WRK-IND-RES > WRK-QT-RESERVAS
                   OR WRK-RES-ACHADA
               IF WRK-RES-PRODUTO(WRK-IND-RES) EQUAL EST-PRODUTO
                   ADD WRK-QTDE-BAIXA TO WRK-RES-QTDE(WRK-IND-RES)
                   SET WRK-RES-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WRK-RES-ACHADA
                   AND WRK-QT-RESERVAS < 2000
               ADD 1 TO WRK-QT-RESERVAS
               MOVE EST-PRODUTO TO WRK-RES-PRODUTO(WRK-QT-RESERVAS)
               MOVE WRK-QTDE-BAIXA TO WRK-RES-QTDE(WRK-QT-RESERVAS)
           END-IF.

      * COM PELO MENOS UM ITEM NA PRATELEIRA O OPERADOR PODE
      * CONFIRMAR O DISPONIVEL AGORA; O QUE FALTA VIRA PENDENCIA
      * LIGADA A ESTE PEDIDO E O FRETE JA COTADO FICA NELE
       0565-OFERECER-PARCIAL.
           IF WRK-QT-DISPONIVEIS EQUAL ZEROS
               DISPLAY 'NENHUM ITEM DISPONIVEL - PEDIDO FICA '
                   'GRAVADO EM ABERTO'
           ELSE
               DISPLAY 'CONFIRMAR OS ITENS DISPONIVEIS E DEIXAR O '
                   'QUE FALTA EM PENDENCIA (S/N): '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA-SIM
                   PERFORM 0570-SEPARAR-PENDENCIA
               ELSE
                   DISPLAY 'PEDIDO FICA GRAVADO EM ABERTO'
               END-IF
           END-IF.

       0570-SEPARAR-PENDENCIA.
           MOVE ZEROS TO WRK-VALOR-ITENS.
           MOVE ZEROS TO WRK-QT-PENDENTES.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                   UNTIL WRK-IND-ITEM > WRK-QT-ITENS
                   OR WRK-IND-ITEM > 100
               COMPUTE WRK-ITEM-PENDENTE(WRK-IND-ITEM) =
                   WRK-ITEM-QTDE(WRK-IND-ITEM) -
                   WRK-ITEM-DISPONIVEL(WRK-IND-ITEM)
               IF WRK-ITEM-PENDENTE(WRK-IND-ITEM) > 0
                   ADD 1 TO WRK-QT-PENDENTES
               END-IF
               MOVE WRK-ITEM-DISPONIVEL(WRK-IND-ITEM) TO
                   WRK-ITEM-QTDE(WRK-IND-ITEM)
               COMPUTE WRK-ITEM-TOTAL(WRK-IND-ITEM) =
                   WRK-ITEM-QTDE(WRK-IND-ITEM) *
                   WRK-ITEM-UNITARIO(WRK-IND-ITEM)
               ADD WRK-ITEM-TOTAL(WRK-IND-ITEM) TO WRK-VALOR-ITENS
           END-PERFORM.
           PERFORM 0400-COTAR-FRETE.
           MOVE WRK-VALOR-ITENS TO PED-VALOR-ITENS.
           IF WRK-COTACAO-OK
               MOVE WRK-TRANSPORTADORA TO PED-TRANSPORTADORA
               MOVE WRK-FRETE TO PED-FRETE
               MOVE WRK-ICMS TO PED-ICMS
               MOVE WRK-TOTAL-COTACAO TO PED-TOTAL
           ELSE
               COMPUTE PED-TOTAL = PED-VALOR-ITENS + PED-FRETE +
                   PED-ICMS
           END-IF.
           SET PED-SIT-CONFIRMADO TO TRUE.
           SET WRK-TEM-PENDENCIA TO TRUE.

       0580-GRAVAR-PENDENCIAS.
           OPEN I-O PENDENC.
           IF WRK-FS-PENDENC EQUAL '35'
               OPEN OUTPUT PENDENC
               CLOSE PENDENC
               OPEN I-O PENDENC
           END-IF.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                   UNTIL WRK-IND-ITEM > WRK-QT-ITENS
                   OR WRK-IND-ITEM > 100
               IF WRK-ITEM-PENDENTE(WRK-IND-ITEM) > 0
                   MOVE SPACES TO PEND-REG
                   MOVE WRK-NUMERO-PEDIDO TO PEND-PEDIDO
                   MOVE WRK-IND-ITEM TO PEND-ITEM
                   MOVE WRK-NUMERO-CLIENTE TO PEND-CLIENTE
                   MOVE WRK-LOJA TO PEND-LOJA
                   MOVE WRK-VENDEDOR TO PEND-VENDEDOR
                   MOVE WRK-ITEM-PRODUTO(WRK-IND-ITEM) TO
                       PEND-PRODUTO
                   MOVE WRK-ITEM-PENDENTE(WRK-IND-ITEM) TO PEND-QTDE
                   MOVE WRK-ITEM-UNITARIO(WRK-IND-ITEM) TO
                       PEND-UNITARIO
                   MOVE WRK-ITEM-CUSTO(WRK-IND-ITEM) TO
                       PEND-CUSTO-UNIT
                   MOVE WRK-ITEM-LISTA(WRK-IND-ITEM) TO
                       PEND-LISTA-PRECO
                   MOVE WRK-DATASYS TO PEND-DATA
                   MOVE ZEROS TO PEND-LIBERACAO
                   MOVE ZEROS TO PEND-PEDIDO-LIBERADO
                   SET PEND-SIT-ABERTA TO TRUE
                   WRITE PEND-REG
                       INVALID KEY
                           DISPLAY 'PENDENCIA DO ITEM ' PEND-ITEM
                               ' JA EXISTE'
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE PENDENC.
           DISPLAY WRK-QT-PENDENTES ' ITEM(NS) EM PENDENCIA DE '
               'ENTREGA - LIBERACAO PELO PROGCOB93'.

       0590-BAIXAR-ORCAMENTO.
           OPEN I-O ORCAM.
           IF WRK-FS-ORCAM EQUAL '00'
               MOVE WRK-NUMERO-ORC TO ORC-NUMERO
               READ ORCAM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ORC-SIT-CONVERTIDO TO TRUE
                       MOVE WRK-NUMERO-PEDIDO TO ORC-PEDIDO
                       MOVE WRK-DATASYS TO ORC-DATA-BAIXA
                       REWRITE ORC-REG
                       DISPLAY 'ORCAMENTO ' WRK-NUMERO-ORC
                           ' CONVERTIDO NO PEDIDO ' WRK-NUMERO-PEDIDO
               END-READ
               CLOSE ORCAM
           END-IF.

      * O DETALHE DO PEDIDO CONFIRMADO ENTRA EM VENDIT.DAT COM A
      * LOJA, NA SEQUENCIA LIVRE DO DIA, PARA O ACUMULADO DE
      * VENDASDIA.DAT CONTINUAR RECONSTRUIVEL PELO DETALHE
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                   UNTIL WRK-IND-ITEM > WRK-QT-ITENS
                   OR WRK-IND-ITEM > 100
               IF WRK-ITEM-QTDE(WRK-IND-ITEM) > 0
                   ADD 1 TO WRK-SEQ-ITEM
                   MOVE SPACES TO VENDIT-REG
                   MOVE WRK-DATASYS TO VENDIT-DATA
                   MOVE WRK-SEQ-ITEM TO VENDIT-SEQ
                   MOVE WRK-LOJA TO VENDIT-LOJA
                   MOVE WRK-ITEM-PRODUTO(WRK-IND-ITEM) TO
                       VENDIT-PRODUTO
                   MOVE WRK-ITEM-QTDE(WRK-IND-ITEM) TO VENDIT-QTDE
                   MOVE WRK-ITEM-UNITARIO(WRK-IND-ITEM) TO
                       VENDIT-UNITARIO
                   MOVE WRK-ITEM-TOTAL(WRK-IND-ITEM) TO VENDIT-TOTAL
                   MOVE WRK-NUMERO-PEDIDO TO VENDIT-PEDIDO
                   MOVE WRK-ITEM-LISTA(WRK-IND-ITEM) TO
                       VENDIT-LISTA-PRECO
                   MOVE WRK-ITEM-CUSTO(WRK-IND-ITEM) TO
                       VENDIT-CUSTO-UNIT
                   WRITE VENDIT-REG
                       INVALID KEY
                           DISPLAY 'FALHA AO GRAVAR ITEM DE VENDA '
                               VENDIT-SEQ
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE VENDIT.

       0700-BAIXAR-ESTOQUE.
           MOVE 'S' TO WRK-BAIXA-FLAG.
           OPEN I-O ESTOQUE.
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
               DISPLAY 'ESTOQUE.DAT INDISPONIVEL - BAIXA NAO '
                       UNTIL WRK-IND-ITEM > WRK-QT-ITENS
                       OR WRK-IND-ITEM > 100
                   MOVE WRK-ITEM-PRODUTO(WRK-IND-ITEM) TO
                       WRK-KIT-PRODUTO
                   CALL 'PROGCOBKIT' USING WRK-KIT-AREA
                   IF WRK-KIT-QT-COMP > ZEROS
                       PERFORM 0710-BAIXAR-COMPONENTES
                   ELSE
                       MOVE WRK-ITEM-PRODUTO(WRK-IND-ITEM) TO
                           EST-PRODUTO
                       MOVE WRK-LOJA TO EST-LOJA
                       READ ESTOQUE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE WRK-ITEM-QTDE(WRK-IND-ITEM) TO
                                   WRK-QTDE-BAIXA
                               PERFORM 0720-BAIXAR-SALDO
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ESTOQUE
               IF WRK-BAIXA-OK
                   DISPLAY 'ESTOQUE BAIXADO NA LOJA ' WRK-LOJA
               ELSE
                   DISPLAY 'BAIXA INCOMPLETA NA LOJA ' WRK-LOJA
                       ' - CONFERIR O SALDO DOS PRODUTOS ACIMA'
               END-IF
           END-IF.

      * A DEMANDA DE CADA COMPONENTE JA FOI SOMADA ENTRE AS LINHAS
      * NA CONFERENCIA (0560), ENTAO A BAIXA DE TODOS OS KITS CABE
      * NO SALDO
       0710-BAIXAR-COMPONENTES.
           PERFORM VARYING WRK-IND-COMP FROM 1 BY 1
                   UNTIL WRK-IND-COMP > WRK-KIT-QT-COMP
               MOVE WRK-KIT-COMPONENTE(WRK-IND-COMP) TO EST-PRODUTO
               MOVE WRK-LOJA TO EST-LOJA
               READ ESTOQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WRK-QTDE-BAIXA =
                           WRK-ITEM-QTDE(WRK-IND-ITEM) *
                           WRK-KIT-QTDE(WRK-IND-COMP)
                       PERFORM 0720-BAIXAR-SALDO
               END-READ
           END-PERFORM.

      * SALDO MENOR QUE A BAIXA SO ACONTECE SE O ESTOQUE MUDOU
      * DEPOIS DA CONFERENCIA - O SALDO NAO E ZERADO NEM FICA
      * NEGATIVO: O PRODUTO FICA SEM BAIXA E SAI O AVISO PARA
      * ACERTAR
       0720-BAIXAR-SALDO.
           IF EST-SALDO < WRK-QTDE-BAIXA
               MOVE 'N' TO WRK-BAIXA-FLAG
               DISPLAY 'SALDO DE ' EST-PRODUTO ' (' EST-SALDO
                   ') MENOR QUE A BAIXA (' WRK-QTDE-BAIXA
                   ') - PRODUTO NAO BAIXADO'
           ELSE
               SUBTRACT WRK-QTDE-BAIXA FROM EST-SALDO
               REWRITE EST-REG
               MOVE 'A' TO WRK-JRN-OPERACAO
               PERFORM 0963-JORNAL-ESTOQUE
           END-IF.

       0600-LANCAR-VENDA.
           END-READ.
           CLOSE VENDASDIA.
           DISPLAY 'VENDA LANCADA NO HISTORICO DA LOJA ' WRK-LOJA.

       0800-AVISAR-CONFIRMACAO.
           MOVE 'PCF' TO WRK-NTF-TIPO.
           MOVE PED-CLIENTE TO WRK-NTF-CLIENTE.
           MOVE PED-NUMERO TO WRK-NTF-PEDIDO.
           MOVE ZEROS TO WRK-NTF-PARCELA.
           MOVE PED-TOTAL TO WRK-NTF-VALOR.
           MOVE PED-DATA TO WRK-NTF-DATA-REF.
           MOVE SPACES TO WRK-NTF-REFERENCIA.
           CALL 'PROGCOBNTF' USING WRK-NTF-AREA.

       0961-JORNAL-PEDIDOS.
           MOVE 'PEDIDOS' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-PEDIDOS TO WRK-JRN-FS.
           MOVE PEDIDO-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.

       0963-JORNAL-ESTOQUE.
           MOVE 'ESTOQUE' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-ESTOQUE TO WRK-JRN-FS.
           MOVE EST-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
