       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB92.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: PROPOSTA DE REPOSICAO AUTOMATICA - SOMA AS
      * VENDAS DOS ULTIMOS N DIAS (VENDIT.DAT) POR PRODUTO E
      * LOJA, TIRA A MEDIA DIARIA E PROPOE A QUANTIDADE QUE
      * COBRE O PRAZO DE ENTREGA DO PRODUTO MAIS O ESTOQUE
      * MINIMO, DESCONTANDO O SALDO E O QUE JA ESTA PEDIDO; AS
      * PROPOSTAS SAO GRAVADAS COMO PEDIDOS DE COMPRA EM
      * RASCUNHO (PEDCOMPRA.DAT), UM POR FORNECEDOR PREFERENCIAL
      * E LOJA DE ENTREGA, PARA O COMPRADOR REVISAR E LIBERAR NO
      * PROGCOB87; O RESUMO SAI EM REPOPROP.DAT
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDIT ASSIGN TO "VENDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDIT-CHAVE
               FILE STATUS IS WRK-FS-VENDIT.

           SELECT ESTOQUE ASSIGN TO "ESTOQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTOS.

           SELECT FORNECEDORES ASSIGN TO "FORNECEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS WRK-FS-FORNECEDORES.

           SELECT PEDCOMPRA ASSIGN TO "PEDCOMPRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCOM-CHAVE
               FILE STATUS IS WRK-FS-PEDCOMPRA.

           SELECT PCCTRL ASSIGN TO "PCCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PCCTRL.

           SELECT REPOPROP ASSIGN TO "REPOPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPOPROP.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDIT.
           COPY VENDITRG.

       FD  ESTOQUE.
           COPY ESTREG.

       FD  PRODUTOS.
           COPY PRODREG.

       FD  FORNECEDORES.
           COPY FORNREG.

       FD  PEDCOMPRA.
           COPY PCOMREG.

       FD  PCCTRL.
       01  PCCTRL-REG.
           02  PCCTRL-PROXIMO      PIC 9(06).

       FD  REPOPROP.
       01  REPOPROP-LINHA          PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-VENDIT     PIC X(02)      VALUE SPACES.
       77 WRK-FS-ESTOQUE    PIC X(02)      VALUE SPACES.
       77 WRK-FS-PRODUTOS   PIC X(02)      VALUE SPACES.
       77 WRK-FS-FORNECEDORES PIC X(02)    VALUE SPACES.
       77 WRK-FS-PEDCOMPRA  PIC X(02)      VALUE SPACES.
       77 WRK-FS-PCCTRL     PIC X(02)      VALUE SPACES.
       77 WRK-FS-REPOPROP   PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-PRODUTOS-ABERTO PIC X(01)    VALUE 'N'.
           88 WRK-PRODUTOS-OK      VALUE 'S'.
       77 WRK-FORNEC-ABERTO PIC X(01)      VALUE 'N'.
           88 WRK-FORNEC-OK        VALUE 'S'.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-JANELA        PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-VENDIT     PIC 9(07)      VALUE ZEROS.
       77 WRK-DATA-FUNCAO   PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2 PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-VENDA    PIC S9(08)     VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-NA-JANELA     PIC X(01)      VALUE 'N'.
           88 WRK-DENTRO-JANELA    VALUE 'S'.
       77 WRK-IND           PIC 9(04)      VALUE ZEROS.
       77 WRK-IND2          PIC 9(04)      VALUE ZEROS.
       77 WRK-ACHOU         PIC X(01)      VALUE 'N'.
           88 WRK-ACHOU-SIM        VALUE 'S'.
       77 WRK-FORNEC-VALIDO PIC X(01)      VALUE 'N'.
           88 WRK-FORNEC-ATIVO     VALUE 'S'.
       77 WRK-VENDIDO       PIC 9(09)      VALUE ZEROS.
       77 WRK-PENDENTE      PIC 9(07)      VALUE ZEROS.
       77 WRK-MEDIA-DIA     PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-MEDIA-ED      PIC ZZZZ9,99   VALUE ZEROS.
       77 WRK-NECESSIDADE   PIC 9(09)      VALUE ZEROS.
       77 WRK-PROPOSTA      PIC S9(09)     VALUE ZEROS.
       77 WRK-QTDE-ED       PIC ZZZZ9      VALUE ZEROS.
       77 WRK-PROXIMO-PEDIDO PIC 9(06)     VALUE 1.
       77 WRK-NUMERO-PEDIDO PIC 9(06)      VALUE ZEROS.
       77 WRK-QT-LINHAS     PIC 9(02)      VALUE ZEROS.
       77 WRK-QT-PEDIDOS    PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-PROPOSTAS  PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-SEM-FORNEC PIC 9(05)      VALUE ZEROS.
       77 WRK-GRUPO-FORNEC  PIC 9(06)      VALUE ZEROS.
       77 WRK-GRUPO-LOJA    PIC 9(03)      VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(100)     VALUE SPACES.
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
       77 WRK-QT-VND        PIC 9(04)      VALUE ZEROS.
       01 WRK-TAB-VENDAS.
           02 WRK-VND OCCURS 3000 TIMES.
               05 WRK-VND-PRODUTO  PIC X(10).
               05 WRK-VND-LOJA     PIC 9(03).
               05 WRK-VND-QTDE     PIC 9(09).
       77 WRK-QT-PEND       PIC 9(04)      VALUE ZEROS.
       01 WRK-TAB-PENDENTES.
           02 WRK-PND OCCURS 2000 TIMES.
               05 WRK-PND-PRODUTO  PIC X(10).
               05 WRK-PND-LOJA     PIC 9(03).
               05 WRK-PND-QTDE     PIC 9(07).
       77 WRK-QT-PROP       PIC 9(04)      VALUE ZEROS.
       01 WRK-TAB-PROPOSTAS.
           02 WRK-PRP OCCURS 1000 TIMES.
               05 WRK-PRP-FORNEC   PIC 9(06).
               05 WRK-PRP-LOJA     PIC 9(03).
               05 WRK-PRP-PRODUTO  PIC X(10).
               05 WRK-PRP-QTDE     PIC 9(05).
               05 WRK-PRP-PRECO    PIC 9(06)V99.
               05 WRK-PRP-PRAZO    PIC 9(03).
               05 WRK-PRP-GRAVADA  PIC X(01).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIAR.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           DISPLAY 'JANELA DE VENDAS EM DIAS (ZERO = 90): '.
           ACCEPT WRK-JANELA.
           IF WRK-JANELA EQUAL ZEROS
               MOVE 90 TO WRK-JANELA
           END-IF.
           OPEN INPUT PRODUTOS.
           IF WRK-FS-PRODUTOS EQUAL '00'
               SET WRK-PRODUTOS-OK TO TRUE
           END-IF.
           OPEN INPUT FORNECEDORES.
           IF WRK-FS-FORNECEDORES EQUAL '00'
               SET WRK-FORNEC-OK TO TRUE
           END-IF.
           PERFORM 0150-SOMAR-VENDAS.
           PERFORM 0170-CARREGAR-PENDENTES.
           OPEN OUTPUT REPOPROP.
           MOVE SPACES TO REPOPROP-LINHA.
           STRING 'PROGCOB92 - PROPOSTA DE REPOSICAO - JANELA DE '
               WRK-JANELA ' DIAS - ' WRK-DATASYS
               DELIMITED BY SIZE INTO REPOPROP-LINHA.
           WRITE REPOPROP-LINHA.
           MOVE SPACES TO REPOPROP-LINHA.
           STRING 'LOJA PRODUTO    MEDIA/DIA PRAZO   SALDO PEDIDO '
               'PROPOSTA FORNEC. OBSERVACAO'
               DELIMITED BY SIZE INTO REPOPROP-LINHA.
           WRITE REPOPROP-LINHA.

      * O DETALHE E CHAVEADO POR DATA + SEQUENCIA - ACHADA A
      * PRIMEIRA VENDA DENTRO DA JANELA, TODO O RESTO DO ARQUIVO
      * TAMBEM ESTA DENTRO E NAO PRECISA MAIS CHAMAR O PROGCOBDATA
       0150-SOMAR-VENDAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE 'N' TO WRK-NA-JANELA.
           OPEN INPUT VENDIT.
           IF WRK-FS-VENDIT NOT EQUAL '00'
               DISPLAY 'ARQUIVO VENDIT.DAT NAO ENCONTRADO - MEDIA '
                   'DE VENDA ZERO PARA TODOS OS ITENS'
           ELSE
               MOVE LOW-VALUES TO VENDIT-CHAVE
               START VENDIT KEY IS NOT LESS THAN VENDIT-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ VENDIT NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF NOT WRK-DENTRO-JANELA
                               PERFORM 0155-TESTAR-JANELA
                           END-IF
                           IF WRK-DENTRO-JANELA
                               ADD 1 TO WRK-QT-VENDIT
                               PERFORM 0160-ACUMULAR-VENDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDIT
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0155-TESTAR-JANELA.
           MOVE 'D' TO WRK-DATA-FUNCAO.
           MOVE VENDIT-DATA TO WRK-DATA-SERVICO.
           MOVE WRK-DATASYS TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DIAS-VENDA WRK-DATA-VALIDA.
           IF WRK-DATA-OK AND WRK-DIAS-VENDA < WRK-JANELA
               SET WRK-DENTRO-JANELA TO TRUE
           END-IF.

       0160-ACUMULAR-VENDA.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-VND OR WRK-ACHOU-SIM
               IF WRK-VND-PRODUTO(WRK-IND) EQUAL VENDIT-PRODUTO
                       AND WRK-VND-LOJA(WRK-IND) EQUAL VENDIT-LOJA
                   SET WRK-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM.
           IF WRK-ACHOU-SIM
               SUBTRACT 1 FROM WRK-IND
               ADD VENDIT-QTDE TO WRK-VND-QTDE(WRK-IND)
           ELSE
               IF WRK-QT-VND < 3000
                   ADD 1 TO WRK-QT-VND
                   MOVE VENDIT-PRODUTO TO WRK-VND-PRODUTO(WRK-QT-VND)
                   MOVE VENDIT-LOJA TO WRK-VND-LOJA(WRK-QT-VND)
                   MOVE VENDIT-QTDE TO WRK-VND-QTDE(WRK-QT-VND)
               ELSE
                   DISPLAY 'TABELA DE VENDAS CHEIA - '
                       VENDIT-PRODUTO ' LOJA ' VENDIT-LOJA
                       ' FORA DO CALCULO'
               END-IF
           END-IF.

      * O QUE JA ESTA PEDIDO (LINHA ABERTA, PARCIAL OU RASCUNHO DE
      * RODADA ANTERIOR AINDA NAO REVISADO) ABATE A PROPOSTA, PARA
      * A RODADA REPETIDA NAO PEDIR DUAS VEZES
       0170-CARREGAR-PENDENTES.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PEDCOMPRA.
           IF WRK-FS-PEDCOMPRA EQUAL '00'
               MOVE LOW-VALUES TO PCOM-CHAVE
               START PEDCOMPRA KEY IS NOT LESS THAN PCOM-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ PEDCOMPRA NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF PCOM-SIT-RECEBIVEL OR PCOM-SIT-RASCUNHO
                               PERFORM 0180-ACUMULAR-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDCOMPRA
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0180-ACUMULAR-PENDENTE.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-PEND OR WRK-ACHOU-SIM
               IF WRK-PND-PRODUTO(WRK-IND) EQUAL PCOM-PRODUTO
                       AND WRK-PND-LOJA(WRK-IND) EQUAL PCOM-LOJA
                   SET WRK-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM.
           IF WRK-ACHOU-SIM
               SUBTRACT 1 FROM WRK-IND
           ELSE
               IF WRK-QT-PEND < 2000
                   ADD 1 TO WRK-QT-PEND
                   MOVE WRK-QT-PEND TO WRK-IND
                   MOVE PCOM-PRODUTO TO WRK-PND-PRODUTO(WRK-IND)
                   MOVE PCOM-LOJA TO WRK-PND-LOJA(WRK-IND)
                   MOVE ZEROS TO WRK-PND-QTDE(WRK-IND)
               ELSE
                   MOVE ZEROS TO WRK-IND
                   DISPLAY 'TABELA DE PEDIDOS PENDENTES CHEIA - '
                       PCOM-PRODUTO ' LOJA ' PCOM-LOJA
                       ' FORA DO CALCULO'
               END-IF
           END-IF.
           IF WRK-IND > ZEROS
               IF PCOM-QTDE > PCOM-QTDE-RECEBIDA
                   COMPUTE WRK-PND-QTDE(WRK-IND) =
                       WRK-PND-QTDE(WRK-IND) + PCOM-QTDE -
                       PCOM-QTDE-RECEBIDA
               END-IF
           END-IF.

       0200-PROCESSAR.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ESTOQUE.
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
               DISPLAY 'ARQUIVO ESTOQUE.DAT NAO ENCONTRADO'
           ELSE
               MOVE LOW-VALUES TO EST-CHAVE
               START ESTOQUE KEY IS NOT LESS THAN EST-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ ESTOQUE NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           PERFORM 0210-CALCULAR-PROPOSTA
                   END-READ
               END-PERFORM
               CLOSE ESTOQUE
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           IF WRK-QT-PROP > ZEROS
               PERFORM 0400-GRAVAR-RASCUNHOS
           END-IF.

      * NECESSIDADE = MEDIA DIARIA X PRAZO DE ENTREGA + MINIMO;
      * PROPOSTA = NECESSIDADE - SALDO - JA PEDIDO
       0210-CALCULAR-PROPOSTA.
           MOVE ZEROS TO WRK-VENDIDO.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-VND
               IF WRK-VND-PRODUTO(WRK-IND) EQUAL EST-PRODUTO
                       AND WRK-VND-LOJA(WRK-IND) EQUAL EST-LOJA
                   MOVE WRK-VND-QTDE(WRK-IND) TO WRK-VENDIDO
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-PENDENTE.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-PEND
               IF WRK-PND-PRODUTO(WRK-IND) EQUAL EST-PRODUTO
                       AND WRK-PND-LOJA(WRK-IND) EQUAL EST-LOJA
                   MOVE WRK-PND-QTDE(WRK-IND) TO WRK-PENDENTE
               END-IF
           END-PERFORM.
           MOVE SPACES TO PROD-SITUACAO.
           MOVE ZEROS TO PROD-FORNECEDOR.
           MOVE ZEROS TO PROD-PRAZO-ENTREGA.
           MOVE ZEROS TO PROD-CUSTO-MEDIO.
           IF WRK-PRODUTOS-OK
               MOVE EST-PRODUTO TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       MOVE SPACES TO PROD-SITUACAO
               END-READ
           END-IF.
           IF PROD-SIT-ATIVO
               IF PROD-PRAZO-ENTREGA IS NOT NUMERIC
                   MOVE ZEROS TO PROD-PRAZO-ENTREGA
               END-IF
               IF PROD-FORNECEDOR IS NOT NUMERIC
                   MOVE ZEROS TO PROD-FORNECEDOR
               END-IF
               IF PROD-CUSTO-MEDIO IS NOT NUMERIC
                   MOVE ZEROS TO PROD-CUSTO-MEDIO
               END-IF
               COMPUTE WRK-MEDIA-DIA ROUNDED = WRK-VENDIDO / WRK-JANELA
               COMPUTE WRK-NECESSIDADE ROUNDED =
                   WRK-MEDIA-DIA * PROD-PRAZO-ENTREGA + EST-MINIMO
               COMPUTE WRK-PROPOSTA = WRK-NECESSIDADE - EST-SALDO -
                   WRK-PENDENTE
               IF WRK-PROPOSTA > ZEROS
                   PERFORM 0220-REGISTRAR-PROPOSTA
               END-IF
           END-IF.

       0220-REGISTRAR-PROPOSTA.
           IF WRK-PROPOSTA > 99999
               MOVE 99999 TO WRK-PROPOSTA
           END-IF.
           MOVE 'N' TO WRK-FORNEC-VALIDO.
           IF PROD-FORNECEDOR > ZEROS AND WRK-FORNEC-OK
               MOVE PROD-FORNECEDOR TO FORN-CODIGO
               READ FORNECEDORES
                   INVALID KEY
                       MOVE 'N' TO WRK-FORNEC-VALIDO
                   NOT INVALID KEY
                       IF FORN-SIT-ATIVO
                           SET WRK-FORNEC-ATIVO TO TRUE
                       END-IF
               END-READ
           END-IF.
           MOVE SPACES TO WRK-LINHA-ED.
           MOVE WRK-MEDIA-DIA TO WRK-MEDIA-ED.
           MOVE WRK-PROPOSTA TO WRK-QTDE-ED.
           IF NOT WRK-FORNEC-ATIVO
               ADD 1 TO WRK-QT-SEM-FORNEC
               STRING EST-LOJA '  ' EST-PRODUTO ' ' WRK-MEDIA-ED
                   '   ' PROD-PRAZO-ENTREGA ' ' EST-SALDO ' '
                   WRK-PENDENTE ' ' WRK-QTDE-ED ' ' PROD-FORNECEDOR
                   ' SEM FORNECEDOR ATIVO'
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           ELSE
               IF WRK-QT-PROP < 1000
                   ADD 1 TO WRK-QT-PROP
                   MOVE PROD-FORNECEDOR TO WRK-PRP-FORNEC(WRK-QT-PROP)
                   MOVE EST-LOJA TO WRK-PRP-LOJA(WRK-QT-PROP)
                   MOVE EST-PRODUTO TO WRK-PRP-PRODUTO(WRK-QT-PROP)
                   MOVE WRK-PROPOSTA TO WRK-PRP-QTDE(WRK-QT-PROP)
                   MOVE PROD-CUSTO-MEDIO TO
                       WRK-PRP-PRECO(WRK-QT-PROP)
                   MOVE PROD-PRAZO-ENTREGA TO
                       WRK-PRP-PRAZO(WRK-QT-PROP)
                   MOVE 'N' TO WRK-PRP-GRAVADA(WRK-QT-PROP)
                   ADD 1 TO WRK-QT-PROPOSTAS
                   STRING EST-LOJA '  ' EST-PRODUTO ' ' WRK-MEDIA-ED
                       '   ' PROD-PRAZO-ENTREGA ' ' EST-SALDO ' '
                       WRK-PENDENTE ' ' WRK-QTDE-ED ' '
                       PROD-FORNECEDOR ' PROPOSTO'
                       DELIMITED BY SIZE INTO WRK-LINHA-ED
               ELSE
                   STRING EST-LOJA '  ' EST-PRODUTO ' ' WRK-MEDIA-ED
                       '   ' PROD-PRAZO-ENTREGA ' ' EST-SALDO ' '
                       WRK-PENDENTE ' ' WRK-QTDE-ED ' '
                       PROD-FORNECEDOR ' TABELA CHEIA - NAO GRAVADO'
                       DELIMITED BY SIZE INTO WRK-LINHA-ED
               END-IF
           END-IF.
           MOVE WRK-LINHA-ED TO REPOPROP-LINHA.
           WRITE REPOPROP-LINHA.

       0300-FINALIZAR.
           IF WRK-PRODUTOS-OK
               CLOSE PRODUTOS
           END-IF.
           IF WRK-FORNEC-OK
               CLOSE FORNECEDORES
           END-IF.
           MOVE SPACES TO REPOPROP-LINHA.
           WRITE REPOPROP-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'ITENS PROPOSTOS: ' WRK-QT-PROPOSTAS
               '  RASCUNHOS GERADOS: ' WRK-QT-PEDIDOS
               '  SEM FORNECEDOR: ' WRK-QT-SEM-FORNEC
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO REPOPROP-LINHA.
           WRITE REPOPROP-LINHA.
           CLOSE REPOPROP.
           DISPLAY 'PROPOSTA GRAVADA EM REPOPROP.DAT - '
               WRK-QT-PEDIDOS ' RASCUNHO(S) DE PEDIDO PARA REVISAO '
               'NO PROGCOB87'.
           PERFORM 0900-GRAVAR-RUNLOG.

      * UM PEDIDO POR FORNECEDOR + LOJA DE ENTREGA (O CABECALHO DO
      * PEDIDO TEM UMA SO LOJA); PASSANDO DE 99 LINHAS ABRE OUTRO
      * NUMERO PARA O MESMO GRUPO
       0400-GRAVAR-RASCUNHOS.
           PERFORM 0410-LER-CONTROLE.
           OPEN I-O PEDCOMPRA.
           IF WRK-FS-PEDCOMPRA EQUAL '35'
               OPEN OUTPUT PEDCOMPRA
               CLOSE PEDCOMPRA
               OPEN I-O PEDCOMPRA
           END-IF.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-PROP
               IF WRK-PRP-GRAVADA(WRK-IND) EQUAL 'N'
                   MOVE WRK-PRP-FORNEC(WRK-IND) TO WRK-GRUPO-FORNEC
                   MOVE WRK-PRP-LOJA(WRK-IND) TO WRK-GRUPO-LOJA
                   PERFORM 0420-ABRIR-PEDIDO
                   PERFORM VARYING WRK-IND2 FROM WRK-IND BY 1
                           UNTIL WRK-IND2 > WRK-QT-PROP
                       IF WRK-PRP-GRAVADA(WRK-IND2) EQUAL 'N'
                               AND WRK-PRP-FORNEC(WRK-IND2) EQUAL
                                   WRK-GRUPO-FORNEC
                               AND WRK-PRP-LOJA(WRK-IND2) EQUAL
                                   WRK-GRUPO-LOJA
                           IF WRK-QT-LINHAS NOT LESS THAN 99
                               PERFORM 0420-ABRIR-PEDIDO
                           END-IF
                           PERFORM 0430-GRAVAR-LINHA
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE PEDCOMPRA.
           PERFORM 0440-GRAVAR-CONTROLE.

       0410-LER-CONTROLE.
           OPEN INPUT PCCTRL.
           IF WRK-FS-PCCTRL EQUAL '00'
               READ PCCTRL
                   NOT AT END
                       IF PCCTRL-PROXIMO IS NUMERIC
                               AND PCCTRL-PROXIMO > 0
                           MOVE PCCTRL-PROXIMO TO
                               WRK-PROXIMO-PEDIDO
                       END-IF
               END-READ
               CLOSE PCCTRL
           END-IF.

       0420-ABRIR-PEDIDO.
           MOVE WRK-PROXIMO-PEDIDO TO WRK-NUMERO-PEDIDO.
           ADD 1 TO WRK-PROXIMO-PEDIDO.
           MOVE ZEROS TO WRK-QT-LINHAS.
           ADD 1 TO WRK-QT-PEDIDOS.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'RASCUNHO ' WRK-NUMERO-PEDIDO ' - FORNECEDOR '
               WRK-GRUPO-FORNEC ' - LOJA DE ENTREGA ' WRK-GRUPO-LOJA
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           DISPLAY WRK-LINHA-ED.

       0430-GRAVAR-LINHA.
           ADD 1 TO WRK-QT-LINHAS.
           MOVE SPACES TO PCOM-REG.
           MOVE WRK-NUMERO-PEDIDO TO PCOM-NUMERO.
           MOVE WRK-QT-LINHAS TO PCOM-LINHA.
           MOVE WRK-GRUPO-FORNEC TO PCOM-FORNECEDOR.
           MOVE WRK-PRP-PRODUTO(WRK-IND2) TO PCOM-PRODUTO.
           MOVE WRK-GRUPO-LOJA TO PCOM-LOJA.
           MOVE WRK-PRP-QTDE(WRK-IND2) TO PCOM-QTDE.
           MOVE ZEROS TO PCOM-QTDE-RECEBIDA.
           MOVE WRK-PRP-PRECO(WRK-IND2) TO PCOM-PRECO-UNIT.
           MOVE WRK-DATASYS TO PCOM-EMISSAO.
           PERFORM 0450-CALCULAR-PREVISTA.
           MOVE WRK-DATA-CONV-NUM TO PCOM-PREVISTA.
           MOVE ZEROS TO PCOM-ULT-RECEBIMENTO.
           SET PCOM-SIT-RASCUNHO TO TRUE.
           WRITE PCOM-REG
               INVALID KEY
                   DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO ' LINHA '
                       WRK-QT-LINHAS ' JA EXISTE - CONFIRA PCCTRL.DAT'
           END-WRITE.
           MOVE 'S' TO WRK-PRP-GRAVADA(WRK-IND2).

       0440-GRAVAR-CONTROLE.
           OPEN OUTPUT PCCTRL.
           MOVE WRK-PROXIMO-PEDIDO TO PCCTRL-PROXIMO.
           WRITE PCCTRL-REG.
           CLOSE PCCTRL.

      * PREVISAO DE ENTREGA = HOJE + PRAZO DO PRODUTO
       0450-CALCULAR-PREVISTA.
           MOVE WRK-DATASYS TO WRK-DATA-CONV-NUM.
           COMPUTE WRK-DIA-SOMA = WRK-CONV-DIA +
               WRK-PRP-PRAZO(WRK-IND2).
           PERFORM 0460-DIAS-DO-MES-ATUAL.
           PERFORM UNTIL WRK-DIA-SOMA NOT GREATER THAN
                   WRK-DIAS-NO-MES
               SUBTRACT WRK-DIAS-NO-MES FROM WRK-DIA-SOMA
               ADD 1 TO WRK-CONV-MES
               IF WRK-CONV-MES > 12
                   MOVE 1 TO WRK-CONV-MES
                   ADD 1 TO WRK-CONV-ANO
               END-IF
               PERFORM 0460-DIAS-DO-MES-ATUAL
           END-PERFORM.
           MOVE WRK-DIA-SOMA TO WRK-CONV-DIA.

       0460-DIAS-DO-MES-ATUAL.
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

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB92' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-PROPOSTAS TO RUNLOG-QTDE-REGISTROS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
