       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB87.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: PEDIDOS DE COMPRA A FORNECEDORES - INCLUI O
      * PEDIDO (FORNECEDOR ATIVO DE FORNECEDORES.DAT, LOJA DE
      * ENTREGA, DATA PREVISTA E UMA LINHA POR PRODUTO ATIVO DE
      * PRODUTOS.DAT COM QUANTIDADE E PRECO UNITARIO COMBINADO)
      * EM PEDCOMPRA.DAT, NUMERADO PELO CONTROLE SEQUENCIAL
      * PCCTRL.DAT; CONSULTA O PEDIDO, CANCELA O SALDO DE UMA
      * LINHA E IMPRIME O RELATORIO DE PEDIDOS EM ABERTO
      * (PCABREL.DAT) COM O QUE ESTA ATRASADO E O QUE FOI
      * RECEBIDO SO EM PARTE; O RECEBIMENTO CONTRA A LINHA
      * ACONTECE NA ENTRADA DE MERCADORIA (PROGCOB52)
      * ATUALIZACAO: REVISAO DOS RASCUNHOS DA REPOSICAO
      * AUTOMATICA (PROGCOB92) - O COMPRADOR ALTERA QUANTIDADE E
      * PRECO, DESCARTA LINHAS E LIBERA O PEDIDO, QUE SO ENTAO
      * PODE SER RECEBIDO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDCOMPRA ASSIGN TO "PEDCOMPRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCOM-CHAVE
               FILE STATUS IS WRK-FS-PEDCOMPRA.

           SELECT FORNECEDORES ASSIGN TO "FORNECEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS WRK-FS-FORNECEDORES.

           SELECT PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTOS.

           SELECT LOJAS ASSIGN TO "LOJAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOJA-NUMERO
               FILE STATUS IS WRK-FS-LOJAS.

           SELECT PCCTRL ASSIGN TO "PCCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PCCTRL.

           SELECT PCABREL ASSIGN TO "PCABREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PCABREL.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDCOMPRA.
           COPY PCOMREG.

       FD  FORNECEDORES.
           COPY FORNREG.

       FD  PRODUTOS.
           COPY PRODREG.

       FD  LOJAS.
           COPY LOJREG.

       FD  PCCTRL.
       01  PCCTRL-REG.
           02  PCCTRL-PROXIMO      PIC 9(06).

       FD  PCABREL.
       01  PCABREL-LINHA           PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-PEDCOMPRA  PIC X(02)      VALUE SPACES.
       77 WRK-FS-FORNECEDORES PIC X(02)    VALUE SPACES.
       77 WRK-FS-PRODUTOS   PIC X(02)      VALUE SPACES.
       77 WRK-FS-LOJAS      PIC X(02)      VALUE SPACES.
       77 WRK-FS-PCCTRL     PIC X(02)      VALUE SPACES.
       77 WRK-FS-PCABREL    PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-OPCAO         PIC X(01)      VALUE SPACES.
       77 WRK-FIM-MENU      PIC X(01)      VALUE 'N'.
           88 WRK-MENU-FIM         VALUE 'S'.
       77 WRK-PROXIMO-PEDIDO PIC 9(06)     VALUE 1.
       77 WRK-NUMERO-PEDIDO PIC 9(06)      VALUE ZEROS.
       77 WRK-LINHA-PEDIDO  PIC 9(02)      VALUE ZEROS.
       77 WRK-QT-LINHAS     PIC 9(02)      VALUE ZEROS.
       77 WRK-FORNECEDOR    PIC 9(06)      VALUE ZEROS.
       77 WRK-FORN-VALIDO   PIC X(01)      VALUE 'N'.
           88 WRK-FORN-OK          VALUE 'S'.
       77 WRK-LOJA          PIC 9(03)      VALUE ZEROS.
       77 WRK-LOJA-FLAG     PIC X(01)      VALUE 'N'.
           88 WRK-LOJA-VALIDA      VALUE 'S'.
       77 WRK-PRODUTO       PIC X(10)      VALUE SPACES.
       77 WRK-PRODUTO-FLAG  PIC X(01)      VALUE 'N'.
           88 WRK-PRODUTO-VALIDO   VALUE 'S'.
       77 WRK-QTDE          PIC 9(05)      VALUE ZEROS.
       77 WRK-PRECO         PIC 9(06)V99   VALUE ZEROS.
       77 WRK-PREVISTA      PIC 9(08)      VALUE ZEROS.
       77 WRK-CONFIRMA      PIC X(01)      VALUE SPACES.
           88 WRK-CONFIRMA-SIM     VALUE 'S'.
       77 WRK-DATA-FUNCAO   PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2 PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-ATRASO   PIC S9(08)     VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-PENDENTE      PIC 9(05)      VALUE ZEROS.
       77 WRK-VALOR-PENDENTE PIC 9(10)V99  VALUE ZEROS.
       77 WRK-QT-ABERTAS    PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-ATRASADAS  PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-PARCIAIS   PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-PENDENTE PIC 9(12)V99  VALUE ZEROS.
       77 WRK-MARCA-ATRASO  PIC X(08)      VALUE SPACES.
       77 WRK-MARCA-PARCIAL PIC X(07)      VALUE SPACES.
       77 WRK-DIAS-ED       PIC ZZZ9       VALUE ZEROS.
       77 WRK-QT-RASCUNHOS  PIC 9(05)      VALUE ZEROS.
       77 WRK-PEDIDO-ANTERIOR PIC 9(06)    VALUE ZEROS.
       77 WRK-QT-LIBERADAS  PIC 9(02)      VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(100)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0100-MENU UNTIL WRK-MENU-FIM.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.

       0100-MENU.
           DISPLAY '=============================================='.
           DISPLAY 'PEDIDOS DE COMPRA A FORNECEDORES'.
           DISPLAY '1 - INCLUIR PEDIDO DE COMPRA'.
           DISPLAY '2 - CONSULTAR PEDIDO DE COMPRA'.
           DISPLAY '3 - CANCELAR SALDO DE UMA LINHA'.
           DISPLAY '4 - RELATORIO DE PEDIDOS EM ABERTO'.
           DISPLAY '5 - REVISAR E LIBERAR RASCUNHOS DE REPOSICAO'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 1000-INCLUIR-PEDIDO
               WHEN '2'
                   PERFORM 2000-CONSULTAR-PEDIDO
               WHEN '3'
                   PERFORM 3000-CANCELAR-LINHA
               WHEN '4'
                   PERFORM 4000-RELATORIO-ABERTOS
               WHEN '5'
                   PERFORM 5000-REVISAR-RASCUNHOS
               WHEN 'X'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
           END-EVALUATE.

      * O CABECALHO (FORNECEDOR, LOJA E DATA PREVISTA) VALE PARA
      * TODAS AS LINHAS - CADA LINHA GUARDA UMA COPIA PARA O
      * RECEBIMENTO NAO PRECISAR DE OUTRO ARQUIVO
       1000-INCLUIR-PEDIDO.
           DISPLAY 'CODIGO DO FORNECEDOR: '.
           ACCEPT WRK-FORNECEDOR.
           PERFORM 1100-VALIDAR-FORNECEDOR.
           IF WRK-FORN-OK
               PERFORM 1200-VALIDAR-LOJA
               PERFORM 1300-CAPTURAR-PREVISTA
               PERFORM 1050-LER-CONTROLE
               MOVE WRK-PROXIMO-PEDIDO TO WRK-NUMERO-PEDIDO
               OPEN I-O PEDCOMPRA
               IF WRK-FS-PEDCOMPRA EQUAL '35'
                   OPEN OUTPUT PEDCOMPRA
                   CLOSE PEDCOMPRA
                   OPEN I-O PEDCOMPRA
               END-IF
               MOVE ZEROS TO WRK-QT-LINHAS
               MOVE 'X' TO WRK-PRODUTO
               PERFORM UNTIL WRK-PRODUTO EQUAL SPACES
                   DISPLAY 'CODIGO DO PRODUTO (BRANCO ENCERRA): '
                   MOVE SPACES TO WRK-PRODUTO
                   ACCEPT WRK-PRODUTO
                   IF WRK-PRODUTO NOT EQUAL SPACES
                       PERFORM 1400-INCLUIR-LINHA
                   END-IF
               END-PERFORM
               CLOSE PEDCOMPRA
               IF WRK-QT-LINHAS EQUAL ZEROS
                   DISPLAY 'PEDIDO SEM LINHAS - NADA GRAVADO'
               ELSE
                   ADD 1 TO WRK-PROXIMO-PEDIDO
                   PERFORM 1060-GRAVAR-CONTROLE
                   DISPLAY 'PEDIDO DE COMPRA ' WRK-NUMERO-PEDIDO
                       ' GRAVADO COM ' WRK-QT-LINHAS ' LINHA(S)'
               END-IF
           END-IF.

       1050-LER-CONTROLE.
           MOVE 1 TO WRK-PROXIMO-PEDIDO.
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

       1060-GRAVAR-CONTROLE.
           OPEN OUTPUT PCCTRL.
           MOVE WRK-PROXIMO-PEDIDO TO PCCTRL-PROXIMO.
           WRITE PCCTRL-REG.
           CLOSE PCCTRL.

       1100-VALIDAR-FORNECEDOR.
           MOVE 'N' TO WRK-FORN-VALIDO.
           OPEN INPUT FORNECEDORES.
           IF WRK-FS-FORNECEDORES NOT EQUAL '00'
               DISPLAY 'ARQUIVO FORNECEDORES.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-FORNECEDOR TO FORN-CODIGO
               READ FORNECEDORES
                   INVALID KEY
                       DISPLAY 'FORNECEDOR NAO CADASTRADO'
                   NOT INVALID KEY
                       IF FORN-SIT-ATIVO
                           SET WRK-FORN-OK TO TRUE
                           DISPLAY 'FORNECEDOR: ' FORN-NOME
                       ELSE
                           DISPLAY 'FORNECEDOR EXCLUIDO'
                       END-IF
               END-READ
               CLOSE FORNECEDORES
           END-IF.

      * SEM LOJAS.DAT A LOJA ENTRA COMO DIGITADA, COMO NA
      * ENTRADA DE PEDIDOS DE VENDA
       1200-VALIDAR-LOJA.
           MOVE 'N' TO WRK-LOJA-FLAG.
           OPEN INPUT LOJAS.
           IF WRK-FS-LOJAS NOT EQUAL '00'
               DISPLAY 'LOJA DE ENTREGA: '
               ACCEPT WRK-LOJA
           ELSE
               PERFORM UNTIL WRK-LOJA-VALIDA
                   DISPLAY 'LOJA DE ENTREGA: '
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

       1300-CAPTURAR-PREVISTA.
           MOVE 'N' TO WRK-DATA-VALIDA.
           PERFORM UNTIL WRK-DATA-OK
               DISPLAY 'DATA PREVISTA DE ENTREGA (AAAAMMDD): '
               ACCEPT WRK-PREVISTA
               MOVE 'V' TO WRK-DATA-FUNCAO
               MOVE WRK-PREVISTA TO WRK-DATA-SERVICO
               MOVE ZEROS TO WRK-DATA-SERVICO2
               CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
                   WRK-DATA-SERVICO WRK-DATA-SERVICO2
                   WRK-DIAS-ATRASO WRK-DATA-VALIDA
               IF NOT WRK-DATA-OK
                   DISPLAY 'DATA INVALIDA'
               END-IF
           END-PERFORM.

       1400-INCLUIR-LINHA.
           PERFORM 1410-VALIDAR-PRODUTO.
           IF NOT WRK-PRODUTO-VALIDO
               DISPLAY 'PRODUTO NAO CADASTRADO OU INATIVO - '
                   'LINHA RECUSADA'
           ELSE
               IF WRK-QT-LINHAS NOT LESS THAN 99
                   DISPLAY 'LIMITE DE 99 LINHAS ATINGIDO - '
                       'LINHA RECUSADA'
               ELSE
                   DISPLAY 'QUANTIDADE PEDIDA: '
                   ACCEPT WRK-QTDE
                   DISPLAY 'PRECO UNITARIO COMBINADO: '
                   ACCEPT WRK-PRECO
                   IF WRK-QTDE EQUAL ZEROS
                       DISPLAY 'QUANTIDADE ZERADA - LINHA RECUSADA'
                   ELSE
                       ADD 1 TO WRK-QT-LINHAS
                       MOVE SPACES TO PCOM-REG
                       MOVE WRK-NUMERO-PEDIDO TO PCOM-NUMERO
                       MOVE WRK-QT-LINHAS TO PCOM-LINHA
                       MOVE WRK-FORNECEDOR TO PCOM-FORNECEDOR
                       MOVE WRK-PRODUTO TO PCOM-PRODUTO
                       MOVE WRK-LOJA TO PCOM-LOJA
                       MOVE WRK-QTDE TO PCOM-QTDE
                       MOVE ZEROS TO PCOM-QTDE-RECEBIDA
                       MOVE WRK-PRECO TO PCOM-PRECO-UNIT
                       MOVE WRK-DATASYS TO PCOM-EMISSAO
                       MOVE WRK-PREVISTA TO PCOM-PREVISTA
                       MOVE ZEROS TO PCOM-ULT-RECEBIMENTO
                       SET PCOM-SIT-ABERTA TO TRUE
                       WRITE PCOM-REG
                           INVALID KEY
                               DISPLAY 'FALHA AO GRAVAR A LINHA '
                                   PCOM-LINHA
                               SUBTRACT 1 FROM WRK-QT-LINHAS
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       1410-VALIDAR-PRODUTO.
           MOVE 'N' TO WRK-PRODUTO-FLAG.
           OPEN INPUT PRODUTOS.
           IF WRK-FS-PRODUTOS EQUAL '00'
               MOVE WRK-PRODUTO TO PROD-CODIGO
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

       2000-CONSULTAR-PEDIDO.
           DISPLAY 'NUMERO DO PEDIDO DE COMPRA: '.
           ACCEPT WRK-NUMERO-PEDIDO.
           MOVE ZEROS TO WRK-QT-LINHAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PEDCOMPRA.
           IF WRK-FS-PEDCOMPRA NOT EQUAL '00'
               DISPLAY 'ARQUIVO PEDCOMPRA.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-NUMERO-PEDIDO TO PCOM-NUMERO
               MOVE ZEROS TO PCOM-LINHA
               START PEDCOMPRA KEY IS NOT LESS THAN PCOM-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ PEDCOMPRA NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF PCOM-NUMERO NOT EQUAL
                                   WRK-NUMERO-PEDIDO
                               SET WRK-FIM-ARQ TO TRUE
                           ELSE
                               PERFORM 2100-EXIBIR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDCOMPRA
               IF WRK-QT-LINHAS EQUAL ZEROS
                   DISPLAY 'PEDIDO DE COMPRA NAO ENCONTRADO'
               END-IF
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       2100-EXIBIR-LINHA.
           ADD 1 TO WRK-QT-LINHAS.
           IF WRK-QT-LINHAS EQUAL 1
               DISPLAY 'FORNECEDOR ' PCOM-FORNECEDOR
                   ' LOJA ' PCOM-LOJA ' EMISSAO ' PCOM-EMISSAO
                   ' PREVISTA ' PCOM-PREVISTA
               DISPLAY 'LN PRODUTO    PEDIDA RECEB. PRECO UNIT. SIT'
           END-IF.
           DISPLAY PCOM-LINHA ' ' PCOM-PRODUTO ' ' PCOM-QTDE
               '  ' PCOM-QTDE-RECEBIDA ' ' PCOM-PRECO-UNIT
               '   ' PCOM-SITUACAO.

      * LINHA SEM NADA RECEBIDO E CANCELADA; LINHA PARCIAL TEM A
      * QUANTIDADE PEDIDA REDUZIDA AO JA RECEBIDO E FICA ENCERRADA
       3000-CANCELAR-LINHA.
           DISPLAY 'NUMERO DO PEDIDO DE COMPRA: '.
           ACCEPT WRK-NUMERO-PEDIDO.
           DISPLAY 'LINHA: '.
           ACCEPT WRK-LINHA-PEDIDO.
           OPEN I-O PEDCOMPRA.
           IF WRK-FS-PEDCOMPRA NOT EQUAL '00'
               DISPLAY 'ARQUIVO PEDCOMPRA.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-NUMERO-PEDIDO TO PCOM-NUMERO
               MOVE WRK-LINHA-PEDIDO TO PCOM-LINHA
               READ PEDCOMPRA
                   INVALID KEY
                       DISPLAY 'LINHA DO PEDIDO NAO ENCONTRADA'
                   NOT INVALID KEY
                       IF NOT PCOM-SIT-RECEBIVEL
                           DISPLAY 'LINHA JA ENCERRADA (SITUACAO '
                               PCOM-SITUACAO ')'
                       ELSE
                           PERFORM 3100-ENCERRAR-LINHA
                       END-IF
               END-READ
               CLOSE PEDCOMPRA
           END-IF.

       3100-ENCERRAR-LINHA.
           DISPLAY 'PRODUTO ' PCOM-PRODUTO ' PEDIDA ' PCOM-QTDE
               ' RECEBIDA ' PCOM-QTDE-RECEBIDA.
           DISPLAY 'CONFIRMA O CANCELAMENTO DO SALDO (S/N): '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA-SIM
               IF PCOM-QTDE-RECEBIDA EQUAL ZEROS
                   SET PCOM-SIT-CANCELADA TO TRUE
               ELSE
                   MOVE PCOM-QTDE-RECEBIDA TO PCOM-QTDE
                   SET PCOM-SIT-RECEBIDA TO TRUE
               END-IF
               REWRITE PCOM-REG
               DISPLAY 'SALDO DA LINHA CANCELADO'
           ELSE
               DISPLAY 'CANCELAMENTO ABANDONADO'
           END-IF.

      * ATRASADA = DATA PREVISTA JA PASSOU COM SALDO PENDENTE;
      * PARCIAL = JA RECEBEU ALGUMA COISA E AINDA FALTA SALDO
       4000-RELATORIO-ABERTOS.
           MOVE ZEROS TO WRK-QT-ABERTAS.
           MOVE ZEROS TO WRK-QT-ATRASADAS.
           MOVE ZEROS TO WRK-QT-PARCIAIS.
           MOVE ZEROS TO WRK-TOTAL-PENDENTE.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PEDCOMPRA.
           IF WRK-FS-PEDCOMPRA NOT EQUAL '00'
               DISPLAY 'ARQUIVO PEDCOMPRA.DAT NAO ENCONTRADO'
           ELSE
               OPEN OUTPUT PCABREL
               MOVE SPACES TO PCABREL-LINHA
               STRING 'PROGCOB87 - PEDIDOS DE COMPRA EM ABERTO - '
                   WRK-DATASYS
                   DELIMITED BY SIZE INTO PCABREL-LINHA
               WRITE PCABREL-LINHA
               MOVE SPACES TO PCABREL-LINHA
               STRING 'PEDIDO LN FORNEC PRODUTO    LOJA PEDIDA '
                   'RECEB. PEND.  PREVISTA DIAS SITUACAO'
                   DELIMITED BY SIZE INTO PCABREL-LINHA
               WRITE PCABREL-LINHA
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
                           IF PCOM-SIT-RECEBIVEL
                               PERFORM 4100-IMPRIMIR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDCOMPRA
               MOVE SPACES TO PCABREL-LINHA
               WRITE PCABREL-LINHA
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'LINHAS EM ABERTO: ' WRK-QT-ABERTAS
                   '  ATRASADAS: ' WRK-QT-ATRASADAS
                   '  PARCIAIS: ' WRK-QT-PARCIAIS
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO PCABREL-LINHA
               WRITE PCABREL-LINHA
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'VALOR PENDENTE A RECEBER: ' WRK-TOTAL-PENDENTE
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO PCABREL-LINHA
               WRITE PCABREL-LINHA
               CLOSE PCABREL
               DISPLAY 'RELATORIO GRAVADO EM PCABREL.DAT - '
                   WRK-QT-ABERTAS ' LINHA(S) EM ABERTO, '
                   WRK-QT-ATRASADAS ' ATRASADA(S)'
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       4100-IMPRIMIR-LINHA.
           ADD 1 TO WRK-QT-ABERTAS.
           COMPUTE WRK-PENDENTE = PCOM-QTDE - PCOM-QTDE-RECEBIDA.
           COMPUTE WRK-VALOR-PENDENTE =
               WRK-PENDENTE * PCOM-PRECO-UNIT.
           ADD WRK-VALOR-PENDENTE TO WRK-TOTAL-PENDENTE.
           MOVE 'D' TO WRK-DATA-FUNCAO.
           MOVE PCOM-PREVISTA TO WRK-DATA-SERVICO.
           MOVE WRK-DATASYS TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DIAS-ATRASO WRK-DATA-VALIDA.
           IF NOT WRK-DATA-OK OR WRK-DIAS-ATRASO < ZEROS
               MOVE ZEROS TO WRK-DIAS-ATRASO
           END-IF.
           MOVE SPACES TO WRK-MARCA-ATRASO.
           MOVE SPACES TO WRK-MARCA-PARCIAL.
           IF WRK-DIAS-ATRASO > ZEROS
               ADD 1 TO WRK-QT-ATRASADAS
               MOVE 'ATRASADO' TO WRK-MARCA-ATRASO
           END-IF.
           IF PCOM-SIT-PARCIAL
               ADD 1 TO WRK-QT-PARCIAIS
               MOVE 'PARCIAL' TO WRK-MARCA-PARCIAL
           END-IF.
           MOVE WRK-DIAS-ATRASO TO WRK-DIAS-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING PCOM-NUMERO ' ' PCOM-LINHA ' ' PCOM-FORNECEDOR
               ' ' PCOM-PRODUTO ' ' PCOM-LOJA '  ' PCOM-QTDE
               '  ' PCOM-QTDE-RECEBIDA ' ' WRK-PENDENTE ' '
               PCOM-PREVISTA ' ' WRK-DIAS-ED ' '
               WRK-MARCA-ATRASO ' ' WRK-MARCA-PARCIAL
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO PCABREL-LINHA.
           WRITE PCABREL-LINHA.

      * O RASCUNHO SAI DA REPOSICAO AUTOMATICA COM O CUSTO MEDIO
      * COMO PRECO SUGERIDO - O COMPRADOR ACERTA O PRECO
      * COMBINADO, ZERA A QUANTIDADE DAS LINHAS QUE NAO QUER E
      * LIBERA; A EMISSAO PASSA A SER A DATA DA LIBERACAO
       5000-REVISAR-RASCUNHOS.
           PERFORM 5100-LISTAR-RASCUNHOS.
           IF WRK-QT-RASCUNHOS EQUAL ZEROS
               DISPLAY 'NENHUM RASCUNHO DE REPOSICAO PENDENTE'
           ELSE
               DISPLAY 'NUMERO DO PEDIDO A REVISAR (ZERO VOLTA): '
               ACCEPT WRK-NUMERO-PEDIDO
               IF WRK-NUMERO-PEDIDO NOT EQUAL ZEROS
                   PERFORM 5200-REVISAR-PEDIDO
               END-IF
           END-IF.

       5100-LISTAR-RASCUNHOS.
           MOVE ZEROS TO WRK-QT-RASCUNHOS.
           MOVE ZEROS TO WRK-PEDIDO-ANTERIOR.
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
                           IF PCOM-SIT-RASCUNHO
                               ADD 1 TO WRK-QT-RASCUNHOS
                               IF PCOM-NUMERO NOT EQUAL
                                       WRK-PEDIDO-ANTERIOR
                                   MOVE PCOM-NUMERO TO
                                       WRK-PEDIDO-ANTERIOR
                                   DISPLAY 'RASCUNHO ' PCOM-NUMERO
                                       ' FORNECEDOR ' PCOM-FORNECEDOR
                                       ' LOJA ' PCOM-LOJA
                                       ' EMISSAO ' PCOM-EMISSAO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDCOMPRA
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       5200-REVISAR-PEDIDO.
           MOVE ZEROS TO WRK-QT-LINHAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN I-O PEDCOMPRA.
           IF WRK-FS-PEDCOMPRA NOT EQUAL '00'
               DISPLAY 'ARQUIVO PEDCOMPRA.DAT NAO ENCONTRADO'
           ELSE
               PERFORM 5205-PERCORRER-RASCUNHO
               CLOSE PEDCOMPRA
           END-IF.

       5205-PERCORRER-RASCUNHO.
           MOVE WRK-NUMERO-PEDIDO TO PCOM-NUMERO.
           MOVE ZEROS TO PCOM-LINHA.
           START PEDCOMPRA KEY IS NOT LESS THAN PCOM-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ PEDCOMPRA NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF PCOM-NUMERO NOT EQUAL WRK-NUMERO-PEDIDO
                           SET WRK-FIM-ARQ TO TRUE
                       ELSE
                           IF PCOM-SIT-RASCUNHO
                               PERFORM 5210-EDITAR-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.
           IF WRK-QT-LINHAS EQUAL ZEROS
               DISPLAY 'PEDIDO SEM LINHAS EM RASCUNHO'
           ELSE
               DISPLAY 'LIBERAR O PEDIDO PARA O FORNECEDOR (S/N): '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA-SIM
                   PERFORM 5300-LIBERAR-PEDIDO
               ELSE
                   DISPLAY 'PEDIDO CONTINUA EM RASCUNHO'
               END-IF
           END-IF.

       5210-EDITAR-LINHA.
           ADD 1 TO WRK-QT-LINHAS.
           DISPLAY 'LINHA ' PCOM-LINHA ' PRODUTO ' PCOM-PRODUTO
               ' QTDE ' PCOM-QTDE ' PRECO ' PCOM-PRECO-UNIT
               ' PREVISTA ' PCOM-PREVISTA.
           DISPLAY 'NOVA QUANTIDADE (ZERO DESCARTA A LINHA): '.
           ACCEPT WRK-QTDE.
           IF WRK-QTDE EQUAL ZEROS
               SET PCOM-SIT-CANCELADA TO TRUE
               DISPLAY 'LINHA DESCARTADA'
           ELSE
               MOVE WRK-QTDE TO PCOM-QTDE
               DISPLAY 'PRECO COMBINADO (ZERO MANTEM): '
               ACCEPT WRK-PRECO
               IF WRK-PRECO NOT EQUAL ZEROS
                   MOVE WRK-PRECO TO PCOM-PRECO-UNIT
               END-IF
           END-IF.
           REWRITE PCOM-REG.

       5300-LIBERAR-PEDIDO.
           MOVE ZEROS TO WRK-QT-LIBERADAS.
           MOVE WRK-NUMERO-PEDIDO TO PCOM-NUMERO.
           MOVE ZEROS TO PCOM-LINHA.
           START PEDCOMPRA KEY IS NOT LESS THAN PCOM-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ PEDCOMPRA NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF PCOM-NUMERO NOT EQUAL WRK-NUMERO-PEDIDO
                           SET WRK-FIM-ARQ TO TRUE
                       ELSE
                           IF PCOM-SIT-RASCUNHO
                               SET PCOM-SIT-ABERTA TO TRUE
                               MOVE WRK-DATASYS TO PCOM-EMISSAO
                               REWRITE PCOM-REG
                               ADD 1 TO WRK-QT-LIBERADAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.
           DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO ' LIBERADO COM '
               WRK-QT-LIBERADAS ' LINHA(S)'.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB87' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-ABERTAS TO RUNLOG-QTDE-REGISTROS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
