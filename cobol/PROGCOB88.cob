       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB88.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: MARGEM BRUTA DO MES - LE OS ITENS VENDIDOS EM
      * VENDIT.DAT (BALCAO E PEDIDOS CONFIRMADOS) NO MES
      * INFORMADO, COMPARA A RECEITA COM O CUSTO DAS MERCADORIAS
      * VENDIDAS (CUSTO MEDIO GRAVADO NO ITEM OU, NOS ITENS
      * ANTIGOS, O CUSTO MEDIO ATUAL DO CADASTRO) E IMPRIME EM
      * MARGEM.DAT O VALOR E O PERCENTUAL DE MARGEM POR PRODUTO,
      * POR LOJA (LOJAS.DAT) E POR VENDEDOR DO PEDIDO
      * (PED-VENDEDOR), COM OS PEDIDOS CONFIRMADOS DE CADA UM
      * ATUALIZACAO: PEDIDO DA FILA NOTURNA (PROGCOB125) - COM
      * RELPARM.DAT DE MARGEM PRESENTE, O MES DA APURACAO VEM DE
      * LA EM VEZ DA PERGUNTA DA TELA
      * ATUALIZACAO: ITENS DE PEDIDO CANCELADO FICAM FORA DA
      * RECEITA, DO CUSTO E DAS TRES QUEBRAS, COMO NO PROGCOB57
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

           SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDIDOS.

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

           SELECT VENDEDORES ASSIGN TO "VENDEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VDR-CODIGO
               FILE STATUS IS WRK-FS-VENDEDORES.

           SELECT MARGEM ASSIGN TO "MARGEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MARGEM.

           SELECT RELPARM ASSIGN TO "RELPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELPARM.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDIT.
           COPY VENDITRG.

       FD  PEDIDOS.
           COPY PEDREG.

       FD  PRODUTOS.
           COPY PRODREG.

       FD  LOJAS.
           COPY LOJREG.

       FD  VENDEDORES.
           COPY VDRREG.

       FD  MARGEM.
       01  MARGEM-LINHA        PIC X(100).

       FD  RELPARM.
           COPY RELPARM.

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-VENDIT     PIC X(02)      VALUE SPACES.
       77 WRK-FS-PEDIDOS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-PRODUTOS   PIC X(02)      VALUE SPACES.
       77 WRK-FS-LOJAS      PIC X(02)      VALUE SPACES.
       77 WRK-FS-VENDEDORES PIC X(02)      VALUE SPACES.
       77 WRK-FS-MARGEM     PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-FS-RELPARM    PIC X(02)      VALUE SPACES.
       77 WRK-MODO-FILA     PIC X(01)      VALUE 'N'.
           88 WRK-EM-FILA          VALUE 'S'.
       77 WRK-PRODUTOS-ABERTO PIC X(01)    VALUE 'N'.
           88 WRK-PRODUTOS-OK      VALUE 'S'.
       77 WRK-PEDIDOS-ABERTO PIC X(01)     VALUE 'N'.
           88 WRK-PEDIDOS-OK       VALUE 'S'.
       77 WRK-CADASTRO-ABERTO PIC X(01)    VALUE 'N'.
           88 WRK-CADASTRO-OK      VALUE 'S'.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-QT-ITENS      PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-PEDIDOS    PIC 9(05)      VALUE ZEROS.
       77 WRK-CUSTO-UNIT    PIC 9(06)V99   VALUE ZEROS.
       77 WRK-CMV-LINHA     PIC 9(12)V99   VALUE ZEROS.
       77 WRK-VENDEDOR      PIC 9(04)      VALUE ZEROS.
       77 WRK-CANCELADO     PIC X(01)      VALUE 'N'.
           88 WRK-PED-CANCELADO    VALUE 'S'.
       77 WRK-QT-CANCELADOS PIC 9(07)      VALUE ZEROS.
       77 WRK-RECEITA       PIC 9(12)V99   VALUE ZEROS.
       77 WRK-CMV           PIC 9(12)V99   VALUE ZEROS.
       77 WRK-MARGEM        PIC S9(12)V99  VALUE ZEROS.
       77 WRK-MARGEM-PERC   PIC S9(05)V99  VALUE ZEROS.
       77 WRK-TOTAL-RECEITA PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOTAL-CMV     PIC 9(12)V99   VALUE ZEROS.
       77 WRK-RECEITA-ED    PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CMV-ED        PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-MARGEM-ED     PIC -ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-PERC-ED       PIC -ZZZ9,99   VALUE ZEROS.
       77 WRK-NOME          PIC X(30)      VALUE SPACES.
       77 WRK-ROTULO        PIC X(10)      VALUE SPACES.
       77 WRK-IND           PIC 9(03)      VALUE ZEROS.
       77 WRK-ACHOU         PIC X(01)      VALUE 'N'.
           88 WRK-ACHOU-SIM        VALUE 'S'.
       77 WRK-LINHA-ED      PIC X(100)     VALUE SPACES.
       01 WRK-MES-REF.
           02 WRK-REF-ANO      PIC 9(04).
           02 WRK-REF-MES      PIC 9(02).
       01 WRK-MES-REF-NUM REDEFINES WRK-MES-REF PIC 9(06).
       01 WRK-DATA-PED.
           02 WRK-PED-ANOMES   PIC 9(06).
           02 WRK-PED-DIA      PIC 9(02).
       01 WRK-DATA-PED-NUM REDEFINES WRK-DATA-PED PIC 9(08).
       77 WRK-QT-PROD       PIC 9(03)      VALUE ZEROS.
       01 WRK-TAB-PRODUTOS.
           02 WRK-MPROD OCCURS 500 TIMES.
               05 WRK-MPROD-CODIGO  PIC X(10).
               05 WRK-MPROD-QTDE    PIC 9(07).
               05 WRK-MPROD-RECEITA PIC 9(12)V99.
               05 WRK-MPROD-CMV     PIC 9(12)V99.
       77 WRK-QT-LOJA       PIC 9(03)      VALUE ZEROS.
       01 WRK-TAB-LOJAS.
           02 WRK-MLOJA OCCURS 100 TIMES.
               05 WRK-MLOJA-CODIGO  PIC 9(03).
               05 WRK-MLOJA-RECEITA PIC 9(12)V99.
               05 WRK-MLOJA-CMV     PIC 9(12)V99.
       77 WRK-QT-VDR        PIC 9(03)      VALUE ZEROS.
       01 WRK-TAB-VENDEDORES.
           02 WRK-MVDR OCCURS 200 TIMES.
               05 WRK-MVDR-CODIGO   PIC 9(04).
               05 WRK-MVDR-PEDIDOS  PIC 9(05).
               05 WRK-MVDR-RECEITA  PIC 9(12)V99.
               05 WRK-MVDR-CMV      PIC 9(12)V99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIAR.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0050-LER-PARAMETRO-FILA.
           IF NOT WRK-EM-FILA
               DISPLAY 'MES DA APURACAO DE MARGEM (AAAAMM): '
               ACCEPT WRK-MES-REF-NUM
           END-IF.
           OPEN INPUT PRODUTOS.
           IF WRK-FS-PRODUTOS EQUAL '00'
               SET WRK-PRODUTOS-OK TO TRUE
           END-IF.
           OPEN INPUT PEDIDOS.
           IF WRK-FS-PEDIDOS EQUAL '00'
               SET WRK-PEDIDOS-OK TO TRUE
           END-IF.

      * RELPARM.DAT SO EXISTE DURANTE A RODADA DA FILA NOTURNA E
      * SO VALE QUANDO O PEDIDO E DE MARGEM
       0050-LER-PARAMETRO-FILA.
           MOVE 'N' TO WRK-MODO-FILA.
           OPEN INPUT RELPARM.
           IF WRK-FS-RELPARM EQUAL '00'
               READ RELPARM
                   NOT AT END
                       IF RELPARM-RELATORIO EQUAL 'MG'
                           SET WRK-EM-FILA TO TRUE
                           MOVE RELPARM-MES TO WRK-MES-REF-NUM
                       END-IF
               END-READ
               CLOSE RELPARM
           END-IF.

      * O DETALHE E CHAVEADO POR DATA + SEQUENCIA, ENTAO O MES
      * COMECA NO DIA 01 E TERMINA NA PRIMEIRA DATA DE OUTRO MES
       0200-PROCESSAR.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT VENDIT.
           IF WRK-FS-VENDIT NOT EQUAL '00'
               DISPLAY 'ARQUIVO VENDIT.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-MES-REF-NUM TO WRK-PED-ANOMES
               MOVE 01 TO WRK-PED-DIA
               MOVE WRK-DATA-PED-NUM TO VENDIT-DATA
               MOVE ZEROS TO VENDIT-SEQ
               START VENDIT KEY IS NOT LESS THAN VENDIT-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ VENDIT NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           MOVE VENDIT-DATA TO WRK-DATA-PED-NUM
                           IF WRK-PED-ANOMES NOT EQUAL
                                   WRK-MES-REF-NUM
                               SET WRK-FIM-ARQ TO TRUE
                           ELSE
                               PERFORM 0210-ACUMULAR-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDIT
           END-IF.
           PERFORM 0250-CONTAR-PEDIDOS.

      * ITEM SEM PEDIDO E VENDA DE BALCAO E FICA NO VENDEDOR 0000;
      * ITEM DE PEDIDO CANCELADO (O PROGCOB55 ESTORNA A VENDA MAS
      * DEIXA O ITEM EM VENDIT) FICA FORA DE TODA A MARGEM
       0210-ACUMULAR-ITEM.
           MOVE ZEROS TO WRK-VENDEDOR.
           MOVE 'N' TO WRK-CANCELADO.
           IF VENDIT-PEDIDO IS NUMERIC AND VENDIT-PEDIDO > ZEROS
                   AND WRK-PEDIDOS-OK
               MOVE VENDIT-PEDIDO TO PED-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PED-VENDEDOR TO WRK-VENDEDOR
                       IF PED-SIT-CANCELADO
                           SET WRK-PED-CANCELADO TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF WRK-PED-CANCELADO
               ADD 1 TO WRK-QT-CANCELADOS
           ELSE
               PERFORM 0215-SOMAR-ITEM
           END-IF.

      * ITEM GRAVADO ANTES DO CUSTO NO DETALHE USA O CUSTO MEDIO
      * ATUAL DO CADASTRO
       0215-SOMAR-ITEM.
           ADD 1 TO WRK-QT-ITENS.
           MOVE ZEROS TO WRK-CUSTO-UNIT.
           IF VENDIT-CUSTO-UNIT IS NUMERIC
               MOVE VENDIT-CUSTO-UNIT TO WRK-CUSTO-UNIT
           END-IF.
           IF WRK-CUSTO-UNIT EQUAL ZEROS AND WRK-PRODUTOS-OK
               MOVE VENDIT-PRODUTO TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PROD-CUSTO-MEDIO IS NUMERIC
                           MOVE PROD-CUSTO-MEDIO TO WRK-CUSTO-UNIT
                       END-IF
               END-READ
           END-IF.
           COMPUTE WRK-CMV-LINHA = VENDIT-QTDE * WRK-CUSTO-UNIT.
           ADD VENDIT-TOTAL TO WRK-TOTAL-RECEITA.
           ADD WRK-CMV-LINHA TO WRK-TOTAL-CMV.
           PERFORM 0220-ACUMULAR-PRODUTO.
           PERFORM 0230-ACUMULAR-LOJA.
           PERFORM 0240-ACUMULAR-VENDEDOR.

       0220-ACUMULAR-PRODUTO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-PROD OR WRK-ACHOU-SIM
               IF WRK-MPROD-CODIGO(WRK-IND) EQUAL VENDIT-PRODUTO
                   SET WRK-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM.
           IF WRK-ACHOU-SIM
               SUBTRACT 1 FROM WRK-IND
           ELSE
               IF WRK-QT-PROD < 500
                   ADD 1 TO WRK-QT-PROD
                   MOVE WRK-QT-PROD TO WRK-IND
                   MOVE VENDIT-PRODUTO TO WRK-MPROD-CODIGO(WRK-IND)
                   MOVE ZEROS TO WRK-MPROD-QTDE(WRK-IND)
                   MOVE ZEROS TO WRK-MPROD-RECEITA(WRK-IND)
                   MOVE ZEROS TO WRK-MPROD-CMV(WRK-IND)
                   SET WRK-ACHOU-SIM TO TRUE
               ELSE
                   DISPLAY 'TABELA DE PRODUTOS CHEIA - PRODUTO '
                       VENDIT-PRODUTO ' FORA DO QUADRO'
               END-IF
           END-IF.
           IF WRK-ACHOU-SIM
               ADD VENDIT-QTDE TO WRK-MPROD-QTDE(WRK-IND)
               ADD VENDIT-TOTAL TO WRK-MPROD-RECEITA(WRK-IND)
               ADD WRK-CMV-LINHA TO WRK-MPROD-CMV(WRK-IND)
           END-IF.

       0230-ACUMULAR-LOJA.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-LOJA OR WRK-ACHOU-SIM
               IF WRK-MLOJA-CODIGO(WRK-IND) EQUAL VENDIT-LOJA
                   SET WRK-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM.
           IF WRK-ACHOU-SIM
               SUBTRACT 1 FROM WRK-IND
           ELSE
               IF WRK-QT-LOJA < 100
                   ADD 1 TO WRK-QT-LOJA
                   MOVE WRK-QT-LOJA TO WRK-IND
                   MOVE VENDIT-LOJA TO WRK-MLOJA-CODIGO(WRK-IND)
                   MOVE ZEROS TO WRK-MLOJA-RECEITA(WRK-IND)
                   MOVE ZEROS TO WRK-MLOJA-CMV(WRK-IND)
                   SET WRK-ACHOU-SIM TO TRUE
               ELSE
                   DISPLAY 'TABELA DE LOJAS CHEIA - LOJA '
                       VENDIT-LOJA ' FORA DO QUADRO'
               END-IF
           END-IF.
           IF WRK-ACHOU-SIM
               ADD VENDIT-TOTAL TO WRK-MLOJA-RECEITA(WRK-IND)
               ADD WRK-CMV-LINHA TO WRK-MLOJA-CMV(WRK-IND)
           END-IF.

       0240-ACUMULAR-VENDEDOR.
           PERFORM 0245-LOCALIZAR-VENDEDOR.
           IF WRK-ACHOU-SIM
               ADD VENDIT-TOTAL TO WRK-MVDR-RECEITA(WRK-IND)
               ADD WRK-CMV-LINHA TO WRK-MVDR-CMV(WRK-IND)
           END-IF.

       0245-LOCALIZAR-VENDEDOR.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-VDR OR WRK-ACHOU-SIM
               IF WRK-MVDR-CODIGO(WRK-IND) EQUAL WRK-VENDEDOR
                   SET WRK-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM.
           IF WRK-ACHOU-SIM
               SUBTRACT 1 FROM WRK-IND
           ELSE
               IF WRK-QT-VDR < 200
                   ADD 1 TO WRK-QT-VDR
                   MOVE WRK-QT-VDR TO WRK-IND
                   MOVE WRK-VENDEDOR TO WRK-MVDR-CODIGO(WRK-IND)
                   MOVE ZEROS TO WRK-MVDR-PEDIDOS(WRK-IND)
                   MOVE ZEROS TO WRK-MVDR-RECEITA(WRK-IND)
                   MOVE ZEROS TO WRK-MVDR-CMV(WRK-IND)
                   SET WRK-ACHOU-SIM TO TRUE
               ELSE
                   DISPLAY 'TABELA DE VENDEDORES CHEIA - VENDEDOR '
                       WRK-VENDEDOR ' FORA DO QUADRO'
               END-IF
           END-IF.

      * PEDIDO CONFIRMADO NO MES CONTA PARA O VENDEDOR MESMO QUE
      * SEUS ITENS SEJAM ANTERIORES AO NUMERO DO PEDIDO NO DETALHE
       0250-CONTAR-PEDIDOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           IF WRK-PEDIDOS-OK
               MOVE LOW-VALUES TO PED-NUMERO
               START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ PEDIDOS NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           MOVE PED-DATA TO WRK-DATA-PED-NUM
                           IF PED-SIT-CONFIRMADO
                                   AND WRK-PED-ANOMES EQUAL
                                       WRK-MES-REF-NUM
                               ADD 1 TO WRK-QT-PEDIDOS
                               MOVE PED-VENDEDOR TO WRK-VENDEDOR
                               PERFORM 0245-LOCALIZAR-VENDEDOR
                               IF WRK-ACHOU-SIM
                                   ADD 1 TO WRK-MVDR-PEDIDOS(WRK-IND)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0300-FINALIZAR.
           IF WRK-PEDIDOS-OK
               CLOSE PEDIDOS
           END-IF.
           OPEN OUTPUT MARGEM.
           MOVE SPACES TO MARGEM-LINHA.
           STRING 'PROGCOB88 - MARGEM BRUTA DO MES ' WRK-MES-REF-NUM
               ' - ' WRK-DATASYS
               DELIMITED BY SIZE INTO MARGEM-LINHA.
           WRITE MARGEM-LINHA.
           PERFORM 0310-IMPRIMIR-PRODUTOS.
           PERFORM 0320-IMPRIMIR-LOJAS.
           PERFORM 0330-IMPRIMIR-VENDEDORES.
           MOVE SPACES TO MARGEM-LINHA.
           WRITE MARGEM-LINHA.
           MOVE WRK-TOTAL-RECEITA TO WRK-RECEITA.
           MOVE WRK-TOTAL-CMV TO WRK-CMV.
           MOVE 'TOTAL' TO WRK-ROTULO.
           MOVE 'TOTAL GERAL DO MES' TO WRK-NOME.
           PERFORM 0390-IMPRIMIR-MARGEM.
           CLOSE MARGEM.
           DISPLAY 'MARGEM GRAVADA EM MARGEM.DAT - ' WRK-QT-ITENS
               ' ITENS, ' WRK-QT-PEDIDOS ' PEDIDOS CONFIRMADOS'.
           DISPLAY 'ITENS DE PEDIDOS CANCELADOS FORA DA MARGEM: '
               WRK-QT-CANCELADOS.
           PERFORM 0900-GRAVAR-RUNLOG.

       0310-IMPRIMIR-PRODUTOS.
           MOVE SPACES TO MARGEM-LINHA.
           WRITE MARGEM-LINHA.
           MOVE '--- POR PRODUTO ---' TO MARGEM-LINHA.
           WRITE MARGEM-LINHA.
           PERFORM 0380-CABECALHO.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-PROD
               MOVE SPACES TO WRK-NOME
               IF WRK-PRODUTOS-OK
                   MOVE WRK-MPROD-CODIGO(WRK-IND) TO PROD-CODIGO
                   READ PRODUTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PROD-DESCRICAO TO WRK-NOME
                   END-READ
               END-IF
               MOVE WRK-MPROD-CODIGO(WRK-IND) TO WRK-ROTULO
               MOVE WRK-MPROD-RECEITA(WRK-IND) TO WRK-RECEITA
               MOVE WRK-MPROD-CMV(WRK-IND) TO WRK-CMV
               PERFORM 0390-IMPRIMIR-MARGEM
           END-PERFORM.
           IF WRK-PRODUTOS-OK
               CLOSE PRODUTOS
           END-IF.

       0320-IMPRIMIR-LOJAS.
           MOVE SPACES TO MARGEM-LINHA.
           WRITE MARGEM-LINHA.
           MOVE '--- POR LOJA ---' TO MARGEM-LINHA.
           WRITE MARGEM-LINHA.
           PERFORM 0380-CABECALHO.
           MOVE 'N' TO WRK-CADASTRO-ABERTO.
           OPEN INPUT LOJAS.
           IF WRK-FS-LOJAS EQUAL '00'
               SET WRK-CADASTRO-OK TO TRUE
           END-IF.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-LOJA
               MOVE SPACES TO WRK-NOME
               IF WRK-CADASTRO-OK
                   MOVE WRK-MLOJA-CODIGO(WRK-IND) TO LOJA-NUMERO
                   READ LOJAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE LOJA-NOME TO WRK-NOME
                   END-READ
               END-IF
               MOVE SPACES TO WRK-ROTULO
               MOVE WRK-MLOJA-CODIGO(WRK-IND) TO WRK-ROTULO(1:3)
               MOVE WRK-MLOJA-RECEITA(WRK-IND) TO WRK-RECEITA
               MOVE WRK-MLOJA-CMV(WRK-IND) TO WRK-CMV
               PERFORM 0390-IMPRIMIR-MARGEM
           END-PERFORM.
           IF WRK-CADASTRO-OK
               CLOSE LOJAS
           END-IF.

       0330-IMPRIMIR-VENDEDORES.
           MOVE SPACES TO MARGEM-LINHA.
           WRITE MARGEM-LINHA.
           MOVE '--- POR VENDEDOR (0000 = BALCAO) ---'
               TO MARGEM-LINHA.
           WRITE MARGEM-LINHA.
           PERFORM 0380-CABECALHO.
           MOVE 'N' TO WRK-CADASTRO-ABERTO.
           OPEN INPUT VENDEDORES.
           IF WRK-FS-VENDEDORES EQUAL '00'
               SET WRK-CADASTRO-OK TO TRUE
           END-IF.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-VDR
               MOVE SPACES TO WRK-NOME
               IF WRK-CADASTRO-OK
                   MOVE WRK-MVDR-CODIGO(WRK-IND) TO VDR-CODIGO
                   READ VENDEDORES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE VDR-NOME TO WRK-NOME
                   END-READ
               END-IF
               MOVE SPACES TO WRK-ROTULO
               MOVE WRK-MVDR-CODIGO(WRK-IND) TO WRK-ROTULO(1:4)
               MOVE WRK-MVDR-RECEITA(WRK-IND) TO WRK-RECEITA
               MOVE WRK-MVDR-CMV(WRK-IND) TO WRK-CMV
               PERFORM 0390-IMPRIMIR-MARGEM
               MOVE SPACES TO WRK-LINHA-ED
               STRING '           PEDIDOS CONFIRMADOS NO MES: '
                   WRK-MVDR-PEDIDOS(WRK-IND)
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO MARGEM-LINHA
               WRITE MARGEM-LINHA
           END-PERFORM.
           IF WRK-CADASTRO-OK
               CLOSE VENDEDORES
           END-IF.

       0380-CABECALHO.
           MOVE SPACES TO MARGEM-LINHA.
           STRING 'CODIGO     NOME                           '
               '       RECEITA           CMV         MARGEM'
               '  MARGEM%'
               DELIMITED BY SIZE INTO MARGEM-LINHA.
           WRITE MARGEM-LINHA.

      * MARGEM % SOBRE A RECEITA - SEM RECEITA O PERCENTUAL FICA
      * ZERADO EM VEZ DE DIVIDIR POR ZERO
       0390-IMPRIMIR-MARGEM.
           COMPUTE WRK-MARGEM = WRK-RECEITA - WRK-CMV.
           IF WRK-RECEITA > ZEROS
               COMPUTE WRK-MARGEM-PERC ROUNDED =
                   (WRK-MARGEM / WRK-RECEITA) * 100
           ELSE
               MOVE ZEROS TO WRK-MARGEM-PERC
           END-IF.
           MOVE WRK-RECEITA TO WRK-RECEITA-ED.
           MOVE WRK-CMV TO WRK-CMV-ED.
           MOVE WRK-MARGEM TO WRK-MARGEM-ED.
           MOVE WRK-MARGEM-PERC TO WRK-PERC-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING WRK-ROTULO ' ' WRK-NOME ' ' WRK-RECEITA-ED ' '
               WRK-CMV-ED ' ' WRK-MARGEM-ED ' ' WRK-PERC-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO MARGEM-LINHA.
           WRITE MARGEM-LINHA.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB88' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-ITENS TO RUNLOG-QTDE-REGISTROS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
