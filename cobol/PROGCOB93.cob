       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB93.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: LIBERACAO DAS PENDENCIAS DE ENTREGA - PERCORRE
      * PENDENC.DAT (GRAVADO NA CONFIRMACAO PARCIAL DO PROGCOB39)
      * E, PARA CADA LINHA ABERTA CUJO PRODUTO JA TEM SALDO NA
      * LOJA (ENTRADA DE MERCADORIA OU TRANSFERENCIA RECEBIDA),
      * BAIXA O ESTOQUE, GRAVA O DETALHE EM VENDIT.DAT E GERA UM
      * PEDIDO CONFIRMADO NOVO POR PEDIDO DE ORIGEM, COM O MESMO
      * CLIENTE, CONDICAO E VENDEDOR E SEM FRETE (O FRETE FOI
      * COBRADO NO PEDIDO DE ORIGEM); LOJA COM CONTAGEM DE
      * INVENTARIO ABERTA NAO LIBERA; PEDIDO DE ORIGEM CANCELADO
      * CANCELA A PENDENCIA; NO FIM IMPRIME EM PENDREL.DAT O
      * ENVELHECIMENTO DO QUE CONTINUA PENDENTE, COM O TELEFONE
      * DO CLIENTE, PARA O ATENDIMENTO LIGAR
      * ATUALIZACAO: O ITEM LIBERADO LEVA PARA VENDIT.DAT A LISTA
      * DE PRECOS QUE PRECIFICOU A LINHA NO PEDIDO DE ORIGEM
      * ATUALIZACAO: LINHA DE KIT (PROGCOBKIT) SO E LIBERADA QUANDO
      * TODOS OS COMPONENTES TEM SALDO NA LOJA, E A BAIXA DESCE
      * CADA COMPONENTE EM ESTOQUE.DAT
      * ATUALIZACAO: O PEDIDO DA LIBERACAO SAI PARA O MESMO
      * ENDERECO DE ENTREGA DO PEDIDO DE ORIGEM
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDENC ASSIGN TO "PENDENC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-CHAVE
               FILE STATUS IS WRK-FS-PENDENC.

           SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT ESTOQUE ASSIGN TO "ESTOQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT VENDIT ASSIGN TO "VENDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDIT-CHAVE
               FILE STATUS IS WRK-FS-VENDIT.

           SELECT VENDASDIA ASSIGN TO "VENDASDIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDA-CHAVE
               FILE STATUS IS WRK-FS-VENDASDIA.

           SELECT INVLOJA ASSIGN TO "INVLOJA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVL-LOJA
               FILE STATUS IS WRK-FS-INVLOJA.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTES.

           SELECT PENDREL ASSIGN TO "PENDREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDREL.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDENC.
           COPY PENDREG.

       FD  PEDIDOS.
           COPY PEDREG.

       FD  ESTOQUE.
           COPY ESTREG.

       FD  VENDIT.
           COPY VENDITRG.

       FD  VENDASDIA.
           COPY VENDREG.

       FD  INVLOJA.
           COPY INVLREG.

       FD  CLIENTES.
           COPY CLIREG.

       FD  PENDREL.
       01  PENDREL-LINHA           PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-PENDENC    PIC X(02)      VALUE SPACES.
       77 WRK-FS-PEDIDOS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-ESTOQUE    PIC X(02)      VALUE SPACES.
       77 WRK-FS-VENDIT     PIC X(02)      VALUE SPACES.
       77 WRK-FS-VENDASDIA  PIC X(02)      VALUE SPACES.
       77 WRK-FS-INVLOJA    PIC X(02)      VALUE SPACES.
       77 WRK-FS-CLIENTES   PIC X(02)      VALUE SPACES.
       77 WRK-FS-PENDREL    PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-EOF-VENDIT    PIC X(01)      VALUE 'N'.
           88 WRK-FIM-VENDIT       VALUE 'S'.
       77 WRK-INVLOJA-ABERTO PIC X(01)     VALUE 'N'.
           88 WRK-INVLOJA-OK       VALUE 'S'.
       77 WRK-CLIENTES-ABERTO PIC X(01)    VALUE 'N'.
           88 WRK-CLIENTES-OK      VALUE 'S'.
       77 WRK-ORIGEM-FLAG   PIC X(01)      VALUE 'N'.
           88 WRK-ORIGEM-CANCELADA VALUE 'S'.
       77 WRK-CONGELADA     PIC X(01)      VALUE 'N'.
           88 WRK-LOJA-CONGELADA   VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-TRAVA-FUNCAO  PIC X(01)      VALUE SPACES.
       77 WRK-TRAVA-PROGRAMA PIC X(15)     VALUE 'PROGCOB93'.
       77 WRK-TRAVA-RECURSO PIC X(15)      VALUE 'VENDAS'.
       77 WRK-TRAVA-OK-FLAG PIC X(01)      VALUE 'N'.
           88 WRK-TRAVA-OK         VALUE 'S'.
       77 WRK-MAIOR-PEDIDO  PIC 9(08)      VALUE ZEROS.
       77 WRK-PEDIDO-ORIGEM PIC 9(08)      VALUE ZEROS.
       77 WRK-SEQ-ITEM      PIC 9(04)      VALUE ZEROS.
       77 WRK-VALOR-LINHA   PIC 9(08)V99   VALUE ZEROS.
       77 WRK-ALIQ-ORIGEM   PIC 9(01)V9(06) VALUE ZEROS.
       77 WRK-BASE-ICMS     PIC 9(09)V99   VALUE ZEROS.
       77 WRK-QT-LIBERADAS  PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-CANCELADAS PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-PEDIDOS    PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-ABERTAS    PIC 9(05)      VALUE ZEROS.
       77 WRK-DATA-FUNCAO   PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2 PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-PENDENTE PIC S9(08)     VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-DIAS-ED       PIC ZZZ9       VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-NOME-CURTO    PIC X(20)      VALUE SPACES.
       77 WRK-TELEFONE      PIC X(15)      VALUE SPACES.
       77 WRK-FAIXA         PIC 9(01)      VALUE ZEROS.
       77 WRK-ROTULO-FAIXA  PIC X(10)      VALUE SPACES.
       77 WRK-LINHA-ED      PIC X(100)     VALUE SPACES.
       77 WRK-IND-COMP      PIC 9(02)      VALUE ZEROS.
       77 WRK-KITS-COMP     PIC 9(07)      VALUE ZEROS.
       77 WRK-SALDO-KIT     PIC 9(07)      VALUE ZEROS.
       77 WRK-QTDE-BAIXA    PIC 9(09)      VALUE ZEROS.
       01 WRK-KIT-AREA.
           02 WRK-KIT-PRODUTO      PIC X(10).
           02 WRK-KIT-QT-COMP      PIC 9(02).
           02 WRK-KIT-COMP OCCURS 20 TIMES.
               03 WRK-KIT-COMPONENTE PIC X(10).
               03 WRK-KIT-QTDE       PIC 9(05).
       01 WRK-ORIGEM.
           02 WRK-ORI-CLIENTE      PIC 9(06).
           02 WRK-ORI-LOJA         PIC 9(03).
           02 WRK-ORI-UF           PIC X(02).
           02 WRK-ORI-TRANSP       PIC X(03).
           02 WRK-ORI-CONDPAG      PIC 9(02).
           02 WRK-ORI-VENDEDOR     PIC 9(04).
           02 WRK-ORI-ENTREGA      PIC 9(02).
           02 WRK-ORI-END-ENTREGA  PIC X(68).
       01 WRK-GRUPO.
           02 WRK-GRUPO-PEDIDO     PIC 9(08).
           02 WRK-GRUPO-VALOR      PIC 9(08)V99.
       01 WRK-TAB-FAIXAS.
           02 WRK-FX OCCURS 4 TIMES.
               05 WRK-FX-LINHAS    PIC 9(05).
               05 WRK-FX-VALOR     PIC 9(10)V99.
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB93'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIAR.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM VARYING WRK-FAIXA FROM 1 BY 1 UNTIL WRK-FAIXA > 4
               MOVE ZEROS TO WRK-FX-LINHAS(WRK-FAIXA)
               MOVE ZEROS TO WRK-FX-VALOR(WRK-FAIXA)
           END-PERFORM.
           MOVE ZEROS TO WRK-GRUPO-PEDIDO.
           MOVE ZEROS TO WRK-GRUPO-VALOR.

      * A LIBERACAO LANCA VENDAS COMO A CONFIRMACAO DO PROGCOB39,
      * ENTAO SO RODA COM O RECURSO VENDAS REGISTRADO; SEM ELE A
      * LISTA DE PENDENCIAS SAI ASSIM MESMO
       0200-PROCESSAR.
           MOVE 'R' TO WRK-TRAVA-FUNCAO.
           CALL 'PROGCOBTRAVA' USING WRK-TRAVA-FUNCAO
               WRK-TRAVA-PROGRAMA WRK-TRAVA-RECURSO
               WRK-TRAVA-OK-FLAG.
           IF NOT WRK-TRAVA-OK
               DISPLAY 'HISTORICO DE VENDAS EM USO POR OUTRA '
                   'SESSAO - LIBERACAO NAO EXECUTADA'
           ELSE
               PERFORM 0210-LIBERAR-PENDENCIAS
               MOVE 'L' TO WRK-TRAVA-FUNCAO
               CALL 'PROGCOBTRAVA' USING WRK-TRAVA-FUNCAO
                   WRK-TRAVA-PROGRAMA WRK-TRAVA-RECURSO
                   WRK-TRAVA-OK-FLAG
           END-IF.

       0210-LIBERAR-PENDENCIAS.
           OPEN I-O PENDENC.
           IF WRK-FS-PENDENC NOT EQUAL '00'
               DISPLAY 'NENHUMA PENDENCIA DE ENTREGA REGISTRADA'
           ELSE
               OPEN I-O PEDIDOS
               OPEN I-O ESTOQUE
               IF WRK-FS-PEDIDOS NOT EQUAL '00'
                       OR WRK-FS-ESTOQUE NOT EQUAL '00'
                   DISPLAY 'PEDIDOS.DAT OU ESTOQUE.DAT INDISPONIVEL '
                       '- LIBERACAO NAO EXECUTADA'
               ELSE
                   OPEN INPUT INVLOJA
                   IF WRK-FS-INVLOJA EQUAL '00'
                       SET WRK-INVLOJA-OK TO TRUE
                   END-IF
                   PERFORM 0220-ACHAR-MAIOR-PEDIDO
                   PERFORM 0230-ABRIR-DETALHE
                   PERFORM 0235-PERCORRER-PENDENCIAS
                   CLOSE VENDIT
                   IF WRK-INVLOJA-OK
                       CLOSE INVLOJA
                   END-IF
               END-IF
               CLOSE PEDIDOS
               CLOSE ESTOQUE
               CLOSE PENDENC
           END-IF.

      * O PEDIDO GERADO NA LIBERACAO RECEBE O NUMERO SEGUINTE AO
      * MAIOR JA GRAVADO EM PEDIDOS.DAT
       0220-ACHAR-MAIOR-PEDIDO.
           MOVE ZEROS TO WRK-MAIOR-PEDIDO.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LOW-VALUES TO PED-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ PEDIDOS NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE PED-NUMERO TO WRK-MAIOR-PEDIDO
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.

      * MESMA REGRA DO PROGCOB39 - O DETALHE ENTRA NA SEQUENCIA
      * LIVRE DO DIA
       0230-ABRIR-DETALHE.
           OPEN I-O VENDIT.
           IF WRK-FS-VENDIT EQUAL '35'
               OPEN OUTPUT VENDIT
               CLOSE VENDIT
               OPEN I-O VENDIT
           END-IF.
           MOVE ZEROS TO WRK-SEQ-ITEM.
           MOVE 'N' TO WRK-EOF-VENDIT.
           MOVE WRK-DATASYS TO VENDIT-DATA.
           MOVE ZEROS TO VENDIT-SEQ.
           START VENDIT KEY IS NOT LESS THAN VENDIT-CHAVE
               INVALID KEY
                   SET WRK-FIM-VENDIT TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-VENDIT
               READ VENDIT NEXT RECORD
                   AT END
                       SET WRK-FIM-VENDIT TO TRUE
                   NOT AT END
                       IF VENDIT-DATA EQUAL WRK-DATASYS
                           MOVE VENDIT-SEQ TO WRK-SEQ-ITEM
                       ELSE
                           SET WRK-FIM-VENDIT TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      * AS LINHAS DE UM MESMO PEDIDO DE ORIGEM VEM JUNTAS PELA
      * CHAVE - NA TROCA DE PEDIDO FECHA O PEDIDO LIBERADO DO
      * ANTERIOR
       0235-PERCORRER-PENDENCIAS.
           MOVE ZEROS TO WRK-PEDIDO-ORIGEM.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LOW-VALUES TO PEND-CHAVE.
           START PENDENC KEY IS NOT LESS THAN PEND-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ PENDENC NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF PEND-SIT-ABERTA
                           IF PEND-PEDIDO NOT EQUAL WRK-PEDIDO-ORIGEM
                               PERFORM 0260-FECHAR-LIBERACAO
                               MOVE PEND-PEDIDO TO WRK-PEDIDO-ORIGEM
                               PERFORM 0240-LER-ORIGEM
                           END-IF
                           PERFORM 0250-AVALIAR-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 0260-FECHAR-LIBERACAO.
           MOVE 'N' TO WRK-EOF-ARQ.

       0240-LER-ORIGEM.
           MOVE 'N' TO WRK-ORIGEM-FLAG.
           MOVE ZEROS TO WRK-ALIQ-ORIGEM.
           MOVE WRK-PEDIDO-ORIGEM TO PED-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   SET WRK-ORIGEM-CANCELADA TO TRUE
               NOT INVALID KEY
                   IF PED-SIT-CANCELADO
                       SET WRK-ORIGEM-CANCELADA TO TRUE
                   ELSE
                       MOVE PED-CLIENTE TO WRK-ORI-CLIENTE
                       MOVE PED-LOJA TO WRK-ORI-LOJA
                       MOVE PED-UF TO WRK-ORI-UF
                       MOVE PED-TRANSPORTADORA TO WRK-ORI-TRANSP
                       MOVE PED-CONDPAG TO WRK-ORI-CONDPAG
                       MOVE PED-VENDEDOR TO WRK-ORI-VENDEDOR
                       MOVE PED-ENTREGA TO WRK-ORI-ENTREGA
                       MOVE PED-END-ENTREGA TO WRK-ORI-END-ENTREGA
                       COMPUTE WRK-BASE-ICMS = PED-VALOR-ITENS +
                           PED-FRETE
                       IF WRK-BASE-ICMS > ZEROS
                           COMPUTE WRK-ALIQ-ORIGEM ROUNDED =
                               PED-ICMS / WRK-BASE-ICMS
                       END-IF
                   END-IF
           END-READ.

       0250-AVALIAR-LINHA.
           IF WRK-ORIGEM-CANCELADA
               SET PEND-SIT-CANCELADA TO TRUE
               REWRITE PEND-REG
               ADD 1 TO WRK-QT-CANCELADAS
           ELSE
               PERFORM 0255-VERIFICAR-CONGELAMENTO
               IF NOT WRK-LOJA-CONGELADA
                   MOVE PEND-PRODUTO TO WRK-KIT-PRODUTO
                   CALL 'PROGCOBKIT' USING WRK-KIT-AREA
                   IF WRK-KIT-QT-COMP > ZEROS
                       PERFORM 0252-AVALIAR-KIT
                   ELSE
                       MOVE PEND-PRODUTO TO EST-PRODUTO
                       MOVE PEND-LOJA TO EST-LOJA
                       READ ESTOQUE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF EST-SALDO NOT LESS THAN PEND-QTDE
                                   SUBTRACT PEND-QTDE FROM EST-SALDO
                                   REWRITE EST-REG
                                   MOVE 'A' TO WRK-JRN-OPERACAO
                                   PERFORM 0963-JORNAL-ESTOQUE
                                   PERFORM 0270-LIBERAR-LINHA
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.

      * O KIT SO SAI INTEIRO - COM QUALQUER COMPONENTE CURTO A
      * LINHA CONTINUA PENDENTE
       0252-AVALIAR-KIT.
           MOVE 9999999 TO WRK-SALDO-KIT.
           PERFORM VARYING WRK-IND-COMP FROM 1 BY 1
                   UNTIL WRK-IND-COMP > WRK-KIT-QT-COMP
               MOVE WRK-KIT-COMPONENTE(WRK-IND-COMP) TO EST-PRODUTO
               MOVE PEND-LOJA TO EST-LOJA
               READ ESTOQUE
                   INVALID KEY
                       MOVE ZEROS TO EST-SALDO
               END-READ
               COMPUTE WRK-KITS-COMP =
                   EST-SALDO / WRK-KIT-QTDE(WRK-IND-COMP)
               IF WRK-KITS-COMP < WRK-SALDO-KIT
                   MOVE WRK-KITS-COMP TO WRK-SALDO-KIT
               END-IF
           END-PERFORM.
           IF WRK-SALDO-KIT NOT LESS THAN PEND-QTDE
               PERFORM VARYING WRK-IND-COMP FROM 1 BY 1
                       UNTIL WRK-IND-COMP > WRK-KIT-QT-COMP
                   MOVE WRK-KIT-COMPONENTE(WRK-IND-COMP) TO
                       EST-PRODUTO
                   MOVE PEND-LOJA TO EST-LOJA
                   READ ESTOQUE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WRK-QTDE-BAIXA = PEND-QTDE *
                               WRK-KIT-QTDE(WRK-IND-COMP)
                           SUBTRACT WRK-QTDE-BAIXA FROM EST-SALDO
                           REWRITE EST-REG
                           MOVE 'A' TO WRK-JRN-OPERACAO
                           PERFORM 0963-JORNAL-ESTOQUE
                   END-READ
               END-PERFORM
               PERFORM 0270-LIBERAR-LINHA
           END-IF.

       0255-VERIFICAR-CONGELAMENTO.
           MOVE 'N' TO WRK-CONGELADA.
           IF WRK-INVLOJA-OK
               MOVE PEND-LOJA TO INVL-LOJA
               READ INVLOJA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INVL-SIT-ABERTA
                           SET WRK-LOJA-CONGELADA TO TRUE
                       END-IF
               END-READ
           END-IF.

      * PEDIDO DA LIBERACAO SEM FRETE E COM O ICMS NA MESMA
      * PROPORCAO DO PEDIDO DE ORIGEM
       0260-FECHAR-LIBERACAO.
           IF WRK-GRUPO-PEDIDO > ZEROS
               MOVE SPACES TO PEDIDO-REG
               MOVE WRK-GRUPO-PEDIDO TO PED-NUMERO
               MOVE WRK-ORI-CLIENTE TO PED-CLIENTE
               MOVE WRK-DATASYS TO PED-DATA
               MOVE WRK-ORI-LOJA TO PED-LOJA
               MOVE WRK-GRUPO-VALOR TO PED-VALOR-ITENS
               MOVE ZEROS TO PED-PESO
               MOVE WRK-ORI-UF TO PED-UF
               MOVE WRK-ORI-TRANSP TO PED-TRANSPORTADORA
               MOVE ZEROS TO PED-FRETE
               COMPUTE PED-ICMS ROUNDED =
                   WRK-GRUPO-VALOR * WRK-ALIQ-ORIGEM
               COMPUTE PED-TOTAL = PED-VALOR-ITENS + PED-ICMS
               SET PED-SIT-CONFIRMADO TO TRUE
               MOVE WRK-ORI-CONDPAG TO PED-CONDPAG
               MOVE WRK-ORI-VENDEDOR TO PED-VENDEDOR
               MOVE WRK-ORI-ENTREGA TO PED-ENTREGA
               MOVE WRK-ORI-END-ENTREGA TO PED-END-ENTREGA
               MOVE ZEROS TO PED-NOTA-FISCAL
               MOVE ZEROS TO PED-ROMANEIO
               WRITE PEDIDO-REG
                   INVALID KEY
                       DISPLAY 'FALHA AO GRAVAR O PEDIDO LIBERADO '
                           WRK-GRUPO-PEDIDO
                   NOT INVALID KEY
                       MOVE 'I' TO WRK-JRN-OPERACAO
                       PERFORM 0961-JORNAL-PEDIDOS
                       ADD 1 TO WRK-QT-PEDIDOS
                       PERFORM 0280-LANCAR-VENDA
                       DISPLAY 'PEDIDO ' WRK-GRUPO-PEDIDO
                           ' GERADO DA PENDENCIA DO PEDIDO '
                           WRK-PEDIDO-ORIGEM
               END-WRITE
               MOVE ZEROS TO WRK-GRUPO-PEDIDO
               MOVE ZEROS TO WRK-GRUPO-VALOR
           END-IF.

       0270-LIBERAR-LINHA.
           IF WRK-GRUPO-PEDIDO EQUAL ZEROS
               ADD 1 TO WRK-MAIOR-PEDIDO
               MOVE WRK-MAIOR-PEDIDO TO WRK-GRUPO-PEDIDO
           END-IF.
           COMPUTE WRK-VALOR-LINHA = PEND-QTDE * PEND-UNITARIO.
           ADD WRK-VALOR-LINHA TO WRK-GRUPO-VALOR.
           ADD 1 TO WRK-SEQ-ITEM.
           MOVE SPACES TO VENDIT-REG.
           MOVE WRK-DATASYS TO VENDIT-DATA.
           MOVE WRK-SEQ-ITEM TO VENDIT-SEQ.
           MOVE PEND-LOJA TO VENDIT-LOJA.
           MOVE PEND-PRODUTO TO VENDIT-PRODUTO.
           MOVE PEND-QTDE TO VENDIT-QTDE.
           MOVE PEND-UNITARIO TO VENDIT-UNITARIO.
           MOVE WRK-VALOR-LINHA TO VENDIT-TOTAL.
           MOVE WRK-GRUPO-PEDIDO TO VENDIT-PEDIDO.
           MOVE PEND-CUSTO-UNIT TO VENDIT-CUSTO-UNIT.
           MOVE PEND-LISTA-PRECO TO VENDIT-LISTA-PRECO.
           WRITE VENDIT-REG
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR ITEM DE VENDA '
                       VENDIT-SEQ
           END-WRITE.
           SET PEND-SIT-LIBERADA TO TRUE.
           MOVE WRK-DATASYS TO PEND-LIBERACAO.
           MOVE WRK-GRUPO-PEDIDO TO PEND-PEDIDO-LIBERADO.
           REWRITE PEND-REG.
           ADD 1 TO WRK-QT-LIBERADAS.

       0280-LANCAR-VENDA.
           OPEN I-O VENDASDIA.
           IF WRK-FS-VENDASDIA EQUAL '35'
               OPEN OUTPUT VENDASDIA
               CLOSE VENDASDIA
               OPEN I-O VENDASDIA
           END-IF.
           MOVE WRK-ORI-LOJA TO VENDA-LOJA.
           MOVE WRK-DATASYS TO VENDA-DATA.
           READ VENDASDIA
               INVALID KEY
                   MOVE WRK-ORI-LOJA TO VENDA-LOJA
                   MOVE WRK-DATASYS TO VENDA-DATA
                   MOVE PED-TOTAL TO VENDA-ACUM
                   MOVE 1 TO VENDA-QT
                   WRITE VENDA-REG
               NOT INVALID KEY
                   ADD PED-TOTAL TO VENDA-ACUM
                   ADD 1 TO VENDA-QT
                   REWRITE VENDA-REG
           END-READ.
           CLOSE VENDASDIA.

       0300-FINALIZAR.
           PERFORM 0400-LISTAR-PENDENCIAS.
           DISPLAY 'LINHAS LIBERADAS: ' WRK-QT-LIBERADAS
               '  PEDIDOS GERADOS: ' WRK-QT-PEDIDOS
               '  CANCELADAS: ' WRK-QT-CANCELADAS.
           DISPLAY 'PENDENCIAS EM ABERTO LISTADAS EM PENDREL.DAT: '
               WRK-QT-ABERTAS.
           PERFORM 0900-GRAVAR-RUNLOG.

      * ENVELHECIMENTO CONTADO DA DATA DA CONFIRMACAO PARCIAL -
      * FAIXAS ATE 7, 8 A 15, 16 A 30 E MAIS DE 30 DIAS
       0400-LISTAR-PENDENCIAS.
           OPEN OUTPUT PENDREL.
           MOVE SPACES TO PENDREL-LINHA.
           STRING 'PROGCOB93 - PENDENCIAS DE ENTREGA EM ABERTO - '
               WRK-DATASYS
               DELIMITED BY SIZE INTO PENDREL-LINHA.
           WRITE PENDREL-LINHA.
           MOVE SPACES TO PENDREL-LINHA.
           STRING 'PEDIDO   ITM LOJ PRODUTO     QTDE DATA     DIAS '
               'CLIENT NOME                 TELEFONE'
               DELIMITED BY SIZE INTO PENDREL-LINHA.
           WRITE PENDREL-LINHA.
           OPEN INPUT CLIENTES.
           IF WRK-FS-CLIENTES EQUAL '00'
               SET WRK-CLIENTES-OK TO TRUE
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PENDENC.
           IF WRK-FS-PENDENC EQUAL '00'
               MOVE LOW-VALUES TO PEND-CHAVE
               START PENDENC KEY IS NOT LESS THAN PEND-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ PENDENC NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF PEND-SIT-ABERTA
                               PERFORM 0410-IMPRIMIR-PENDENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDENC
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           IF WRK-CLIENTES-OK
               CLOSE CLIENTES
           END-IF.
           PERFORM 0420-TOTAIS-POR-FAIXA.
           CLOSE PENDREL.

       0410-IMPRIMIR-PENDENCIA.
           ADD 1 TO WRK-QT-ABERTAS.
           MOVE 'D' TO WRK-DATA-FUNCAO.
           MOVE PEND-DATA TO WRK-DATA-SERVICO.
           MOVE WRK-DATASYS TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DIAS-PENDENTE WRK-DATA-VALIDA.
           IF NOT WRK-DATA-OK OR WRK-DIAS-PENDENTE < ZEROS
               MOVE ZEROS TO WRK-DIAS-PENDENTE
           END-IF.
           EVALUATE TRUE
               WHEN WRK-DIAS-PENDENTE > 30
                   MOVE 4 TO WRK-FAIXA
               WHEN WRK-DIAS-PENDENTE > 15
                   MOVE 3 TO WRK-FAIXA
               WHEN WRK-DIAS-PENDENTE > 7
                   MOVE 2 TO WRK-FAIXA
               WHEN OTHER
                   MOVE 1 TO WRK-FAIXA
           END-EVALUATE.
           COMPUTE WRK-VALOR-LINHA = PEND-QTDE * PEND-UNITARIO.
           ADD 1 TO WRK-FX-LINHAS(WRK-FAIXA).
           ADD WRK-VALOR-LINHA TO WRK-FX-VALOR(WRK-FAIXA).
           MOVE SPACES TO WRK-NOME-CURTO.
           MOVE SPACES TO WRK-TELEFONE.
           IF WRK-CLIENTES-OK
               MOVE PEND-CLIENTE TO CLI-NUMERO
               READ CLIENTES
                   INVALID KEY
                       MOVE 'CLIENTE NAO CADASTRADO' TO WRK-NOME-CURTO
                   NOT INVALID KEY
                       MOVE CLI-NOME TO WRK-NOME-CURTO
                       MOVE CLI-TELEFONE TO WRK-TELEFONE
               END-READ
           END-IF.
           MOVE WRK-DIAS-PENDENTE TO WRK-DIAS-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING PEND-PEDIDO ' ' PEND-ITEM ' ' PEND-LOJA ' '
               PEND-PRODUTO ' ' PEND-QTDE ' ' PEND-DATA ' '
               WRK-DIAS-ED ' ' PEND-CLIENTE ' ' WRK-NOME-CURTO ' '
               WRK-TELEFONE
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO PENDREL-LINHA.
           WRITE PENDREL-LINHA.

       0420-TOTAIS-POR-FAIXA.
           MOVE SPACES TO PENDREL-LINHA.
           WRITE PENDREL-LINHA.
           MOVE '--- PENDENCIAS POR IDADE ---' TO PENDREL-LINHA.
           WRITE PENDREL-LINHA.
           PERFORM VARYING WRK-FAIXA FROM 1 BY 1 UNTIL WRK-FAIXA > 4
               EVALUATE WRK-FAIXA
                   WHEN 1
                       MOVE 'ATE 7 DIAS' TO WRK-ROTULO-FAIXA
                   WHEN 2
                       MOVE '8 A 15' TO WRK-ROTULO-FAIXA
                   WHEN 3
                       MOVE '16 A 30' TO WRK-ROTULO-FAIXA
                   WHEN 4
                       MOVE '31 OU MAIS' TO WRK-ROTULO-FAIXA
               END-EVALUATE
               MOVE WRK-FX-VALOR(WRK-FAIXA) TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-ED
               STRING WRK-ROTULO-FAIXA '  LINHAS: '
                   WRK-FX-LINHAS(WRK-FAIXA) '  VALOR: ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO PENDREL-LINHA
               WRITE PENDREL-LINHA
           END-PERFORM.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB93' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-LIBERADAS TO RUNLOG-QTDE-REGISTROS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.

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
