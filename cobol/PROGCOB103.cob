       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB103.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: CONSULTA DO PEDIDO DE PONTA A PONTA - A PARTIR
      * DO NUMERO DO PEDIDO MOSTRA NUMA TELA SO O CABECALHO
      * (PEDIDOS.DAT), OS ITENS (VENDIT.DAT), A NOTA FISCAL
      * (NOTAS.DAT), CADA PARCELA COM SITUACAO E PAGAMENTO
      * (CONTASREC.DAT), O ROMANEIO, OS ULTIMOS EVENTOS DE
      * ENTREGA (RASTREIO.DAT) E O ESTORNO, SE HOUVER
      * (ESTORNOS.DAT) - O ATENDIMENTO NAO PRECISA MAIS ABRIR
      * O PROGCOB39, 62, 40, 69 E 70 PARA UMA LIGACAO. SO LE,
      * NAO ALTERA NENHUM ARQUIVO. CHAMADO PELO SUBMENU E PELO
      * MENU03
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTES.

           SELECT VENDIT ASSIGN TO "VENDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDIT-CHAVE
               FILE STATUS IS WRK-FS-VENDIT.

           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REC-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CONTASREC.

           SELECT NOTAS ASSIGN TO "NOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTAS.

           SELECT RASTREIO ASSIGN TO "RASTREIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RASTREIO.

           SELECT ESTORNOS ASSIGN TO "ESTORNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTORNOS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS.
           COPY PEDREG.

       FD  CLIENTES.
           COPY CLIREG.

       FD  VENDIT.
           COPY VENDITRG.

       FD  CONTASREC.
           COPY RECREG.

       FD  NOTAS.
       01  NOTA-REG.
           02  NOTA-NUMERO         PIC 9(08).
           02  NOTA-PEDIDO         PIC 9(08).
           02  NOTA-CLIENTE        PIC 9(06).
           02  NOTA-DATA           PIC 9(08).
           02  NOTA-VALOR          PIC 9(08)V99.

       FD  RASTREIO.
       01  RASTREIO-REG.
           02  RAST-PEDIDO         PIC 9(08).
           02  RAST-DATA           PIC 9(08).
           02  RAST-HORA           PIC 9(08).
           02  RAST-EVENTO         PIC X(01).
               88  RAST-EMBARCADO      VALUE 'E'.
               88  RAST-TRANSITO       VALUE 'T'.
               88  RAST-ENTREGUE       VALUE 'D'.
               88  RAST-OCORRENCIA     VALUE 'O'.
           02  RAST-OBSERVACAO     PIC X(30).

       FD  ESTORNOS.
       01  ESTORNO-REG.
           02  ESTORNO-PEDIDO      PIC 9(08).
           02  ESTORNO-LOJA        PIC 9(03).
           02  ESTORNO-DATA-MOV    PIC 9(08).
           02  ESTORNO-DATA        PIC 9(08).
           02  ESTORNO-HORA        PIC 9(08).
           02  ESTORNO-OPERADOR    PIC X(20).
           02  ESTORNO-MOTIVO      PIC X(03).
           02  ESTORNO-VALOR       PIC 9(08)V99.
           02  ESTORNO-ACUM-ANTES  PIC 9(08)V99.
           02  ESTORNO-ACUM-DEPOIS PIC 9(08)V99.
           02  ESTORNO-PARC-CANC   PIC 9(02).
           02  ESTORNO-PARC-CRED   PIC 9(02).

       WORKING-STORAGE SECTION.
       77 WRK-FS-PEDIDOS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-CLIENTES   PIC X(02)      VALUE SPACES.
       77 WRK-FS-VENDIT     PIC X(02)      VALUE SPACES.
       77 WRK-FS-CONTASREC  PIC X(02)      VALUE SPACES.
       77 WRK-FS-NOTAS      PIC X(02)      VALUE SPACES.
       77 WRK-FS-RASTREIO   PIC X(02)      VALUE SPACES.
       77 WRK-FS-ESTORNOS   PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-NUMERO-PEDIDO PIC 9(08)      VALUE ZEROS.
       77 WRK-PEDIDO-FLAG   PIC X(01)      VALUE 'N'.
           88 WRK-PEDIDO-ACHADO    VALUE 'S'.
       77 WRK-QT-ACHADOS    PIC 9(03)      VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-PAGO-ED       PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-UNIT-ED       PIC ZZZZZ9,99  VALUE ZEROS.
       77 WRK-SITUACAO-ED   PIC X(12)      VALUE SPACES.
       77 WRK-EVENTO-ED     PIC X(12)      VALUE SPACES.
       77 WRK-IND           PIC 9(02)      VALUE ZEROS.
      * SO OS ULTIMOS EVENTOS DE ENTREGA INTERESSAM - A TABELA
      * GUARDA OS 5 MAIS RECENTES NA ORDEM DO ARQUIVO
       01 WRK-TAB-EVENTOS.
           02 WRK-QT-EVENTOS   PIC 9(02)   VALUE ZEROS.
           02 WRK-EVT OCCURS 5 TIMES.
               05 WRK-EVT-DATA      PIC 9(08).
               05 WRK-EVT-HORA      PIC 9(08).
               05 WRK-EVT-CODIGO    PIC X(01).
               05 WRK-EVT-OBS       PIC X(30).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           MOVE 1 TO WRK-NUMERO-PEDIDO.
           PERFORM 0100-CONSULTAR-PEDIDO
               UNTIL WRK-NUMERO-PEDIDO EQUAL ZEROS.
           GOBACK.

       0100-CONSULTAR-PEDIDO.
           DISPLAY '=============================================='.
           DISPLAY 'CONSULTA DO PEDIDO - NUMERO (ZERO = SAIR): '.
           ACCEPT WRK-NUMERO-PEDIDO.
           IF WRK-NUMERO-PEDIDO NOT EQUAL ZEROS
               PERFORM 1000-CABECALHO
               IF WRK-PEDIDO-ACHADO
                   PERFORM 2000-ITENS
                   PERFORM 3000-NOTA-FISCAL
                   PERFORM 4000-PARCELAS
                   PERFORM 5000-ENTREGA
                   PERFORM 6000-ESTORNO
               END-IF
           END-IF.

       1000-CABECALHO.
           MOVE 'N' TO WRK-PEDIDO-FLAG.
           OPEN INPUT PEDIDOS.
           IF WRK-FS-PEDIDOS NOT EQUAL '00'
               DISPLAY 'ARQUIVO PEDIDOS.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-NUMERO-PEDIDO TO PED-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       DISPLAY 'PEDIDO NAO ENCONTRADO'
                   NOT INVALID KEY
                       SET WRK-PEDIDO-ACHADO TO TRUE
               END-READ
               CLOSE PEDIDOS
           END-IF.
           IF WRK-PEDIDO-ACHADO
               EVALUATE TRUE
                   WHEN PED-SIT-ABERTO
                       MOVE 'ABERTO' TO WRK-SITUACAO-ED
                   WHEN PED-SIT-CONFIRMADO
                       MOVE 'CONFIRMADO' TO WRK-SITUACAO-ED
                   WHEN PED-SIT-CANCELADO
                       MOVE 'CANCELADO' TO WRK-SITUACAO-ED
                   WHEN OTHER
                       MOVE PED-SITUACAO TO WRK-SITUACAO-ED
               END-EVALUATE
               MOVE SPACES TO CLI-NOME
               OPEN INPUT CLIENTES
               IF WRK-FS-CLIENTES EQUAL '00'
                   MOVE PED-CLIENTE TO CLI-NUMERO
                   READ CLIENTES
                       INVALID KEY
                           MOVE 'CLIENTE NAO CADASTRADO' TO CLI-NOME
                   END-READ
                   CLOSE CLIENTES
               END-IF
               DISPLAY '--- PEDIDO ' PED-NUMERO ' - '
                   WRK-SITUACAO-ED
               DISPLAY 'CLIENTE.......: ' PED-CLIENTE ' ' CLI-NOME
               DISPLAY 'DATA..........: ' PED-DATA
                   '  LOJA ' PED-LOJA '  VENDEDOR ' PED-VENDEDOR
               MOVE PED-VALOR-ITENS TO WRK-VALOR-ED
               DISPLAY 'ITENS.........: ' WRK-VALOR-ED
               MOVE PED-FRETE TO WRK-VALOR-ED
               DISPLAY 'FRETE.........: ' WRK-VALOR-ED
                   '  TRANSPORTADORA ' PED-TRANSPORTADORA
               MOVE PED-ICMS TO WRK-VALOR-ED
               DISPLAY 'ICMS..........: ' WRK-VALOR-ED
               MOVE PED-TOTAL TO WRK-VALOR-ED
               DISPLAY 'TOTAL.........: ' WRK-VALOR-ED
                   '  CONDICAO ' PED-CONDPAG
               DISPLAY 'ENTREGA.......: ' PED-ENT-LOGRADOURO
               DISPLAY '                ' PED-ENT-CIDADE ' '
                   PED-UF ' ' PED-ENT-CEP
           END-IF.

      * O ITEM E GRAVADO NA CONFIRMACAO, NUNCA ANTES DA DATA DO
      * PEDIDO - A LEITURA COMECA NA DATA DO PEDIDO
       2000-ITENS.
           DISPLAY '--- ITENS (VENDIT.DAT)'.
           MOVE ZEROS TO WRK-QT-ACHADOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT VENDIT.
           IF WRK-FS-VENDIT EQUAL '00'
               MOVE PED-DATA TO VENDIT-DATA
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
                           IF VENDIT-PEDIDO EQUAL PED-NUMERO
                               ADD 1 TO WRK-QT-ACHADOS
                               MOVE VENDIT-UNITARIO TO WRK-UNIT-ED
                               MOVE VENDIT-TOTAL TO WRK-VALOR-ED
                               DISPLAY VENDIT-PRODUTO ' QTDE '
                                   VENDIT-QTDE ' x ' WRK-UNIT-ED
                                   ' = ' WRK-VALOR-ED ' '
                                   VENDIT-LISTA-PRECO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDIT
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           IF WRK-QT-ACHADOS EQUAL ZEROS
               DISPLAY 'NENHUM ITEM LANCADO (PEDIDO NAO CONFIRMADO)'
           END-IF.

       3000-NOTA-FISCAL.
           DISPLAY '--- NOTA FISCAL'.
           MOVE ZEROS TO WRK-QT-ACHADOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT NOTAS.
           IF WRK-FS-NOTAS EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ NOTAS
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF NOTA-PEDIDO EQUAL PED-NUMERO
                               ADD 1 TO WRK-QT-ACHADOS
                               MOVE NOTA-VALOR TO WRK-VALOR-ED
                               DISPLAY 'NOTA ' NOTA-NUMERO
                                   ' EMITIDA EM ' NOTA-DATA
                                   ' VALOR ' WRK-VALOR-ED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           IF WRK-QT-ACHADOS EQUAL ZEROS
               DISPLAY 'PEDIDO AINDA NAO FATURADO'
           END-IF.

       4000-PARCELAS.
           DISPLAY '--- PARCELAS (CONTASREC.DAT)'.
           MOVE ZEROS TO WRK-QT-ACHADOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CONTASREC.
           IF WRK-FS-CONTASREC EQUAL '00'
               MOVE PED-NUMERO TO REC-PEDIDO
               MOVE ZEROS TO REC-PARCELA
               START CONTASREC KEY IS NOT LESS THAN REC-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ CONTASREC NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF REC-PEDIDO NOT EQUAL PED-NUMERO
                               SET WRK-FIM-ARQ TO TRUE
                           ELSE
                               ADD 1 TO WRK-QT-ACHADOS
                               PERFORM 4100-MOSTRAR-PARCELA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTASREC
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           IF WRK-QT-ACHADOS EQUAL ZEROS
               DISPLAY 'NENHUM TITULO GERADO PARA O PEDIDO'
           END-IF.

       4100-MOSTRAR-PARCELA.
           EVALUATE TRUE
               WHEN REC-SIT-ABERTO
                   MOVE 'ABERTO' TO WRK-SITUACAO-ED
               WHEN REC-SIT-PAGO
                   MOVE 'PAGO' TO WRK-SITUACAO-ED
               WHEN REC-SIT-CANCELADO
                   MOVE 'CANCELADO' TO WRK-SITUACAO-ED
               WHEN REC-SIT-PERDA
                   MOVE 'PERDA' TO WRK-SITUACAO-ED
               WHEN REC-SIT-RENEGOCIADO
                   MOVE 'RENEGOCIADO' TO WRK-SITUACAO-ED
               WHEN OTHER
                   MOVE REC-SITUACAO TO WRK-SITUACAO-ED
           END-EVALUATE.
           MOVE REC-VALOR TO WRK-VALOR-ED.
           DISPLAY 'PARCELA ' REC-PARCELA ' VENC ' REC-VENCIMENTO
               ' VALOR ' WRK-VALOR-ED ' ' WRK-SITUACAO-ED.
           IF REC-SIT-PAGO
               MOVE REC-TOTAL-PAGO TO WRK-PAGO-ED
               DISPLAY '           PAGO EM ' REC-DATA-PGTO
                   ' TOTAL ' WRK-PAGO-ED ' METODO '
                   REC-METODO-PGTO
           END-IF.
           IF REC-SIT-RENEGOCIADO
               DISPLAY '           RENEGOCIADO NO ACORDO '
                   REC-ACORDO
           END-IF.
           IF REC-SIT-PERDA
               DISPLAY '           BAIXADO COMO PERDA EM '
                   REC-DATA-PERDA
           END-IF.

      * O ROMANEIO IMPRESSO NAO TEM CHAVE - O NUMERO GRAVADO NO
      * PEDIDO PELO PROGCOB69 E A TRANSPORTADORA BASTAM PARA O
      * ATENDIMENTO LOCALIZAR O MANIFESTO
       5000-ENTREGA.
           DISPLAY '--- EXPEDICAO E ENTREGA'.
           IF PED-ROMANEIO EQUAL ZEROS
               DISPLAY 'PEDIDO AINDA NAO EXPEDIDO'
           ELSE
               DISPLAY 'ROMANEIO ' PED-ROMANEIO
                   ' - TRANSPORTADORA ' PED-TRANSPORTADORA
           END-IF.
           MOVE ZEROS TO WRK-QT-EVENTOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT RASTREIO.
           IF WRK-FS-RASTREIO EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ RASTREIO
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF RAST-PEDIDO EQUAL PED-NUMERO
                               PERFORM 5100-GUARDAR-EVENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RASTREIO
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           IF WRK-QT-EVENTOS EQUAL ZEROS
               DISPLAY 'SEM EVENTOS DE RASTREIO'
           ELSE
               PERFORM VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QT-EVENTOS
                   EVALUATE WRK-EVT-CODIGO(WRK-IND)
                       WHEN 'E'
                           MOVE 'EMBARCADO' TO WRK-EVENTO-ED
                       WHEN 'T'
                           MOVE 'EM TRANSITO' TO WRK-EVENTO-ED
                       WHEN 'D'
                           MOVE 'ENTREGUE' TO WRK-EVENTO-ED
                       WHEN 'O'
                           MOVE 'OCORRENCIA' TO WRK-EVENTO-ED
                       WHEN OTHER
                           MOVE WRK-EVT-CODIGO(WRK-IND) TO
                               WRK-EVENTO-ED
                   END-EVALUATE
                   DISPLAY WRK-EVT-DATA(WRK-IND) ' '
                       WRK-EVT-HORA(WRK-IND) ' ' WRK-EVENTO-ED ' '
                       WRK-EVT-OBS(WRK-IND)
               END-PERFORM
           END-IF.

       5100-GUARDAR-EVENTO.
           IF WRK-QT-EVENTOS < 5
               ADD 1 TO WRK-QT-EVENTOS
           ELSE
               PERFORM VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > 4
                   MOVE WRK-EVT(WRK-IND + 1) TO WRK-EVT(WRK-IND)
               END-PERFORM
           END-IF.
           MOVE RAST-DATA TO WRK-EVT-DATA(WRK-QT-EVENTOS).
           MOVE RAST-HORA TO WRK-EVT-HORA(WRK-QT-EVENTOS).
           MOVE RAST-EVENTO TO WRK-EVT-CODIGO(WRK-QT-EVENTOS).
           MOVE RAST-OBSERVACAO TO WRK-EVT-OBS(WRK-QT-EVENTOS).

       6000-ESTORNO.
           MOVE ZEROS TO WRK-QT-ACHADOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ESTORNOS.
           IF WRK-FS-ESTORNOS EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ ESTORNOS
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF ESTORNO-PEDIDO EQUAL PED-NUMERO
                               ADD 1 TO WRK-QT-ACHADOS
                               PERFORM 6100-MOSTRAR-ESTORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTORNOS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           IF WRK-QT-ACHADOS EQUAL ZEROS
               DISPLAY '--- SEM ESTORNO REGISTRADO'
           END-IF.

       6100-MOSTRAR-ESTORNO.
           DISPLAY '--- ESTORNO (ESTORNOS.DAT)'.
           MOVE ESTORNO-VALOR TO WRK-VALOR-ED.
           DISPLAY 'ESTORNADO EM ' ESTORNO-DATA ' POR '
               ESTORNO-OPERADOR ' MOTIVO ' ESTORNO-MOTIVO.
           DISPLAY 'VALOR ' WRK-VALOR-ED
               '  PARCELAS CANCELADAS ' ESTORNO-PARC-CANC
               '  PARCELAS EM CREDITO ' ESTORNO-PARC-CRED.
