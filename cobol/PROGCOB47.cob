      * COM SALDO DEVEDOR CORRENTE LINHA A LINHA, EM IMAGEM DE
      * IMPRESSAO NOS MOLDES DO CONTRACHEQ.DAT, PARA RESPONDER
      * CONTESTACOES SEM GARIMPAR TRES ARQUIVOS NA MAO
      * ATUALIZACAO: EXTRATO DO GRUPO ECONOMICO - INFORMANDO O
      * GRUPO EM VEZ DO CLIENTE, JUNTA OS PEDIDOS E TITULOS DE
      * TODOS OS MEMBROS (PROGCOBGRP) NUM SO SALDO DEVEDOR, COM O
      * CLIENTE DE CADA EVENTO NA OBSERVACAO
      * ATUALIZACAO: PEDIDO DA FILA NOTURNA (PROGCOB125) - COM
      * RELPARM.DAT DE EXTRATO PRESENTE, O TIPO E O CLIENTE OU
      * GRUPO VEM DE LA EM VEZ DAS PERGUNTAS DA TELA; O FIM
      * PASSOU A GOBACK PARA VOLTAR A QUEM CHAMOU
      * ATUALIZACAO: PEDIDOS E TITULOS LIDOS PELAS CHAVES
      * ALTERNATIVAS POR CLIENTE (PED-CLIENTE / REC-CLIENTE), UM
      * CLIENTE OU MEMBRO DO GRUPO DE CADA VEZ, EM VEZ DE VARRER
      * OS DOIS ARQUIVOS; A EXECUCAO PASSA A SER GRAVADA EM
      * RUNLOG.DAT PARA A COMPARACAO DE TEMPOS (PROGCOB128)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REC-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CONTASREC.

           SELECT EXTRATOCLI ASSIGN TO "EXTRATOCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATOCLI.

           SELECT RELPARM ASSIGN TO "RELPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELPARM.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
       FD  EXTRATOCLI.
       01  EXTRATO-LINHA       PIC X(90).

       FD  RELPARM.
           COPY RELPARM.

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-CLIENTES   PIC X(02)      VALUE SPACES.
       77 WRK-FS-PEDIDOS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-CONTASREC  PIC X(02)      VALUE SPACES.
       77 WRK-FS-EXTRATOCLI PIC X(02)      VALUE SPACES.
       77 WRK-FS-RELPARM    PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-MODO-FILA     PIC X(01)      VALUE 'N'.
           88 WRK-EM-FILA          VALUE 'S'.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-NUMERO-CLIENTE PIC 9(06)     VALUE ZEROS.
       77 WRK-NOME-CLIENTE  PIC X(30)      VALUE SPACES.
       77 WRK-CLIENTE-OK    PIC X(01)      VALUE 'N'.
       77 WRK-PASSE         PIC 9(03)      VALUE ZEROS.
       77 WRK-SALDO         PIC S9(10)V99  VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(90)      VALUE SPACES.
       77 WRK-TIPO-EXTRATO  PIC X(01)      VALUE 'C'.
           88 WRK-EXTRATO-GRUPO    VALUE 'G'.
       77 WRK-CLIENTE-EVENTO PIC 9(06)     VALUE ZEROS.
       77 WRK-IND-MEMBRO    PIC 9(03)      VALUE ZEROS.
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
       01 WRK-EVENTOS.
           02 WRK-QT-EVENTOS   PIC 9(03)   VALUE ZEROS.
           02 WRK-EVENTO OCCURS 300 TIMES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0050-LER-PARAMETRO-FILA.
           IF NOT WRK-EM-FILA
               DISPLAY 'EXTRATO DE (C)LIENTE OU DE (G)RUPO ECONOMICO: '
               ACCEPT WRK-TIPO-EXTRATO
           END-IF.
           IF WRK-EXTRATO-GRUPO
               IF NOT WRK-EM-FILA
                   DISPLAY 'CODIGO DO GRUPO DO EXTRATO: '
                   ACCEPT WRK-GRP-GRUPO
               END-IF
               PERFORM 0150-VALIDAR-GRUPO
           ELSE
               IF NOT WRK-EM-FILA
                   DISPLAY 'NUMERO DO CLIENTE DO EXTRATO: '
                   ACCEPT WRK-NUMERO-CLIENTE
               END-IF
               PERFORM 0100-VALIDAR-CLIENTE
           END-IF.
           IF WRK-CLIENTE-VALIDO
               PERFORM 0200-COLETAR-PEDIDOS
               PERFORM 0300-COLETAR-TITULOS
               PERFORM 0400-ORDENAR-EVENTOS
               PERFORM 0500-IMPRIMIR-EXTRATO
           END-IF.
           PERFORM 0900-GRAVAR-RUNLOG.
           GOBACK.

      * RELPARM.DAT SO EXISTE DURANTE A RODADA DA FILA NOTURNA E
      * SO VALE QUANDO O PEDIDO E DE EXTRATO
       0050-LER-PARAMETRO-FILA.
           MOVE 'N' TO WRK-MODO-FILA.
           OPEN INPUT RELPARM.
           IF WRK-FS-RELPARM EQUAL '00'
               READ RELPARM
                   NOT AT END
                       IF RELPARM-RELATORIO EQUAL 'EX'
                           SET WRK-EM-FILA TO TRUE
                           MOVE RELPARM-TIPO TO WRK-TIPO-EXTRATO
                           MOVE RELPARM-CHAVE TO WRK-GRP-GRUPO
                           MOVE RELPARM-CHAVE TO WRK-NUMERO-CLIENTE
                       END-IF
               END-READ
               CLOSE RELPARM
           END-IF.

       0100-VALIDAR-CLIENTE.
           MOVE 'N' TO WRK-CLIENTE-OK.
               CLOSE CLIENTES
           END-IF.

      * O GRUPO SO VALE COM PELO MENOS UM MEMBRO - O NOME DO GRUPO
      * ENTRA NO CABECALHO NO LUGAR DO NOME DO CLIENTE
       0150-VALIDAR-GRUPO.
           MOVE 'N' TO WRK-CLIENTE-OK.
           MOVE 'M' TO WRK-GRP-FUNCAO.
           CALL 'PROGCOBGRP' USING WRK-GRP-AREA.
           IF NOT WRK-GRP-OK
               DISPLAY 'GRUPO NAO ENCONTRADO'
           ELSE
               IF WRK-GRP-QT-MEMBROS EQUAL ZEROS
                   DISPLAY 'GRUPO SEM CLIENTES VINCULADOS'
               ELSE
                   SET WRK-CLIENTE-VALIDO TO TRUE
                   MOVE WRK-GRP-NOME TO WRK-NOME-CLIENTE
               END-IF
           END-IF.

      * NO EXTRATO DO GRUPO O CLIENTE DO EVENTO VAI NO FIM DA
      * OBSERVACAO, DEPOIS DO TEXTO DO PEDIDO OU DA PARCELA
       0170-MARCAR-CLIENTE.
           IF WRK-EXTRATO-GRUPO
               MOVE 'CLI' TO WRK-EVT-OBS(WRK-QT-EVENTOS)(24:3)
               MOVE WRK-CLIENTE-EVENTO TO
                   WRK-EVT-OBS(WRK-QT-EVENTOS)(28:6)
           END-IF.

      * NO EXTRATO DE CLIENTE SO O PROPRIO CLIENTE E LIDO; NO DO
      * GRUPO, CADA MEMBRO PELA CHAVE POR CLIENTE
       0200-COLETAR-PEDIDOS.
           OPEN INPUT PEDIDOS.
           IF WRK-FS-PEDIDOS NOT EQUAL '00'
               DISPLAY 'ARQUIVO PEDIDOS.DAT NAO ENCONTRADO'
           ELSE
               IF WRK-EXTRATO-GRUPO
                   PERFORM VARYING WRK-IND-MEMBRO FROM 1 BY 1
                           UNTIL WRK-IND-MEMBRO > WRK-GRP-QT-MEMBROS
                       MOVE WRK-GRP-MEMBRO(WRK-IND-MEMBRO) TO
                           WRK-CLIENTE-EVENTO
                       PERFORM 0205-PEDIDOS-DO-CLIENTE
                   END-PERFORM
               ELSE
                   MOVE WRK-NUMERO-CLIENTE TO WRK-CLIENTE-EVENTO
                   PERFORM 0205-PEDIDOS-DO-CLIENTE
               END-IF
               CLOSE PEDIDOS
           END-IF.

       0205-PEDIDOS-DO-CLIENTE.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE WRK-CLIENTE-EVENTO TO PED-CLIENTE.
           START PEDIDOS KEY IS EQUAL TO PED-CLIENTE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ PEDIDOS NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF PED-CLIENTE NOT EQUAL WRK-CLIENTE-EVENTO
                           SET WRK-FIM-ARQ TO TRUE
                       ELSE
                           PERFORM 0210-GUARDAR-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.

      * O PEDIDO E LINHA INFORMATIVA (SINAL ESPACO) - QUEM MEXE NO
      * SALDO DEVEDOR E A EMISSAO E A BAIXA DO TITULO
       0210-GUARDAR-PEDIDO.
                       MOVE 'EM ABERTO' TO
                           WRK-EVT-OBS(WRK-QT-EVENTOS)
               END-EVALUATE
               PERFORM 0170-MARCAR-CLIENTE
           END-IF.

       0300-COLETAR-TITULOS.
           OPEN INPUT CONTASREC.
           IF WRK-FS-CONTASREC NOT EQUAL '00'
               DISPLAY 'ARQUIVO CONTASREC.DAT NAO ENCONTRADO'
           ELSE
               IF WRK-EXTRATO-GRUPO
                   PERFORM VARYING WRK-IND-MEMBRO FROM 1 BY 1
                           UNTIL WRK-IND-MEMBRO > WRK-GRP-QT-MEMBROS
                       MOVE WRK-GRP-MEMBRO(WRK-IND-MEMBRO) TO
                           WRK-CLIENTE-EVENTO
                       PERFORM 0305-TITULOS-DO-CLIENTE
                   END-PERFORM
               ELSE
                   MOVE WRK-NUMERO-CLIENTE TO WRK-CLIENTE-EVENTO
                   PERFORM 0305-TITULOS-DO-CLIENTE
               END-IF
               CLOSE CONTASREC
           END-IF.

       0305-TITULOS-DO-CLIENTE.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE WRK-CLIENTE-EVENTO TO REC-CLIENTE.
           START CONTASREC KEY IS EQUAL TO REC-CLIENTE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ CONTASREC NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF REC-CLIENTE NOT EQUAL WRK-CLIENTE-EVENTO
                           SET WRK-FIM-ARQ TO TRUE
                       ELSE
                           PERFORM 0310-GUARDAR-TITULO
                       END-IF
               END-READ
           END-PERFORM.

       0310-GUARDAR-TITULO.
           IF WRK-QT-EVENTOS < 300
               ADD 1 TO WRK-QT-EVENTOS
                   REC-VENCIMENTO
                   DELIMITED BY SIZE
                   INTO WRK-EVT-OBS(WRK-QT-EVENTOS)
               PERFORM 0170-MARCAR-CLIENTE
           END-IF.
           IF REC-SIT-PAGO
               AND WRK-QT-EVENTOS < 300
               STRING 'PARC ' REC-PARCELA ' PAGA'
                   DELIMITED BY SIZE
                   INTO WRK-EVT-OBS(WRK-QT-EVENTOS)
               PERFORM 0170-MARCAR-CLIENTE
           END-IF.

       0400-ORDENAR-EVENTOS.
           MOVE ALL '=' TO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           IF WRK-EXTRATO-GRUPO
               STRING 'PROGCOB47 - EXTRATO DO GRUPO '
                   WRK-GRP-GRUPO ' - ' WRK-NOME-CLIENTE
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           ELSE
               STRING 'PROGCOB47 - EXTRATO DO CLIENTE '
                   WRK-NUMERO-CLIENTE ' - ' WRK-NOME-CLIENTE
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           END-IF.
           MOVE WRK-LINHA-ED TO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           CLOSE EXTRATOCLI.
           DISPLAY 'EXTRATO GRAVADO EM EXTRATOCLI.DAT - '
               WRK-QT-EVENTOS ' EVENTOS'.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB47' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-EVENTOS TO RUNLOG-QTDE-REGISTROS.
           IF WRK-CLIENTE-VALIDO
               SET RUNLOG-STATUS-OK TO TRUE
           ELSE
               SET RUNLOG-STATUS-ERRO TO TRUE
           END-IF.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
