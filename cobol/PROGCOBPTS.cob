       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBPTS.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: ROTINA COMUM DOS PONTOS DE FIDELIDADE DO
      * CLIENTE (LOTES EM PONTOS.DAT, MOVIMENTO EM PTSMOV.DAT):
      *   C = CREDITA OS PONTOS DE UMA PARCELA LIQUIDADA
      *       (PROGCOB40 E PROGCOB53), UM LOTE POR PARCELA COM
      *       VALIDADE DE 12 MESES
      *   X = ESTORNA OS PONTOS DE UM PEDIDO CANCELADO
      *       (PROGCOB55) - O QUE JA FOI RESGATADO SAI DOS
      *       OUTROS LOTES DO CLIENTE, DO MAIS ANTIGO PARA O
      *       MAIS NOVO
      *   R = RESGATA PONTOS, DO LOTE MAIS ANTIGO PARA O MAIS
      *       NOVO, E DEVOLVE O VALOR EM REAIS A CREDITAR
      *   S = CONSULTA O SALDO DISPONIVEL DO CLIENTE
      *   E = EXPIRA TODOS OS LOTES VENCIDOS (RODADA NOTURNA)
      * OS PONTOS POR REAL PAGO E O VALOR DO PONTO NO RESGATE
      * VEM DE PONTOSPAR.DAT (PADRAO 1 PONTO POR REAL E
      * R$ 0,01 POR PONTO QUANDO O ARQUIVO FALTA); LOTE
      * VENCIDO E EXPIRADO ANTES DE QUALQUER SALDO OU RESGATE
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTOS ASSIGN TO "PONTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-CHAVE
               FILE STATUS IS WRK-FS-PONTOS.

           SELECT PTSMOV ASSIGN TO "PTSMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PTSMOV.

           SELECT PONTOSPAR ASSIGN TO "PONTOSPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTOSPAR.

       DATA DIVISION.
       FILE SECTION.
       FD  PONTOS.
           COPY PTSREG.

       FD  PTSMOV.
           COPY PTMREG.

       FD  PONTOSPAR.
       01  PONTOSPAR-REG.
           02  PONTOSPAR-PONTOS-REAL  PIC 9(03)V99.
           02  PONTOSPAR-VALOR-PONTO  PIC 9(01)V9999.

       WORKING-STORAGE SECTION.
       77 WRK-FS-PONTOS     PIC X(02)      VALUE SPACES.
       77 WRK-FS-PTSMOV     PIC X(02)      VALUE SPACES.
       77 WRK-FS-PONTOSPAR  PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-AGORA    PIC 9(08)      VALUE ZEROS.
       77 WRK-PONTOS-REAL   PIC 9(03)V99   VALUE 1,00.
       77 WRK-VALOR-PONTO   PIC 9(01)V9999 VALUE 0,0100.
       77 WRK-PONTOS-CALC   PIC 9(07)      VALUE ZEROS.
       77 WRK-A-DEBITAR     PIC 9(07)      VALUE ZEROS.
       77 WRK-DEBITO-LOTE   PIC 9(07)      VALUE ZEROS.
       77 WRK-CONSUMIDO     PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-LOTES      PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-EXPIRADOS  PIC 9(09)      VALUE ZEROS.
       01 WRK-DATA-CONV.
           02 WRK-CONV-ANO     PIC 9(04).
           02 WRK-CONV-MES     PIC 9(02).
           02 WRK-CONV-DIA     PIC 9(02).
       01 WRK-DATA-CONV-NUM REDEFINES WRK-DATA-CONV PIC 9(08).

       LINKAGE SECTION.
       01 LNK-PTS-AREA.
           02 LNK-PTS-FUNCAO       PIC X(01).
               88 LNK-PTS-CREDITAR     VALUE 'C'.
               88 LNK-PTS-ESTORNAR     VALUE 'X'.
               88 LNK-PTS-RESGATAR     VALUE 'R'.
               88 LNK-PTS-CONSULTAR    VALUE 'S'.
               88 LNK-PTS-EXPIRAR      VALUE 'E'.
           02 LNK-PTS-CLIENTE      PIC 9(06).
           02 LNK-PTS-PEDIDO       PIC 9(08).
           02 LNK-PTS-PARCELA      PIC 9(02).
           02 LNK-PTS-VALOR        PIC 9(08)V99.
           02 LNK-PTS-PONTOS       PIC 9(07).
           02 LNK-PTS-SALDO        PIC 9(07).
           02 LNK-PTS-NAO-COBERTO  PIC 9(07).
           02 LNK-PTS-RETORNO      PIC X(01).
               88 LNK-PTS-OK           VALUE '0'.
               88 LNK-PTS-NADA-FEITO   VALUE '1'.
               88 LNK-PTS-SEM-SALDO    VALUE '2'.
               88 LNK-PTS-INDISPONIVEL VALUE '9'.

       PROCEDURE DIVISION USING LNK-PTS-AREA.
       0000-PRINCIPAL.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           SET LNK-PTS-OK TO TRUE.
           MOVE ZEROS TO LNK-PTS-SALDO.
           MOVE ZEROS TO LNK-PTS-NAO-COBERTO.
           PERFORM 0100-CARREGAR-PARAMETROS.
           OPEN I-O PONTOS.
           IF WRK-FS-PONTOS EQUAL '35'
               OPEN OUTPUT PONTOS
               CLOSE PONTOS
               OPEN I-O PONTOS
           END-IF.
           IF WRK-FS-PONTOS NOT EQUAL '00'
               SET LNK-PTS-INDISPONIVEL TO TRUE
           ELSE
               OPEN EXTEND PTSMOV
               IF WRK-FS-PTSMOV EQUAL '35'
                   OPEN OUTPUT PTSMOV
               END-IF
               EVALUATE TRUE
                   WHEN LNK-PTS-CREDITAR
                       PERFORM 1000-CREDITAR
                   WHEN LNK-PTS-ESTORNAR
                       PERFORM 2000-ESTORNAR
                   WHEN LNK-PTS-RESGATAR
                       PERFORM 3000-RESGATAR
                   WHEN LNK-PTS-EXPIRAR
                       PERFORM 4000-EXPIRAR-GERAL
                   WHEN OTHER
                       PERFORM 5000-SALDO-CLIENTE
               END-EVALUATE
               CLOSE PTSMOV
               CLOSE PONTOS
           END-IF.
           GOBACK.

       0100-CARREGAR-PARAMETROS.
           OPEN INPUT PONTOSPAR.
           IF WRK-FS-PONTOSPAR EQUAL '00'
               READ PONTOSPAR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PONTOSPAR-PONTOS-REAL TO WRK-PONTOS-REAL
                       MOVE PONTOSPAR-VALOR-PONTO TO WRK-VALOR-PONTO
               END-READ
               CLOSE PONTOSPAR
           END-IF.

      * OS PONTOS SAO SOBRE O PRINCIPAL DA PARCELA, SEM MULTA E
      * JUROS; A MESMA PARCELA NUNCA CREDITA DUAS VEZES
       1000-CREDITAR.
           COMPUTE WRK-PONTOS-CALC =
               LNK-PTS-VALOR * WRK-PONTOS-REAL.
           MOVE WRK-PONTOS-CALC TO LNK-PTS-PONTOS.
           IF WRK-PONTOS-CALC EQUAL ZEROS
               SET LNK-PTS-NADA-FEITO TO TRUE
           ELSE
               MOVE LNK-PTS-CLIENTE TO PTS-CLIENTE
               MOVE LNK-PTS-PEDIDO TO PTS-PEDIDO
               MOVE LNK-PTS-PARCELA TO PTS-PARCELA
               READ PONTOS
                   INVALID KEY
                       PERFORM 1100-GRAVAR-LOTE
                   NOT INVALID KEY
                       MOVE ZEROS TO LNK-PTS-PONTOS
                       SET LNK-PTS-NADA-FEITO TO TRUE
               END-READ
           END-IF.
           PERFORM 5000-SALDO-CLIENTE.

       1100-GRAVAR-LOTE.
           MOVE WRK-DATASYS TO WRK-DATA-CONV-NUM.
           ADD 1 TO WRK-CONV-ANO.
           IF WRK-CONV-MES EQUAL 02 AND WRK-CONV-DIA EQUAL 29
               MOVE 28 TO WRK-CONV-DIA
           END-IF.
           MOVE SPACES TO PTS-REG.
           MOVE LNK-PTS-CLIENTE TO PTS-CLIENTE.
           MOVE LNK-PTS-PEDIDO TO PTS-PEDIDO.
           MOVE LNK-PTS-PARCELA TO PTS-PARCELA.
           MOVE WRK-DATASYS TO PTS-DATA-CREDITO.
           MOVE WRK-DATA-CONV-NUM TO PTS-VALIDADE.
           MOVE LNK-PTS-VALOR TO PTS-VALOR-BASE.
           MOVE WRK-PONTOS-CALC TO PTS-PONTOS.
           MOVE WRK-PONTOS-CALC TO PTS-SALDO.
           SET PTS-SIT-ATIVO TO TRUE.
           MOVE ZEROS TO PTS-DATA-BAIXA.
           WRITE PTS-REG.
           MOVE SPACES TO PTM-REG.
           SET PTM-CREDITO TO TRUE.
           MOVE LNK-PTS-PEDIDO TO PTM-PEDIDO.
           MOVE LNK-PTS-PARCELA TO PTM-PARCELA.
           MOVE WRK-PONTOS-CALC TO PTM-PONTOS.
           MOVE LNK-PTS-VALOR TO PTM-VALOR.
           PERFORM 8000-GRAVAR-MOVIMENTO.

      * O SALDO QUE RESTA NOS LOTES DO PEDIDO E ESTORNADO; O QUE
      * O CLIENTE JA RESGATOU DESSES LOTES SAI DOS OUTROS LOTES
      * ATIVOS DELE - SE NAO HOUVER SALDO, A DIFERENCA VOLTA EM
      * LNK-PTS-NAO-COBERTO PARA O CHAMADOR REGISTRAR
       2000-ESTORNAR.
           MOVE ZEROS TO LNK-PTS-PONTOS.
           MOVE ZEROS TO WRK-A-DEBITAR.
           MOVE ZEROS TO WRK-QT-LOTES.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LNK-PTS-CLIENTE TO PTS-CLIENTE.
           MOVE LNK-PTS-PEDIDO TO PTS-PEDIDO.
           MOVE ZEROS TO PTS-PARCELA.
           START PONTOS KEY IS NOT LESS THAN PTS-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ PONTOS NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF PTS-CLIENTE NOT EQUAL LNK-PTS-CLIENTE
                               OR PTS-PEDIDO NOT EQUAL LNK-PTS-PEDIDO
                           SET WRK-FIM-ARQ TO TRUE
                       ELSE
                           PERFORM 2100-ESTORNAR-LOTE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.
           IF WRK-QT-LOTES EQUAL ZEROS
               SET LNK-PTS-NADA-FEITO TO TRUE
           END-IF.
           IF WRK-A-DEBITAR > ZEROS
               MOVE WRK-A-DEBITAR TO WRK-CONSUMIDO
               PERFORM 6000-CONSUMIR-LOTES
               COMPUTE WRK-PONTOS-CALC = WRK-CONSUMIDO -
                   WRK-A-DEBITAR
               IF WRK-PONTOS-CALC > ZEROS
                   ADD WRK-PONTOS-CALC TO LNK-PTS-PONTOS
                   MOVE SPACES TO PTM-REG
                   SET PTM-ESTORNO TO TRUE
                   MOVE LNK-PTS-PEDIDO TO PTM-PEDIDO
                   MOVE ZEROS TO PTM-PARCELA
                   MOVE WRK-PONTOS-CALC TO PTM-PONTOS
                   MOVE ZEROS TO PTM-VALOR
                   PERFORM 8000-GRAVAR-MOVIMENTO
               END-IF
               MOVE WRK-A-DEBITAR TO LNK-PTS-NAO-COBERTO
           END-IF.
           PERFORM 5000-SALDO-CLIENTE.

      * LOTE JA EXPIRADO NAO TEM O QUE ESTORNAR
       2100-ESTORNAR-LOTE.
           IF PTS-SIT-ATIVO OR PTS-SIT-RESGATADO
               ADD 1 TO WRK-QT-LOTES
               COMPUTE WRK-CONSUMIDO = PTS-PONTOS - PTS-SALDO
               ADD WRK-CONSUMIDO TO WRK-A-DEBITAR
               IF PTS-SALDO > ZEROS
                   ADD PTS-SALDO TO LNK-PTS-PONTOS
                   MOVE SPACES TO PTM-REG
                   SET PTM-ESTORNO TO TRUE
                   MOVE PTS-PEDIDO TO PTM-PEDIDO
                   MOVE PTS-PARCELA TO PTM-PARCELA
                   MOVE PTS-SALDO TO PTM-PONTOS
                   MOVE PTS-VALOR-BASE TO PTM-VALOR
                   PERFORM 8000-GRAVAR-MOVIMENTO
               END-IF
               MOVE ZEROS TO PTS-SALDO
               SET PTS-SIT-ESTORNADO TO TRUE
               MOVE WRK-DATASYS TO PTS-DATA-BAIXA
               REWRITE PTS-REG
           END-IF.

       3000-RESGATAR.
           PERFORM 5000-SALDO-CLIENTE.
           IF LNK-PTS-PONTOS EQUAL ZEROS
                   OR LNK-PTS-PONTOS > LNK-PTS-SALDO
               MOVE ZEROS TO LNK-PTS-VALOR
               SET LNK-PTS-SEM-SALDO TO TRUE
           ELSE
               MOVE LNK-PTS-PONTOS TO WRK-A-DEBITAR
               PERFORM 6000-CONSUMIR-LOTES
               COMPUTE LNK-PTS-VALOR ROUNDED =
                   LNK-PTS-PONTOS * WRK-VALOR-PONTO
               MOVE SPACES TO PTM-REG
               SET PTM-RESGATE TO TRUE
               MOVE ZEROS TO PTM-PEDIDO
               MOVE ZEROS TO PTM-PARCELA
               MOVE LNK-PTS-PONTOS TO PTM-PONTOS
               MOVE LNK-PTS-VALOR TO PTM-VALOR
               PERFORM 8000-GRAVAR-MOVIMENTO
               PERFORM 5000-SALDO-CLIENTE
           END-IF.

       4000-EXPIRAR-GERAL.
           MOVE ZEROS TO WRK-QT-EXPIRADOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LOW-VALUES TO PTS-CHAVE.
           START PONTOS KEY IS NOT LESS THAN PTS-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ PONTOS NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM 7000-EXPIRAR-SE-VENCIDO
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE WRK-QT-EXPIRADOS TO LNK-PTS-PONTOS.

       5000-SALDO-CLIENTE.
           MOVE ZEROS TO LNK-PTS-SALDO.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LNK-PTS-CLIENTE TO PTS-CLIENTE.
           MOVE ZEROS TO PTS-PEDIDO.
           MOVE ZEROS TO PTS-PARCELA.
           START PONTOS KEY IS NOT LESS THAN PTS-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ PONTOS NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF PTS-CLIENTE NOT EQUAL LNK-PTS-CLIENTE
                           SET WRK-FIM-ARQ TO TRUE
                       ELSE
                           PERFORM 7000-EXPIRAR-SE-VENCIDO
                           IF PTS-SIT-ATIVO
                               ADD PTS-SALDO TO LNK-PTS-SALDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.

      * CONSOME WRK-A-DEBITAR DOS LOTES ATIVOS DO CLIENTE NA
      * ORDEM DA CHAVE (DO PEDIDO MAIS ANTIGO PARA O MAIS NOVO);
      * O QUE NAO COUBER NOS LOTES FICA EM WRK-A-DEBITAR
       6000-CONSUMIR-LOTES.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LNK-PTS-CLIENTE TO PTS-CLIENTE.
           MOVE ZEROS TO PTS-PEDIDO.
           MOVE ZEROS TO PTS-PARCELA.
           START PONTOS KEY IS NOT LESS THAN PTS-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ OR WRK-A-DEBITAR EQUAL ZEROS
               READ PONTOS NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF PTS-CLIENTE NOT EQUAL LNK-PTS-CLIENTE
                           SET WRK-FIM-ARQ TO TRUE
                       ELSE
                           PERFORM 7000-EXPIRAR-SE-VENCIDO
                           IF PTS-SIT-ATIVO
                               PERFORM 6100-DEBITAR-LOTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.

       6100-DEBITAR-LOTE.
           IF PTS-SALDO > WRK-A-DEBITAR
               MOVE WRK-A-DEBITAR TO WRK-DEBITO-LOTE
           ELSE
               MOVE PTS-SALDO TO WRK-DEBITO-LOTE
           END-IF.
           SUBTRACT WRK-DEBITO-LOTE FROM PTS-SALDO.
           SUBTRACT WRK-DEBITO-LOTE FROM WRK-A-DEBITAR.
           IF PTS-SALDO EQUAL ZEROS
               SET PTS-SIT-RESGATADO TO TRUE
               MOVE WRK-DATASYS TO PTS-DATA-BAIXA
           END-IF.
           REWRITE PTS-REG.

      * O LOTE VALE ATE A DATA DE VALIDADE, INCLUSIVE
       7000-EXPIRAR-SE-VENCIDO.
           IF PTS-SIT-ATIVO AND PTS-VALIDADE < WRK-DATASYS
               IF PTS-SALDO > ZEROS
                   ADD PTS-SALDO TO WRK-QT-EXPIRADOS
                   MOVE SPACES TO PTM-REG
                   SET PTM-EXPIRACAO TO TRUE
                   MOVE PTS-PEDIDO TO PTM-PEDIDO
                   MOVE PTS-PARCELA TO PTM-PARCELA
                   MOVE PTS-SALDO TO PTM-PONTOS
                   MOVE PTS-VALOR-BASE TO PTM-VALOR
                   MOVE PTS-CLIENTE TO PTM-CLIENTE
                   PERFORM 8100-ESCREVER-MOVIMENTO
               END-IF
               MOVE ZEROS TO PTS-SALDO
               SET PTS-SIT-EXPIRADO TO TRUE
               MOVE WRK-DATASYS TO PTS-DATA-BAIXA
               REWRITE PTS-REG
           END-IF.

       8000-GRAVAR-MOVIMENTO.
           MOVE LNK-PTS-CLIENTE TO PTM-CLIENTE.
           PERFORM 8100-ESCREVER-MOVIMENTO.

       8100-ESCREVER-MOVIMENTO.
           MOVE WRK-DATASYS TO PTM-DATA.
           MOVE WRK-HORA-AGORA TO PTM-HORA.
           WRITE PTM-REG.
