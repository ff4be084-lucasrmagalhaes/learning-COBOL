      * (COMISREL.DAT) COM PEDIDOS, BASE, PERCENTUAL DO
      * CADASTRO (VENDEDORES.DAT), COMISSAO DEVIDA E TOTAL
      * GERAL PARA A FOLHA; EXECUCAO REGISTRADA EM RUNLOG.DAT
      * ATUALIZACAO: COMISSAO GANHA NA BAIXA DA PARCELA - SO AS
      * PARCELAS DE CONTASREC.DAT PAGAS NO MES GERAM COMISSAO,
      * NA PROPORCAO DA PARCELA SOBRE O TOTAL DO PEDIDO; CADA
      * PARCELA COMISSIONADA FICA EM COMISPAG.DAT E, SE O PEDIDO
      * FOR CANCELADO (PROGCOB55) OU TIVER PARCELA BAIXADA COMO
      * PERDA, A COMISSAO E ESTORNADA NO DEMONSTRATIVO SEGUINTE.
      * O COMISREL.DAT MOSTRA GANHO, ESTORNADO E LIQUIDO POR
      * VENDEDOR COM O PEDIDO/PARCELA DE CADA LANCAMENTO
      * ATUALIZACAO: MES JA FECHADO E ENTREGUE A CONTABILIDADE
      * (PERIODOS.DAT, PROGCOBPER) NAO TEM COMISSAO APURADA
      * ATUALIZACAO: MENSALIDADE ESCOLAR (PROGCOB121) NAO E VENDA E
      * FICA FORA DA COMISSAO, COMO A PARCELA DE ACORDO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT VENDEDORES ASSIGN TO "VENDEDORES.DAT"
               RECORD KEY IS VDR-CODIGO
               FILE STATUS IS WRK-FS-VENDEDORES.

           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REC-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CONTASREC.

           SELECT COMISPAG ASSIGN TO "COMISPAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CHAVE
               ALTERNATE RECORD KEY IS CMP-VENDEDOR WITH DUPLICATES
               FILE STATUS IS WRK-FS-COMISPAG.

           SELECT COMISREL ASSIGN TO "COMISREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMISREL.
       FD  VENDEDORES.
           COPY VDRREG.

       FD  CONTASREC.
           COPY RECREG.

       FD  COMISPAG.
           COPY CMPREG.

       FD  COMISREL.
       01  COMISREL-LINHA      PIC X(90).

       WORKING-STORAGE SECTION.
       77 WRK-FS-PEDIDOS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-VENDEDORES PIC X(02)      VALUE SPACES.
       77 WRK-FS-CONTASREC  PIC X(02)      VALUE SPACES.
       77 WRK-FS-COMISPAG   PIC X(02)      VALUE SPACES.
       77 WRK-FS-COMISREL   PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-EOF-PARC      PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PARC         VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-PERIODO-SIT   PIC X(01)      VALUE SPACES.
           88 WRK-PERIODO-FECHADO  VALUE 'F'.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-IND           PIC 9(03)      VALUE ZEROS.
       77 WRK-IND-VEND      PIC 9(03)      VALUE ZEROS.
       77 WRK-ACHOU         PIC X(01)      VALUE 'N'.
       77 WRK-QT-SEM-VEND   PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-GANHAS     PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-ESTORNADAS PIC 9(05)      VALUE ZEROS.
      * PEDIDO 80000000 EM DIANTE NAO E VENDA: MENSALIDADE ESCOLAR
      * (PROGCOB121) E, DE 90000000 EM DIANTE, PARCELA DE ACORDO
       77 WRK-PRIMEIRO-PED-ESPECIAL PIC 9(08) VALUE 80000000.
       77 WRK-ULT-PEDIDO    PIC 9(08)      VALUE ZEROS.
       77 WRK-MOTIVO-ESTORNO PIC X(01)     VALUE SPACES.
       77 WRK-CAB-VEND      PIC X(01)      VALUE 'N'.
           88 WRK-CAB-IMPRESSO     VALUE 'S'.
       77 WRK-LIQUIDO       PIC S9(10)V99  VALUE ZEROS.
       77 WRK-TOTAL-GANHO   PIC 9(10)V99   VALUE ZEROS.
       77 WRK-TOTAL-ESTORNO PIC 9(10)V99   VALUE ZEROS.
       77 WRK-TOTAL-COMISSAO PIC S9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR2-ED     PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR3-ED     PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-LIQUIDO-ED    PIC -ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-PERC-ED       PIC Z9,99      VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(90)      VALUE SPACES.
       01 WRK-MES-REF.
           02 WRK-REF-ANO      PIC 9(04).
           02 WRK-REF-MES      PIC 9(02).
       01 WRK-MES-REF-NUM REDEFINES WRK-MES-REF PIC 9(06).
       01 WRK-PGTO-DATA-GRP.
           02 WRK-PGTO-ANOMES  PIC 9(06).
           02 WRK-PGTO-DIA     PIC 9(02).
       01 WRK-PGTO-DATA-NUM REDEFINES WRK-PGTO-DATA-GRP PIC 9(08).
       01 WRK-VENDEDORES-TAB.
           02 WRK-QT-VEND      PIC 9(03)   VALUE ZEROS.
           02 WRK-VEND OCCURS 100 TIMES.
               05 WRK-VEND-CODIGO   PIC 9(04).
               05 WRK-VEND-NOME     PIC X(30).
               05 WRK-VEND-PERC     PIC 9(02)V99.
               05 WRK-VEND-ATIVO    PIC X(01).
               05 WRK-VEND-GANHO    PIC 9(10)V99.
               05 WRK-VEND-ESTORNO  PIC 9(10)V99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-INICIAR.
           IF WRK-PERIODO-FECHADO
               DISPLAY 'MES JA ENTREGUE A CONTABILIDADE - '
                   'COMISSOES NAO APURADAS'
           ELSE
               PERFORM 0200-CARREGAR-VENDEDORES
               PERFORM 0250-ABRIR-HISTORICO
               IF WRK-FS-COMISPAG EQUAL '00'
                   PERFORM 0300-APURAR-PARCELAS-PAGAS
                   PERFORM 0500-APURAR-ESTORNOS
                   PERFORM 0600-IMPRIMIR-DEMONSTRATIVO
                   CLOSE COMISPAG
               ELSE
                   DISPLAY 'COMISPAG.DAT INDISPONIVEL - STATUS '
                       WRK-FS-COMISPAG
               END-IF
           END-IF.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.

           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           DISPLAY 'MES DA APURACAO DE COMISSOES (AAAAMM): '.
           ACCEPT WRK-MES-REF-NUM.
           MOVE WRK-MES-REF-NUM TO WRK-PGTO-ANOMES.
           MOVE 01 TO WRK-PGTO-DIA.
           CALL 'PROGCOBPER' USING WRK-PGTO-DATA-NUM WRK-PERIODO-SIT.

      * VENDEDOR EXCLUIDO TAMBEM ENTRA NA TABELA - PODE TER
      * ESTORNO DE COMISSAO GANHA ANTES DA EXCLUSAO
       0200-CARREGAR-VENDEDORES.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT VENDEDORES.
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF WRK-QT-VEND < 100
                               ADD 1 TO WRK-QT-VEND
                               MOVE VDR-CODIGO TO
                                   WRK-VEND-CODIGO(WRK-QT-VEND)
                                   WRK-VEND-NOME(WRK-QT-VEND)
                               MOVE VDR-PERC-COMISSAO TO
                                   WRK-VEND-PERC(WRK-QT-VEND)
                               MOVE VDR-SITUACAO TO
                                   WRK-VEND-ATIVO(WRK-QT-VEND)
                               MOVE ZEROS TO
                                   WRK-VEND-GANHO(WRK-QT-VEND)
                               MOVE ZEROS TO
                                   WRK-VEND-ESTORNO(WRK-QT-VEND)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDEDORES
           END-IF.

       0250-ABRIR-HISTORICO.
           OPEN I-O COMISPAG.
           IF WRK-FS-COMISPAG EQUAL '35'
               OPEN OUTPUT COMISPAG
               CLOSE COMISPAG
               OPEN I-O COMISPAG
           END-IF.

      * PARCELA PAGA NO MES E AINDA SEM COMISSAO NO HISTORICO
      * GERA UMA LINHA EM COMISPAG.DAT; A REEXECUCAO DO MESMO MES
      * ENCONTRA A LINHA JA GRAVADA E NAO PAGA DUAS VEZES. PARCELA
      * DE ACORDO (PEDIDO 90000000 + ACORDO) NAO TEM VENDEDOR
       0300-APURAR-PARCELAS-PAGAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PEDIDOS.
           OPEN INPUT CONTASREC.
           IF WRK-FS-PEDIDOS NOT EQUAL '00'
               DISPLAY 'ARQUIVO PEDIDOS.DAT NAO ENCONTRADO'
           ELSE
               IF WRK-FS-CONTASREC NOT EQUAL '00'
                   DISPLAY 'ARQUIVO CONTASREC.DAT NAO ENCONTRADO'
               ELSE
                   MOVE LOW-VALUES TO REC-CHAVE
                   START CONTASREC KEY IS NOT LESS THAN REC-CHAVE
                       INVALID KEY
                           SET WRK-FIM-ARQ TO TRUE
                   END-START
                   PERFORM UNTIL WRK-FIM-ARQ
                       READ CONTASREC NEXT RECORD
                           AT END
                               SET WRK-FIM-ARQ TO TRUE
                           NOT AT END
                               MOVE REC-DATA-PGTO TO
                                   WRK-PGTO-DATA-NUM
                               IF REC-SIT-PAGO
                                   AND REC-PEDIDO <
                                       WRK-PRIMEIRO-PED-ESPECIAL
                                   AND WRK-PGTO-ANOMES EQUAL
                                       WRK-MES-REF-NUM
                                   PERFORM 0310-APURAR-UMA-PARCELA
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.
           IF WRK-FS-CONTASREC EQUAL '00'
               CLOSE CONTASREC
           END-IF.
           IF WRK-FS-PEDIDOS EQUAL '00'
               CLOSE PEDIDOS
           END-IF.

       0310-APURAR-UMA-PARCELA.
           MOVE REC-CHAVE TO CMP-CHAVE.
           READ COMISPAG
               INVALID KEY
                   PERFORM 0320-GRAVAR-COMISSAO
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      * PEDIDO CANCELADO DEPOIS DA BAIXA NAO GERA COMISSAO; A BASE
      * DA PARCELA E A PARTE DELA QUE CABE AOS ITENS - FRETE E
      * ICMS CONTINUAM FORA DA COMISSAO
       0320-GRAVAR-COMISSAO.
           MOVE REC-PEDIDO TO PED-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   MOVE ZEROS TO PED-VENDEDOR
                   MOVE SPACES TO PED-SITUACAO
           END-READ.
           IF PED-SIT-CANCELADO
               CONTINUE
           ELSE
               PERFORM 0330-LOCALIZAR-VENDEDOR
               IF WRK-ACHOU EQUAL 'N'
                   ADD 1 TO WRK-QT-SEM-VEND
               ELSE
                   MOVE SPACES TO CMP-REG
                   MOVE REC-CHAVE TO CMP-CHAVE
                   MOVE PED-VENDEDOR TO CMP-VENDEDOR
                   MOVE REC-CLIENTE TO CMP-CLIENTE
                   MOVE REC-DATA-PGTO TO CMP-DATA-PGTO
                   MOVE REC-VALOR TO CMP-VALOR-PARCELA
                   IF PED-TOTAL > ZEROS
                       COMPUTE CMP-BASE ROUNDED =
                           (REC-VALOR * PED-VALOR-ITENS) / PED-TOTAL
                   ELSE
                       MOVE REC-VALOR TO CMP-BASE
                   END-IF
                   MOVE WRK-VEND-PERC(WRK-IND-VEND) TO CMP-PERC
                   COMPUTE CMP-COMISSAO ROUNDED =
                       (CMP-BASE * CMP-PERC) / 100
                   MOVE WRK-MES-REF-NUM TO CMP-MES-GANHO
                   SET CMP-SIT-PAGA TO TRUE
                   MOVE ZEROS TO CMP-MES-ESTORNO
                   WRITE CMP-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR COMISPAG.DAT - '
                               'PEDIDO ' CMP-PEDIDO '/' CMP-PARCELA
                       NOT INVALID KEY
                           ADD 1 TO WRK-QT-GANHAS
                   END-WRITE
               END-IF
           END-IF.

       0330-LOCALIZAR-VENDEDOR.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-VEND
               IF WRK-VEND-CODIGO(WRK-IND) EQUAL PED-VENDEDOR
                   MOVE WRK-IND TO WRK-IND-VEND
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.

      * COMISSAO JA PAGA DE PEDIDO QUE FOI CANCELADO OU QUE TEVE
      * PARCELA BAIXADA COMO PERDA E ESTORNADA NO MES APURADO;
      * A LINHA DO HISTORICO GUARDA O MES DO ESTORNO PARA A
      * REEXECUCAO NAO ESTORNAR DE NOVO
       0500-APURAR-ESTORNOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE ZEROS TO WRK-ULT-PEDIDO.
           MOVE SPACES TO WRK-MOTIVO-ESTORNO.
           OPEN INPUT PEDIDOS.
           OPEN INPUT CONTASREC.
           IF WRK-FS-PEDIDOS NOT EQUAL '00'
               OR WRK-FS-CONTASREC NOT EQUAL '00'
               DISPLAY 'PEDIDOS.DAT/CONTASREC.DAT INDISPONIVEL - '
                   'ESTORNOS NAO APURADOS'
           ELSE
               MOVE LOW-VALUES TO CMP-CHAVE
               START COMISPAG KEY IS NOT LESS THAN CMP-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ COMISPAG NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF CMP-SIT-PAGA
                               AND CMP-MES-GANHO NOT GREATER
                                   WRK-MES-REF-NUM
                               PERFORM 0510-ESTORNAR-SE-PERDIDO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WRK-FS-CONTASREC EQUAL '00'
               CLOSE CONTASREC
           END-IF.
           IF WRK-FS-PEDIDOS EQUAL '00'
               CLOSE PEDIDOS
           END-IF.

       0510-ESTORNAR-SE-PERDIDO.
           IF CMP-PEDIDO NOT EQUAL WRK-ULT-PEDIDO
               PERFORM 0520-VERIFICAR-PEDIDO
               MOVE CMP-PEDIDO TO WRK-ULT-PEDIDO
           END-IF.
           IF WRK-MOTIVO-ESTORNO NOT EQUAL SPACES
               SET CMP-SIT-ESTORNADA TO TRUE
               MOVE WRK-MES-REF-NUM TO CMP-MES-ESTORNO
               MOVE WRK-MOTIVO-ESTORNO TO CMP-MOTIVO-ESTORNO
               REWRITE CMP-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO ESTORNAR COMISPAG.DAT - '
                           'PEDIDO ' CMP-PEDIDO '/' CMP-PARCELA
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ESTORNADAS
               END-REWRITE
           END-IF.

      * MOTIVO C = PEDIDO CANCELADO, L = ALGUMA PARCELA DO PEDIDO
      * BAIXADA COMO PERDA, ESPACO = COMISSAO MANTIDA
       0520-VERIFICAR-PEDIDO.
           MOVE SPACES TO WRK-MOTIVO-ESTORNO.
           MOVE CMP-PEDIDO TO PED-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   MOVE SPACES TO PED-SITUACAO
           END-READ.
           IF PED-SIT-CANCELADO
               MOVE 'C' TO WRK-MOTIVO-ESTORNO
           ELSE
               MOVE 'N' TO WRK-EOF-PARC
               MOVE CMP-PEDIDO TO REC-PEDIDO
               MOVE ZEROS TO REC-PARCELA
               START CONTASREC KEY IS NOT LESS THAN REC-CHAVE
                   INVALID KEY
                       SET WRK-FIM-PARC TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-PARC
                   READ CONTASREC NEXT RECORD
                       AT END
                           SET WRK-FIM-PARC TO TRUE
                       NOT AT END
                           IF REC-PEDIDO NOT EQUAL CMP-PEDIDO
                               SET WRK-FIM-PARC TO TRUE
                           ELSE
                               IF REC-SIT-PERDA
                                   MOVE 'L' TO WRK-MOTIVO-ESTORNO
                                   SET WRK-FIM-PARC TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0600-IMPRIMIR-DEMONSTRATIVO.
           OPEN OUTPUT COMISREL.
           MOVE SPACES TO COMISREL-LINHA.
           STRING 'PROGCOB57 - COMISSOES DO MES ' WRK-MES-REF-NUM
               ' (EMITIDO EM ' WRK-DATASYS ')'
               DELIMITED BY SIZE INTO COMISREL-LINHA.
           WRITE COMISREL-LINHA.
           MOVE 'LANC.   PEDIDO/PC  PAGO EM  VALOR PARCELA'
               TO COMISREL-LINHA.
           MOVE '         BASE     %       COMISSAO' TO
               COMISREL-LINHA(42:34).
           WRITE COMISREL-LINHA.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-VEND
               PERFORM 0610-IMPRIMIR-VENDEDOR
           END-PERFORM.
           COMPUTE WRK-TOTAL-COMISSAO =
               WRK-TOTAL-GANHO - WRK-TOTAL-ESTORNO.
           MOVE SPACES TO COMISREL-LINHA.
           WRITE COMISREL-LINHA.
           MOVE WRK-TOTAL-GANHO TO WRK-VALOR-ED.
           MOVE WRK-TOTAL-ESTORNO TO WRK-VALOR2-ED.
           MOVE WRK-TOTAL-COMISSAO TO WRK-LIQUIDO-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL GERAL - GANHO ' WRK-VALOR-ED
               ' ESTORNADO ' WRK-VALOR2-ED
               ' LIQUIDO ' WRK-LIQUIDO-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO COMISREL-LINHA.
           WRITE COMISREL-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'PARCELAS COMISSIONADAS: ' WRK-QT-GANHAS
               '  ESTORNADAS: ' WRK-QT-ESTORNADAS
               '  PARCELAS SEM VENDEDOR: ' WRK-QT-SEM-VEND
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO COMISREL-LINHA.
           WRITE COMISREL-LINHA.
           CLOSE COMISREL.
           DISPLAY 'DEMONSTRATIVO GRAVADO EM COMISREL.DAT - '
               'COMISSAO LIQUIDA ' WRK-LIQUIDO-ED.

      * OS LANCAMENTOS DO VENDEDOR SAO LIDOS PELA CHAVE
      * ALTERNATIVA; O CABECALHO SO SAI SE HOUVER LANCAMENTO NO
      * MES OU SE O VENDEDOR ESTIVER ATIVO
       0610-IMPRIMIR-VENDEDOR.
           MOVE 'N' TO WRK-CAB-VEND.
           IF WRK-VEND-ATIVO(WRK-IND) EQUAL 'A'
               PERFORM 0620-IMPRIMIR-CABECALHO
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE WRK-VEND-CODIGO(WRK-IND) TO CMP-VENDEDOR.
           START COMISPAG KEY IS NOT LESS THAN CMP-VENDEDOR
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ COMISPAG NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF CMP-VENDEDOR NOT EQUAL
                               WRK-VEND-CODIGO(WRK-IND)
                           SET WRK-FIM-ARQ TO TRUE
                       ELSE
                           PERFORM 0630-IMPRIMIR-LANCAMENTOS
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-CAB-IMPRESSO
               COMPUTE WRK-LIQUIDO = WRK-VEND-GANHO(WRK-IND) -
                   WRK-VEND-ESTORNO(WRK-IND)
               MOVE WRK-VEND-GANHO(WRK-IND) TO WRK-VALOR-ED
               MOVE WRK-VEND-ESTORNO(WRK-IND) TO WRK-VALOR2-ED
               MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED
               MOVE SPACES TO WRK-LINHA-ED
               STRING '  VENDEDOR - GANHO ' WRK-VALOR-ED
                   ' ESTORNADO ' WRK-VALOR2-ED
                   ' LIQUIDO ' WRK-LIQUIDO-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO COMISREL-LINHA
               WRITE COMISREL-LINHA
               ADD WRK-VEND-GANHO(WRK-IND) TO WRK-TOTAL-GANHO
               ADD WRK-VEND-ESTORNO(WRK-IND) TO WRK-TOTAL-ESTORNO
           END-IF.

       0620-IMPRIMIR-CABECALHO.
           SET WRK-CAB-IMPRESSO TO TRUE.
           MOVE SPACES TO COMISREL-LINHA.
           WRITE COMISREL-LINHA.
           MOVE WRK-VEND-PERC(WRK-IND) TO WRK-PERC-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'VENDEDOR ' WRK-VEND-CODIGO(WRK-IND) ' '
               WRK-VEND-NOME(WRK-IND) ' PERCENTUAL ATUAL '
               WRK-PERC-ED '%'
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO COMISREL-LINHA.
           WRITE COMISREL-LINHA.

      * A MESMA PARCELA PODE APARECER COMO GANHO E COMO ESTORNO
      * NO MESMO MES, QUANDO O PEDIDO CAI LOGO DEPOIS DA BAIXA
       0630-IMPRIMIR-LANCAMENTOS.
           IF CMP-MES-GANHO EQUAL WRK-MES-REF-NUM
               IF NOT WRK-CAB-IMPRESSO
                   PERFORM 0620-IMPRIMIR-CABECALHO
               END-IF
               ADD CMP-COMISSAO TO WRK-VEND-GANHO(WRK-IND)
               MOVE CMP-VALOR-PARCELA TO WRK-VALOR-ED
               MOVE CMP-BASE TO WRK-VALOR2-ED
               MOVE CMP-PERC TO WRK-PERC-ED
               MOVE CMP-COMISSAO TO WRK-LIQUIDO-ED
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'GANHO   ' CMP-PEDIDO '/' CMP-PARCELA ' '
                   CMP-DATA-PGTO WRK-VALOR-ED WRK-VALOR2-ED ' '
                   WRK-PERC-ED ' ' WRK-LIQUIDO-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO COMISREL-LINHA
               WRITE COMISREL-LINHA
           END-IF.
           IF CMP-SIT-ESTORNADA
               AND CMP-MES-ESTORNO EQUAL WRK-MES-REF-NUM
               IF NOT WRK-CAB-IMPRESSO
                   PERFORM 0620-IMPRIMIR-CABECALHO
               END-IF
               ADD CMP-COMISSAO TO WRK-VEND-ESTORNO(WRK-IND)
               MOVE CMP-VALOR-PARCELA TO WRK-VALOR-ED
               MOVE CMP-BASE TO WRK-VALOR2-ED
               MOVE CMP-PERC TO WRK-PERC-ED
               COMPUTE WRK-LIQUIDO = ZEROS - CMP-COMISSAO
               MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED
               MOVE SPACES TO WRK-LINHA-ED
               IF CMP-EST-PERDA
                   STRING 'EST.PERD' CMP-PEDIDO '/' CMP-PARCELA ' '
                       CMP-MES-GANHO '  ' WRK-VALOR-ED WRK-VALOR2-ED
                       ' ' WRK-PERC-ED ' ' WRK-LIQUIDO-ED
                       DELIMITED BY SIZE INTO WRK-LINHA-ED
               ELSE
                   STRING 'EST.CANC' CMP-PEDIDO '/' CMP-PARCELA ' '
                       CMP-MES-GANHO '  ' WRK-VALOR-ED WRK-VALOR2-ED
                       ' ' WRK-PERC-ED ' ' WRK-LIQUIDO-ED
                       DELIMITED BY SIZE INTO WRK-LINHA-ED
               END-IF
               MOVE WRK-LINHA-ED TO COMISREL-LINHA
               WRITE COMISREL-LINHA
           END-IF.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           COMPUTE RUNLOG-QTDE-REGISTROS =
               WRK-QT-GANHAS + WRK-QT-ESTORNADAS.
           IF WRK-FS-COMISPAG EQUAL '00'
               SET RUNLOG-STATUS-OK TO TRUE
           ELSE
               SET RUNLOG-STATUS-ERRO TO TRUE
           END-IF.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
