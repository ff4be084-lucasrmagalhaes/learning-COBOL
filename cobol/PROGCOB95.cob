       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB95.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: LOTE MENSAL DE ORCAMENTOS - BAIXA COMO PERDIDO
      * TODO ORCAMENTO ABERTO COM VALIDADE ANTERIOR A HOJE
      * (ORCAM.DAT) E IMPRIME A CONVERSAO ORCAMENTO-PEDIDO DO MES
      * INFORMADO POR VENDEDOR (ORCCONV.DAT) - ORCAMENTOS
      * EMITIDOS, CONVERTIDOS, PERDIDOS E AINDA ABERTOS, VALOR
      * ORCADO, VALOR CONVERTIDO E PERCENTUAL DE CONVERSAO;
      * EXECUCAO REGISTRADA EM RUNLOG.DAT
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

           SELECT VENDEDORES ASSIGN TO "VENDEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VDR-CODIGO
               FILE STATUS IS WRK-FS-VENDEDORES.

           SELECT ORCCONV ASSIGN TO "ORCCONV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORCCONV.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ORCAM.
           COPY ORCREG.

       FD  VENDEDORES.
           COPY VDRREG.

       FD  ORCCONV.
       01  ORCCONV-LINHA       PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-ORCAM      PIC X(02)      VALUE SPACES.
       77 WRK-FS-VENDEDORES PIC X(02)      VALUE SPACES.
       77 WRK-FS-ORCCONV    PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-IND           PIC 9(03)      VALUE ZEROS.
       77 WRK-ACHOU         PIC X(01)      VALUE 'N'.
       77 WRK-QT-VENCIDOS   PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-SEM-VEND   PIC 9(05)      VALUE ZEROS.
       77 WRK-PERC-CONV     PIC 9(03)V99   VALUE ZEROS.
       77 WRK-PERC-ED       PIC ZZ9,99     VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CONV-ED       PIC ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(100)     VALUE SPACES.
       01 WRK-MES-REF.
           02 WRK-REF-ANO      PIC 9(04).
           02 WRK-REF-MES      PIC 9(02).
       01 WRK-MES-REF-NUM REDEFINES WRK-MES-REF PIC 9(06).
       01 WRK-ORC-DATA-GRP.
           02 WRK-ORC-ANOMES   PIC 9(06).
           02 WRK-ORC-DIA      PIC 9(02).
       01 WRK-ORC-DATA-NUM REDEFINES WRK-ORC-DATA-GRP PIC 9(08).
       01 WRK-TOTAIS.
           02 WRK-TOT-EMITIDOS  PIC 9(05).
           02 WRK-TOT-CONVERT   PIC 9(05).
           02 WRK-TOT-PERDIDOS  PIC 9(05).
           02 WRK-TOT-ABERTOS   PIC 9(05).
           02 WRK-TOT-VALOR     PIC 9(10)V99.
           02 WRK-TOT-VALOR-CONV PIC 9(10)V99.
       01 WRK-VENDEDORES-TAB.
           02 WRK-QT-VEND      PIC 9(03)   VALUE ZEROS.
           02 WRK-VEND OCCURS 100 TIMES.
               05 WRK-VEND-CODIGO   PIC 9(04).
               05 WRK-VEND-NOME     PIC X(30).
               05 WRK-VEND-EMITIDOS PIC 9(05).
               05 WRK-VEND-CONVERT  PIC 9(05).
               05 WRK-VEND-PERDIDOS PIC 9(05).
               05 WRK-VEND-ABERTOS  PIC 9(05).
               05 WRK-VEND-VALOR    PIC 9(10)V99.
               05 WRK-VEND-VALOR-CONV PIC 9(10)V99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-CARREGAR-VENDEDORES.
           PERFORM 0300-PROCESSAR-ORCAMENTOS.
           PERFORM 0400-IMPRIMIR-CONVERSAO.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.

       0100-INICIAR.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           DISPLAY 'MES DA CONVERSAO DE ORCAMENTOS (AAAAMM, 0 = MES '
               'ATUAL): '.
           ACCEPT WRK-MES-REF-NUM.
           IF WRK-MES-REF-NUM EQUAL ZEROS
               MOVE WRK-DATASYS TO WRK-ORC-DATA-NUM
               MOVE WRK-ORC-ANOMES TO WRK-MES-REF-NUM
           END-IF.
           MOVE ZEROS TO WRK-TOT-EMITIDOS.
           MOVE ZEROS TO WRK-TOT-CONVERT.
           MOVE ZEROS TO WRK-TOT-PERDIDOS.
           MOVE ZEROS TO WRK-TOT-ABERTOS.
           MOVE ZEROS TO WRK-TOT-VALOR.
           MOVE ZEROS TO WRK-TOT-VALOR-CONV.

       0200-CARREGAR-VENDEDORES.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT VENDEDORES.
           IF WRK-FS-VENDEDORES NOT EQUAL '00'
               DISPLAY 'ARQUIVO VENDEDORES.DAT NAO ENCONTRADO'
           ELSE
               MOVE LOW-VALUES TO VDR-CODIGO
               START VENDEDORES KEY IS NOT LESS THAN VDR-CODIGO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ VENDEDORES NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF WRK-QT-VEND < 100
                               ADD 1 TO WRK-QT-VEND
                               MOVE VDR-CODIGO TO
                                   WRK-VEND-CODIGO(WRK-QT-VEND)
                               MOVE VDR-NOME TO
                                   WRK-VEND-NOME(WRK-QT-VEND)
                               MOVE ZEROS TO
                                   WRK-VEND-EMITIDOS(WRK-QT-VEND)
                               MOVE ZEROS TO
                                   WRK-VEND-CONVERT(WRK-QT-VEND)
                               MOVE ZEROS TO
                                   WRK-VEND-PERDIDOS(WRK-QT-VEND)
                               MOVE ZEROS TO
                                   WRK-VEND-ABERTOS(WRK-QT-VEND)
                               MOVE ZEROS TO
                                   WRK-VEND-VALOR(WRK-QT-VEND)
                               MOVE ZEROS TO
                                   WRK-VEND-VALOR-CONV(WRK-QT-VEND)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDEDORES
           END-IF.

      * A BAIXA POR VENCIMENTO VEM ANTES DA CONTAGEM, ENTAO O MES
      * JA SAI COM OS PERDIDOS DE HOJE
       0300-PROCESSAR-ORCAMENTOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN I-O ORCAM.
           IF WRK-FS-ORCAM NOT EQUAL '00'
               DISPLAY 'ARQUIVO ORCAM.DAT NAO ENCONTRADO'
           ELSE
               MOVE LOW-VALUES TO ORC-NUMERO
               START ORCAM KEY IS NOT LESS THAN ORC-NUMERO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ ORCAM NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF ORC-SIT-ABERTO
                                   AND ORC-VALIDADE < WRK-DATASYS
                               SET ORC-SIT-PERDIDO TO TRUE
                               MOVE WRK-DATASYS TO ORC-DATA-BAIXA
                               REWRITE ORC-REG
                               ADD 1 TO WRK-QT-VENCIDOS
                           END-IF
                           MOVE ORC-DATA TO WRK-ORC-DATA-NUM
                           IF WRK-ORC-ANOMES EQUAL WRK-MES-REF-NUM
                               PERFORM 0310-ACUMULAR-ORCAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORCAM
           END-IF.

       0310-ACUMULAR-ORCAMENTO.
           ADD 1 TO WRK-TOT-EMITIDOS.
           ADD ORC-TOTAL TO WRK-TOT-VALOR.
           EVALUATE TRUE
               WHEN ORC-SIT-CONVERTIDO
                   ADD 1 TO WRK-TOT-CONVERT
                   ADD ORC-TOTAL TO WRK-TOT-VALOR-CONV
               WHEN ORC-SIT-PERDIDO
                   ADD 1 TO WRK-TOT-PERDIDOS
               WHEN OTHER
                   ADD 1 TO WRK-TOT-ABERTOS
           END-EVALUATE.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-VEND
               IF WRK-VEND-CODIGO(WRK-IND) EQUAL ORC-VENDEDOR
                   MOVE 'S' TO WRK-ACHOU
                   ADD 1 TO WRK-VEND-EMITIDOS(WRK-IND)
                   ADD ORC-TOTAL TO WRK-VEND-VALOR(WRK-IND)
                   EVALUATE TRUE
                       WHEN ORC-SIT-CONVERTIDO
                           ADD 1 TO WRK-VEND-CONVERT(WRK-IND)
                           ADD ORC-TOTAL TO
                               WRK-VEND-VALOR-CONV(WRK-IND)
                       WHEN ORC-SIT-PERDIDO
                           ADD 1 TO WRK-VEND-PERDIDOS(WRK-IND)
                       WHEN OTHER
                           ADD 1 TO WRK-VEND-ABERTOS(WRK-IND)
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL 'N'
               ADD 1 TO WRK-QT-SEM-VEND
           END-IF.

       0400-IMPRIMIR-CONVERSAO.
           OPEN OUTPUT ORCCONV.
           MOVE SPACES TO ORCCONV-LINHA.
           STRING 'PROGCOB95 - CONVERSAO DE ORCAMENTOS DO MES '
               WRK-MES-REF-NUM ' (EMITIDO EM ' WRK-DATASYS ')'
               DELIMITED BY SIZE INTO ORCCONV-LINHA.
           WRITE ORCCONV-LINHA.
           MOVE SPACES TO ORCCONV-LINHA.
           STRING 'VEND NOME                           EMIT  CONV  '
               'PERD  ABER       ORCADO   CONVERTIDO  CONV%'
               DELIMITED BY SIZE INTO ORCCONV-LINHA.
           WRITE ORCCONV-LINHA.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-VEND
               IF WRK-VEND-EMITIDOS(WRK-IND) > ZEROS
                   COMPUTE WRK-PERC-CONV ROUNDED =
                       (WRK-VEND-CONVERT(WRK-IND) * 100) /
                       WRK-VEND-EMITIDOS(WRK-IND)
                   MOVE WRK-PERC-CONV TO WRK-PERC-ED
                   MOVE WRK-VEND-VALOR(WRK-IND) TO WRK-VALOR-ED
                   MOVE WRK-VEND-VALOR-CONV(WRK-IND) TO WRK-CONV-ED
                   MOVE SPACES TO WRK-LINHA-ED
                   STRING WRK-VEND-CODIGO(WRK-IND) ' '
                       WRK-VEND-NOME(WRK-IND) ' '
                       WRK-VEND-EMITIDOS(WRK-IND) ' '
                       WRK-VEND-CONVERT(WRK-IND) ' '
                       WRK-VEND-PERDIDOS(WRK-IND) ' '
                       WRK-VEND-ABERTOS(WRK-IND) ' '
                       WRK-VALOR-ED ' ' WRK-CONV-ED ' ' WRK-PERC-ED
                       DELIMITED BY SIZE INTO WRK-LINHA-ED
                   MOVE WRK-LINHA-ED TO ORCCONV-LINHA
                   WRITE ORCCONV-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO ORCCONV-LINHA.
           WRITE ORCCONV-LINHA.
           MOVE ZEROS TO WRK-PERC-CONV.
           IF WRK-TOT-EMITIDOS > ZEROS
               COMPUTE WRK-PERC-CONV ROUNDED =
                   (WRK-TOT-CONVERT * 100) / WRK-TOT-EMITIDOS
           END-IF.
           MOVE WRK-PERC-CONV TO WRK-PERC-ED.
           MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
           MOVE WRK-TOT-VALOR-CONV TO WRK-CONV-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL EMITIDOS: ' WRK-TOT-EMITIDOS
               '  CONVERTIDOS: ' WRK-TOT-CONVERT
               '  PERDIDOS: ' WRK-TOT-PERDIDOS
               '  ABERTOS: ' WRK-TOT-ABERTOS
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO ORCCONV-LINHA.
           WRITE ORCCONV-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'VALOR ORCADO: ' WRK-VALOR-ED
               '  CONVERTIDO: ' WRK-CONV-ED
               '  CONVERSAO: ' WRK-PERC-ED '%'
               '  SEM VENDEDOR: ' WRK-QT-SEM-VEND
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO ORCCONV-LINHA.
           WRITE ORCCONV-LINHA.
           CLOSE ORCCONV.
           DISPLAY 'ORCAMENTOS VENCIDOS BAIXADOS COMO PERDIDOS: '
               WRK-QT-VENCIDOS.
           DISPLAY 'CONVERSAO GRAVADA EM ORCCONV.DAT'.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB95' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-VENCIDOS TO RUNLOG-QTDE-REGISTROS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
