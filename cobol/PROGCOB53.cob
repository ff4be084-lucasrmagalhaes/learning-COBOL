      * RELATORIO DE PAGOS, REJEITADOS E SEM CORRESPONDENCIA
      * (RETPROC.DAT) COM TOTAIS DE CONTROLE, COMO O PROGCOB29
      * FAZ COM O RETORNO DO RH
      * ATUALIZACAO: TITULO LANCADO COMO PERDA E PAGO PELO BANCO
      * GERA A RECUPERACAO DE PERDA NO DIARIO (LANCTOS.DAT), COMO
      * NA BAIXA MANUAL DO PROGCOB40
      * ATUALIZACAO: PAGAMENTO DE TITULO RENEGOCIADO EM ACORDO
      * (PROGCOB101) NAO BAIXA - SAI NO RELATORIO PARA CONFERENCIA
      * ATUALIZACAO: PARCELA DE PEDIDO BAIXADA PELO RETORNO
      * CREDITA OS PONTOS DE FIDELIDADE DO CLIENTE (PROGCOBPTS)
      * ATUALIZACAO: PAGAMENTO DATADO EM PERIODO CONTABIL FECHADO
      * (PROGCOBPER) NAO BAIXA - O TITULO SEGUE ABERTO E SAI NO
      * RELATORIO PARA TRATAR QUANDO O MES FOR REABERTO
      * ATUALIZACAO: MENSALIDADE ESCOLAR (PROGCOB121) BAIXADA PELO
      * RETORNO NAO CREDITA PONTOS DE FIDELIDADE
      * ATUALIZACAO: RETORNO.DAT COM HEADER/TRAILER DE CONTROLE
      * (INTCTL) CONFERIDO PELA PROGCOBINT ANTES DE BAIXAR
      * QUALQUER TITULO - RETORNO COM SEQUENCIA JA PROCESSADA OU
      * TRAILER QUE NAO BATE E REJEITADO INTEIRO
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REC-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CONTASREC.

           SELECT REMESSA ASSIGN TO "REMESSA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETPROC.

           SELECT LANCTOS ASSIGN TO "LANCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCTOS.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
           02  RET-DATA-PGTO       PIC 9(08).
           02  RET-OCORRENCIA      PIC X(02).
               88  RET-OCORR-PAGA      VALUE '00'.
           COPY INTCTL.

       FD  RETPROC.
       01  RETPROC-LINHA           PIC X(90).

       FD  LANCTOS.
           COPY LANCREG.

       FD  RUNLOG.
           COPY RUNLOG.

       77 WRK-FS-RETORNO    PIC X(02)      VALUE SPACES.
       77 WRK-FS-RETPROC    PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-FS-LANCTOS    PIC X(02)      VALUE SPACES.
       77 WRK-RECUPERA      PIC X(01)      VALUE 'N'.
           88 WRK-E-RECUPERACAO    VALUE 'S'.
       77 WRK-CONTA-CLIENTES PIC 9(06)     VALUE 110001.
       77 WRK-CONTA-RECUPERACAO PIC 9(06)  VALUE 310002.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-QT-REJEITADOS PIC 9(06)      VALUE ZEROS.
       77 WRK-QT-SEM-TITULO PIC 9(06)      VALUE ZEROS.
       77 WRK-QT-JA-PAGOS   PIC 9(06)      VALUE ZEROS.
       77 WRK-QT-MES-FECHADO PIC 9(06)     VALUE ZEROS.
       77 WRK-PERIODO-SIT   PIC X(01)      VALUE SPACES.
           88 WRK-PERIODO-FECHADO  VALUE 'F'.
       77 WRK-TOTAL-PAGO    PIC 9(12)V99   VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(90)      VALUE SPACES.
      * PEDIDO 80000000 EM DIANTE NAO E VENDA: MENSALIDADE ESCOLAR
      * (PROGCOB121) E, DE 90000000 EM DIANTE, PARCELA DE ACORDO
       77 WRK-PRIMEIRO-PED-ESPECIAL PIC 9(08) VALUE 80000000.
       01 WRK-PTS-AREA.
           02 WRK-PTS-FUNCAO       PIC X(01).
           02 WRK-PTS-CLIENTE      PIC 9(06).
           02 WRK-PTS-PEDIDO       PIC 9(08).
           02 WRK-PTS-PARCELA      PIC 9(02).
           02 WRK-PTS-VALOR        PIC 9(08)V99.
           02 WRK-PTS-PONTOS       PIC 9(07).
           02 WRK-PTS-SALDO        PIC 9(07).
           02 WRK-PTS-NAO-COBERTO  PIC 9(07).
           02 WRK-PTS-RETORNO      PIC X(01).
               88 WRK-PTS-OK           VALUE '0'.
       01 WRK-REM-HEADER.
           02 FILLER           PIC X(01)   VALUE '0'.
           02 FILLER           PIC X(07)   VALUE 'REMESSA'.
           02 WRK-TRL-TOTAL    PIC 9(12)V99.
           02 FILLER           PIC X(39)   VALUE SPACES.

       01 WRK-INT-AREA.
           02 WRK-INT-FUNCAO       PIC X(01).
           02 WRK-INT-PROGRAMA     PIC X(10).
           02 WRK-INT-INTERFACE    PIC X(08).
           02 WRK-INT-REGISTRO     PIC X(27).
           02 WRK-INT-VALOR-DETALHE PIC 9(13)V99.
           02 WRK-INT-QT-HEADER    PIC 9(03).
           02 WRK-INT-QT-TRAILER   PIC 9(03).
           02 WRK-INT-FORA-ORDEM   PIC X(01).
           02 WRK-INT-REMETENTE    PIC X(10).
           02 WRK-INT-DATA-GERACAO PIC 9(08).
           02 WRK-INT-SEQUENCIA    PIC 9(06).
           02 WRK-INT-QTDE-TRAILER PIC 9(07).
           02 WRK-INT-VALOR-TRAILER PIC 9(13)V99.
           02 WRK-INT-QTDE-LIDA    PIC 9(07).
           02 WRK-INT-VALOR-LIDO   PIC 9(13)V99.
           02 WRK-INT-MOTIVO       PIC X(40).
           02 WRK-INT-RETORNO      PIC X(01)      VALUE '0'.
               88 WRK-INT-ACEITO       VALUE '0'.
               88 WRK-INT-REJEITADO    VALUE '1'.
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB53'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           MOVE ZEROS TO WRK-QT-REJEITADOS.
           MOVE ZEROS TO WRK-QT-SEM-TITULO.
           MOVE ZEROS TO WRK-QT-JA-PAGOS.
           MOVE ZEROS TO WRK-QT-MES-FECHADO.
           MOVE ZEROS TO WRK-TOTAL-PAGO.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT RETORNO.
           IF WRK-FS-RETORNO NOT EQUAL '00'
               DISPLAY 'ARQUIVO RETORNO.DAT NAO ENCONTRADO'
           ELSE
               PERFORM 2010-CONFERIR-CONTROLE
               IF WRK-INT-REJEITADO
                   CLOSE RETORNO
               ELSE
                   OPEN I-O CONTASREC
                   IF WRK-FS-CONTASREC NOT EQUAL '00'
                       DISPLAY 'ARQUIVO CONTASREC.DAT NAO ENCONTRADO'
                       CLOSE RETORNO
                   ELSE
                       OPEN OUTPUT RETPROC
                       MOVE SPACES TO RETPROC-LINHA
                       STRING 'PROGCOB53 - PROCESSAMENTO DO RETORNO '
                           'BANCARIO - ' WRK-DATASYS
                           DELIMITED BY SIZE INTO RETPROC-LINHA
                       WRITE RETPROC-LINHA
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ RETORNO
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   IF RET-TIPO EQUAL '1'
                                       ADD 1 TO WRK-QT-RETORNOS
                                       PERFORM 2100-TRATAR-RETORNO
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE RETORNO
                       CLOSE CONTASREC
                       PERFORM 2200-TOTAIS-RELATORIO
                       CLOSE RETPROC
                       MOVE 'R' TO WRK-INT-FUNCAO
                       CALL 'PROGCOBINT' USING WRK-INT-AREA
                       DISPLAY 'RETORNO PROCESSADO - PAGOS '
                           WRK-QT-PAGOS ' REJEITADOS '
                           WRK-QT-REJEITADOS ' SEM TITULO '
                           WRK-QT-SEM-TITULO
                       DISPLAY 'RELATORIO EM RETPROC.DAT'
                   END-IF
               END-IF
           END-IF.

      * PRIMEIRA PASSADA NO RETORNO SO PARA CONFERIR HEADER,
      * TRAILER E SEQUENCIA - O TRAILER CONTA OS DETALHES TIPO 1
      * E SOMA O VALOR PAGO DELES; OS REGISTROS 0 E 9 DO PROPRIO
      * BANCO, QUANDO VIEREM, FICAM FORA DA CONFERENCIA
       2010-CONFERIR-CONTROLE.
           MOVE 'PROGCOB53' TO WRK-INT-PROGRAMA.
           MOVE 'RETORNO' TO WRK-INT-INTERFACE.
           MOVE 'I' TO WRK-INT-FUNCAO.
           CALL 'PROGCOBINT' USING WRK-INT-AREA.
           MOVE 'A' TO WRK-INT-FUNCAO.
           PERFORM UNTIL WRK-FIM-ARQ
               READ RETORNO
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM 2020-ACUMULAR-CONTROLE
               END-READ
           END-PERFORM.
           CLOSE RETORNO.
           MOVE 'V' TO WRK-INT-FUNCAO.
           CALL 'PROGCOBINT' USING WRK-INT-AREA.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT RETORNO.
           IF WRK-INT-REJEITADO
               DISPLAY 'ARQUIVO RETORNO.DAT REJEITADO - '
                   WRK-INT-MOTIVO
           END-IF.

       2020-ACUMULAR-CONTROLE.
           MOVE ZEROS TO WRK-INT-VALOR-DETALHE.
           IF INT-REG-CONTROLE OR RET-TIPO EQUAL '1'
               IF NOT INT-REG-CONTROLE
                   AND RET-VALOR-PAGO IS NUMERIC
                   MOVE RET-VALOR-PAGO TO WRK-INT-VALOR-DETALHE
               END-IF
               MOVE INT-CONTROLE TO WRK-INT-REGISTRO
               CALL 'PROGCOBINT' USING WRK-INT-AREA
           END-IF.

       2100-TRATAR-RETORNO.
                   INVALID KEY
                       PERFORM 2110-RETORNO-SEM-TITULO
                   NOT INVALID KEY
                       CALL 'PROGCOBPER' USING RET-DATA-PGTO
                           WRK-PERIODO-SIT
                       EVALUATE TRUE
                           WHEN REC-SIT-PAGO
                               ADD 1 TO WRK-QT-JA-PAGOS
                               MOVE SPACES TO WRK-LINHA-ED
                               STRING 'TITULO JA BAIXADO - PEDIDO '
                                   RET-PEDIDO ' PARCELA ' RET-PARCELA
                                   DELIMITED BY SIZE INTO WRK-LINHA-ED
                               MOVE WRK-LINHA-ED TO RETPROC-LINHA
                               WRITE RETPROC-LINHA
                           WHEN REC-SIT-RENEGOCIADO
                               PERFORM 2130-RETORNO-RENEGOCIADO
                           WHEN WRK-PERIODO-FECHADO
                               PERFORM 2135-RETORNO-MES-FECHADO
                           WHEN OTHER
                               PERFORM 2140-BAIXAR-PELO-RETORNO
                       END-EVALUATE
               END-READ
           END-IF.

           MOVE WRK-LINHA-ED TO RETPROC-LINHA.
           WRITE RETPROC-LINHA.

      * A PERDA FOI LANCADA PELO PRINCIPAL - E ELE QUE VOLTA PARA
      * CLIENTES A RECEBER CONTRA RECUPERACAO DE PERDAS
       2120-LANCAR-RECUPERACAO.
           OPEN EXTEND LANCTOS.
           IF WRK-FS-LANCTOS EQUAL '35'
               OPEN OUTPUT LANCTOS
           END-IF.
           MOVE SPACES TO LANCTO-REG.
           MOVE RET-DATA-PGTO TO LANCTO-DATA.
           MOVE WRK-CONTA-CLIENTES TO LANCTO-CONTA-DEB.
           MOVE WRK-CONTA-RECUPERACAO TO LANCTO-CONTA-CRED.
           MOVE REC-VALOR TO LANCTO-VALOR.
           STRING 'RECUPERACAO PED ' REC-PEDIDO '/' REC-PARCELA
               DELIMITED BY SIZE INTO LANCTO-HISTORICO.
           WRITE LANCTO-REG.
           CLOSE LANCTOS.
           MOVE SPACES TO RETPROC-LINHA.
           STRING '  RECUPERACAO DE PERDA - BAIXADO COMO PERDA EM '
               REC-DATA-PERDA
               DELIMITED BY SIZE INTO RETPROC-LINHA.
           WRITE RETPROC-LINHA.

      * O TITULO JA FOI SUBSTITUIDO PELAS PARCELAS DE UM ACORDO -
      * O PAGAMENTO VAI PARA CONFERENCIA MANUAL
       2130-RETORNO-RENEGOCIADO.
           ADD 1 TO WRK-QT-REJEITADOS.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TITULO RENEGOCIADO NO ACORDO ' REC-ACORDO
               ' - PEDIDO ' RET-PEDIDO ' PARCELA ' RET-PARCELA
               ' VALOR ' RET-VALOR-PAGO
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO RETPROC-LINHA.
           WRITE RETPROC-LINHA.

      * PAGAMENTO EM MES JA ENTREGUE A CONTABILIDADE NAO MEXE NO
      * TITULO - VOLTA NO PROXIMO RETORNO OU APOS A REABERTURA
       2135-RETORNO-MES-FECHADO.
           ADD 1 TO WRK-QT-MES-FECHADO.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'PAGAMENTO EM MES FECHADO - NAO BAIXADO - PEDIDO '
               RET-PEDIDO ' PARCELA ' RET-PARCELA
               ' EM ' RET-DATA-PGTO
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO RETPROC-LINHA.
           WRITE RETPROC-LINHA.

       2140-BAIXAR-PELO-RETORNO.
           MOVE 'N' TO WRK-RECUPERA.
           IF REC-SIT-PERDA
               SET WRK-E-RECUPERACAO TO TRUE
           END-IF.
           SET REC-SIT-PAGO TO TRUE.
           MOVE RET-DATA-PGTO TO REC-DATA-PGTO.
           MOVE ZEROS TO REC-MULTA.
           MOVE ZEROS TO REC-JUROS.
           MOVE RET-VALOR-PAGO TO REC-TOTAL-PAGO.
           SET REC-PGTO-BOLETO TO TRUE.
           REWRITE REC-REG.
           MOVE 'A' TO WRK-JRN-OPERACAO.
           PERFORM 0962-JORNAL-CONTASREC.
           ADD 1 TO WRK-QT-PAGOS.
           ADD RET-VALOR-PAGO TO WRK-TOTAL-PAGO.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'BAIXADO - PEDIDO ' RET-PEDIDO
               ' PARCELA ' RET-PARCELA
               ' VALOR ' RET-VALOR-PAGO
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO RETPROC-LINHA.
           WRITE RETPROC-LINHA.
           IF WRK-E-RECUPERACAO
               PERFORM 2120-LANCAR-RECUPERACAO
           END-IF.
           PERFORM 2150-CREDITAR-PONTOS.

      * PARCELA DE ACORDO E DIVIDA RENEGOCIADA E MENSALIDADE
      * ESCOLAR NAO E COMPRA - NENHUMA DAS DUAS PONTUA
       2150-CREDITAR-PONTOS.
           IF REC-PEDIDO < WRK-PRIMEIRO-PED-ESPECIAL
               MOVE 'C' TO WRK-PTS-FUNCAO
               MOVE REC-CLIENTE TO WRK-PTS-CLIENTE
               MOVE REC-PEDIDO TO WRK-PTS-PEDIDO
               MOVE REC-PARCELA TO WRK-PTS-PARCELA
               MOVE REC-VALOR TO WRK-PTS-VALOR
               CALL 'PROGCOBPTS' USING WRK-PTS-AREA
               IF WRK-PTS-OK
                   MOVE SPACES TO RETPROC-LINHA
                   STRING '  PONTOS DE FIDELIDADE CREDITADOS: '
                       WRK-PTS-PONTOS
                       DELIMITED BY SIZE INTO RETPROC-LINHA
                   WRITE RETPROC-LINHA
               END-IF
           END-IF.

       2200-TOTAIS-RELATORIO.
           MOVE SPACES TO RETPROC-LINHA.
           WRITE RETPROC-LINHA.
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO RETPROC-LINHA.
           WRITE RETPROC-LINHA.
           IF WRK-QT-MES-FECHADO > ZEROS
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'PAGAMENTOS EM MES FECHADO NAO BAIXADOS: '
                   WRK-QT-MES-FECHADO
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO RETPROC-LINHA
               WRITE RETPROC-LINHA
           END-IF.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.

       0962-JORNAL-CONTASREC.
           MOVE 'CONTASREC' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-CONTASREC TO WRK-JRN-FS.
           MOVE REC-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
