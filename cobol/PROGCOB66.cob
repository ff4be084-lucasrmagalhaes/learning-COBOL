      * SEM EXPLICACAO E BAIXA SEM DEPOSITO CORRESPONDENTE - O
      * MESMO CONFRONTO DA AUDITORIA DE FATURAS (PROGCOB36),
      * APLICADO AO BANCO
      * ATUALIZACAO: EXTRATO.DAT COM HEADER/TRAILER DE CONTROLE
      * (INTCTL) CONFERIDO PELA PROGCOBINT ANTES DO CONFRONTO -
      * EXTRATO REJEITADO NAO E CONCILIADO E O RELATORIO SAI SO
      * COM O MOTIVO DA REJEICAO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REC-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CONTASREC.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
           02  EXT-DATA            PIC 9(08).
           02  EXT-VALOR           PIC 9(10)V99.
           02  EXT-HISTORICO       PIC X(30).
           COPY INTCTL.

       FD  CONTASREC.
           COPY RECREG.
               05 WRK-SAL-VALOR     PIC 9(10)V99.
               05 WRK-SAL-CASADO    PIC X(01).

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

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           PERFORM 0100-CARREGAR-BAIXAS.
           PERFORM 0200-CARREGAR-SALARIOS.
           PERFORM 0300-CONFRONTAR-EXTRATO.
           IF WRK-INT-ACEITO
               PERFORM 0500-SOBRAS-DAS-BAIXAS
           END-IF.
           PERFORM 0600-FECHAR-RELATORIO.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.
           IF WRK-FS-EXTRATO NOT EQUAL '00'
               DISPLAY 'ARQUIVO EXTRATO.DAT NAO ENCONTRADO'
           ELSE
               PERFORM 0305-CONFERIR-CONTROLE
               PERFORM UNTIL WRK-FIM-ARQ
                   READ EXTRATO
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF NOT INT-REG-CONTROLE
                               ADD 1 TO WRK-QT-EXTRATO
                               IF EXT-CREDITO
                                   PERFORM 0310-CASAR-CREDITO
                               ELSE
                                   PERFORM 0320-CASAR-DEBITO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRATO
               IF WRK-INT-ACEITO
                   MOVE 'R' TO WRK-INT-FUNCAO
                   CALL 'PROGCOBINT' USING WRK-INT-AREA
               END-IF
           END-IF.

      * PRIMEIRA PASSADA NO EXTRATO SO PARA CONFERIR HEADER,
      * TRAILER E SEQUENCIA - O TOTAL DO TRAILER E A SOMA DOS
      * VALORES DE CREDITO E DEBITO DO EXTRATO
       0305-CONFERIR-CONTROLE.
           MOVE 'PROGCOB66' TO WRK-INT-PROGRAMA.
           MOVE 'EXTRATO' TO WRK-INT-INTERFACE.
           MOVE 'I' TO WRK-INT-FUNCAO.
           CALL 'PROGCOBINT' USING WRK-INT-AREA.
           MOVE 'A' TO WRK-INT-FUNCAO.
           PERFORM UNTIL WRK-FIM-ARQ
               READ EXTRATO
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE ZEROS TO WRK-INT-VALOR-DETALHE
                       IF NOT INT-REG-CONTROLE
                           AND EXT-VALOR IS NUMERIC
                           MOVE EXT-VALOR TO WRK-INT-VALOR-DETALHE
                       END-IF
                       MOVE INT-CONTROLE TO WRK-INT-REGISTRO
                       CALL 'PROGCOBINT' USING WRK-INT-AREA
               END-READ
           END-PERFORM.
           CLOSE EXTRATO.
           MOVE 'V' TO WRK-INT-FUNCAO.
           CALL 'PROGCOBINT' USING WRK-INT-AREA.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT EXTRATO.
           IF WRK-INT-REJEITADO
               DISPLAY 'ARQUIVO EXTRATO.DAT REJEITADO - '
                   WRK-INT-MOTIVO
               MOVE SPACES TO CONCBANC-LINHA
               STRING 'EXTRATO REJEITADO - ' WRK-INT-MOTIVO
                   DELIMITED BY SIZE INTO CONCBANC-LINHA
               WRITE CONCBANC-LINHA
               SET WRK-FIM-ARQ TO TRUE
           END-IF.

      * O CREDITO CASA COM A PRIMEIRA BAIXA AINDA LIVRE DE MESMA
