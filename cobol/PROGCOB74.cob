      * RESUMO MENSAL POR FUNCIONARIO (HORASMES.DAT) QUE A
      * FOLHA CONSOME, E MANDA AS BATIDAS SEM PAR PARA O
      * RELATORIO DE EXCECOES DO RH (PONTOEXC.DAT)
      * ATUALIZACAO: PONTO.DAT COM HEADER/TRAILER DE CONTROLE
      * (INTCTL) CONFERIDO PELA PROGCOBINT ANTES DA APURACAO -
      * ARQUIVO DO RELOGIO INCOMPLETO OU JA IMPORTADO E REJEITADO
      * INTEIRO E O HORASMES.DAT ANTERIOR FICA COMO ESTAVA
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02  PONTO-TIPO          PIC X(01).
               88  PONTO-ENTRADA       VALUE 'E'.
               88  PONTO-SAIDA         VALUE 'S'.
           COPY INTCTL.

       FD  HORASMES.
       01  HORASMES-REG.
               05 WRK-RES-HE100     PIC 9(06).
               05 WRK-RES-FALTAS    PIC 9(06).

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
               DELIMITED BY SIZE INTO PONTOEXC-LINHA.
           WRITE PONTOEXC-LINHA.
           PERFORM 0100-PROCESSAR-BATIDAS.
           IF WRK-INT-ACEITO
               PERFORM 0500-GRAVAR-RESUMO
           END-IF.
           CLOSE PONTOEXC.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.
           IF WRK-FS-PONTO NOT EQUAL '00'
               DISPLAY 'ARQUIVO PONTO.DAT NAO ENCONTRADO'
           ELSE
               PERFORM 0110-CONFERIR-CONTROLE
               PERFORM UNTIL WRK-FIM-ARQ
                   READ PONTO
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                           PERFORM 0300-FECHAR-DIA
                       NOT AT END
                           IF NOT INT-REG-CONTROLE
                               ADD 1 TO WRK-QT-BATIDAS
                               PERFORM 0200-TRATAR-BATIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PONTO
               IF WRK-INT-ACEITO
                   MOVE 'R' TO WRK-INT-FUNCAO
                   CALL 'PROGCOBINT' USING WRK-INT-AREA
               END-IF
           END-IF.

      * PRIMEIRA PASSADA NAS BATIDAS SO PARA CONFERIR HEADER,
      * TRAILER E SEQUENCIA - BATIDA NAO TEM VALOR NO TRAILER
       0110-CONFERIR-CONTROLE.
           MOVE 'PROGCOB74' TO WRK-INT-PROGRAMA.
           MOVE 'PONTO' TO WRK-INT-INTERFACE.
           MOVE 'I' TO WRK-INT-FUNCAO.
           CALL 'PROGCOBINT' USING WRK-INT-AREA.
           MOVE 'A' TO WRK-INT-FUNCAO.
           MOVE ZEROS TO WRK-INT-VALOR-DETALHE.
           PERFORM UNTIL WRK-FIM-ARQ
               READ PONTO
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE INT-CONTROLE TO WRK-INT-REGISTRO
                       CALL 'PROGCOBINT' USING WRK-INT-AREA
               END-READ
           END-PERFORM.
           CLOSE PONTO.
           MOVE 'V' TO WRK-INT-FUNCAO.
           CALL 'PROGCOBINT' USING WRK-INT-AREA.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PONTO.
           IF WRK-INT-REJEITADO
               DISPLAY 'ARQUIVO PONTO.DAT REJEITADO - '
                   WRK-INT-MOTIVO
               SET WRK-FIM-ARQ TO TRUE
           END-IF.

       0200-TRATAR-BATIDA.
