      * RHIMPORT.DAT, E IMPRIMIR RELATORIO DE DIVERGENCIAS
      * (RHDIVREL.DAT): EXPORTADOS SEM RESPOSTA, REJEITADOS COM
      * O MOTIVO, E TOTAIS CONFERIDOS COM O TOTAL DE CONTROLE
      * ATUALIZACAO: RHRETORNO.DAT COM HEADER/TRAILER DE CONTROLE
      * (INTCTL) CONFERIDO PELA PROGCOBINT ANTES DO CONFRONTO -
      * RETORNO INCOMPLETO OU JA PROCESSADO E REJEITADO INTEIRO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  RET-ACEITO          VALUE 'A'.
               88  RET-REJEITADO       VALUE 'R'.
           02  RET-MOTIVO          PIC X(03).
           COPY INTCTL.

       FD  RHDIVREL.
       01  RHDIVREL-LINHA          PIC X(80).
               05 WRK-EXP-RESPOSTA  PIC X(01).
               05 WRK-EXP-MOTIVO    PIC X(03).

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
           PERFORM 0100-INICIAR.
           IF WRK-FS-RHRETORNO NOT EQUAL '00'
               DISPLAY 'ARQUIVO RHRETORNO.DAT NAO ENCONTRADO'
           ELSE
               PERFORM 0305-CONFERIR-CONTROLE
               PERFORM UNTIL WRK-FIM-ARQ
                   READ RHRETORNO
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF NOT INT-REG-CONTROLE
                               PERFORM 0310-CASAR-RETORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RHRETORNO
               IF WRK-INT-ACEITO
                   MOVE 'R' TO WRK-INT-FUNCAO
                   CALL 'PROGCOBINT' USING WRK-INT-AREA
               END-IF
           END-IF.

      * PRIMEIRA PASSADA NO RETORNO DO RH SO PARA CONFERIR
      * HEADER, TRAILER E SEQUENCIA - RESPOSTA NAO TEM VALOR NO
      * TRAILER
       0305-CONFERIR-CONTROLE.
           MOVE 'PROGCOB29' TO WRK-INT-PROGRAMA.
           MOVE 'RHRETORN' TO WRK-INT-INTERFACE.
           MOVE 'I' TO WRK-INT-FUNCAO.
           CALL 'PROGCOBINT' USING WRK-INT-AREA.
           MOVE 'A' TO WRK-INT-FUNCAO.
           MOVE ZEROS TO WRK-INT-VALOR-DETALHE.
           PERFORM UNTIL WRK-FIM-ARQ
               READ RHRETORNO
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE INT-CONTROLE TO WRK-INT-REGISTRO
                       CALL 'PROGCOBINT' USING WRK-INT-AREA
               END-READ
           END-PERFORM.
           CLOSE RHRETORNO.
           MOVE 'V' TO WRK-INT-FUNCAO.
           CALL 'PROGCOBINT' USING WRK-INT-AREA.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT RHRETORNO.
           IF WRK-INT-REJEITADO
               DISPLAY 'ARQUIVO RHRETORNO.DAT REJEITADO - '
                   WRK-INT-MOTIVO
               SET WRK-FIM-ARQ TO TRUE
           END-IF.

       0310-CASAR-RETORNO.
