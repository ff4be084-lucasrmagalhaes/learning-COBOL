      * IMPRIME AS DIVERGENCIAS (GOVDIVREL.DAT): EVENTO SEM
      * RESPOSTA, REJEITADO COM O MOTIVO E RESPOSTA SEM EVENTO -
      * O MESMO CONFRONTO DO PROGCOB29 COM O RETORNO DO RH
      * ATUALIZACAO: EVENTO DE DESLIGAMENTO TRAZ O TIPO DE
      * RESCISAO, O LIQUIDO E A MULTA DO FGTS - PRESERVADOS NA
      * REGRAVACAO DO GOVEVT.DAT
      * ATUALIZACAO: GOVRET.DAT COM HEADER/TRAILER DE CONTROLE
      * (INTCTL) CONFERIDO PELA PROGCOBINT ANTES DE MARCAR AS
      * RESPOSTAS - RETORNO INCOMPLETO OU JA PROCESSADO E
      * REJEITADO INTEIRO E OS EVENTOS SEGUEM SEM RESPOSTA
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02  GOV-DATA-ADMISSAO   PIC 9(08).
           02  GOV-SALARIO         PIC 9(08).
           02  GOV-RESPOSTA        PIC X(01).
           02  GOV-RESCISAO.
               03  GOV-TIPO-RESCISAO   PIC X(01).
               03  GOV-VALOR-RESCISAO  PIC 9(08)V99.
               03  GOV-MULTA-FGTS      PIC 9(08)V99.

       FD  GOVRET.
       01  GOVRET-REG.
               88  RET-ACEITO          VALUE 'A'.
               88  RET-REJEITADO       VALUE 'R'.
           02  RET-MOTIVO          PIC X(03).
           COPY INTCTL.

       FD  GOVDIVREL.
       01  GOVDIVREL-LINHA         PIC X(80).
               05 WRK-EVT-SALARIO   PIC 9(08).
               05 WRK-EVT-RESPOSTA  PIC X(01).
               05 WRK-EVT-MOTIVO    PIC X(03).
               05 WRK-EVT-RESCISAO  PIC X(21).

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
                                   WRK-EVT-RESPOSTA(WRK-QT-EVT)
                               MOVE SPACES TO
                                   WRK-EVT-MOTIVO(WRK-QT-EVT)
                               MOVE GOV-RESCISAO TO
                                   WRK-EVT-RESCISAO(WRK-QT-EVT)
                           END-IF
                   END-READ
               END-PERFORM
           IF WRK-FS-GOVRET NOT EQUAL '00'
               DISPLAY 'ARQUIVO GOVRET.DAT NAO ENCONTRADO'
           ELSE
               PERFORM 0205-CONFERIR-CONTROLE
               PERFORM UNTIL WRK-FIM-ARQ
                   READ GOVRET
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF NOT INT-REG-CONTROLE
                               PERFORM 0210-CASAR-RETORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GOVRET
               IF WRK-INT-ACEITO
                   MOVE 'R' TO WRK-INT-FUNCAO
                   CALL 'PROGCOBINT' USING WRK-INT-AREA
               END-IF
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

      * PRIMEIRA PASSADA NO RETORNO DO GOVERNO SO PARA CONFERIR
      * HEADER, TRAILER E SEQUENCIA - RESPOSTA NAO TEM VALOR NO
      * TRAILER
       0205-CONFERIR-CONTROLE.
           MOVE 'PROGCOB78' TO WRK-INT-PROGRAMA.
           MOVE 'GOVRET' TO WRK-INT-INTERFACE.
           MOVE 'I' TO WRK-INT-FUNCAO.
           CALL 'PROGCOBINT' USING WRK-INT-AREA.
           MOVE 'A' TO WRK-INT-FUNCAO.
           MOVE ZEROS TO WRK-INT-VALOR-DETALHE.
           PERFORM UNTIL WRK-FIM-ARQ
               READ GOVRET
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE INT-CONTROLE TO WRK-INT-REGISTRO
                       CALL 'PROGCOBINT' USING WRK-INT-AREA
               END-READ
           END-PERFORM.
           CLOSE GOVRET.
           MOVE 'V' TO WRK-INT-FUNCAO.
           CALL 'PROGCOBINT' USING WRK-INT-AREA.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT GOVRET.
           IF WRK-INT-REJEITADO
               DISPLAY 'ARQUIVO GOVRET.DAT REJEITADO - '
                   WRK-INT-MOTIVO
               SET WRK-FIM-ARQ TO TRUE
           END-IF.

       0210-CASAR-RETORNO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                       GOV-DATA-ADMISSAO
                   MOVE WRK-EVT-SALARIO(WRK-IND) TO GOV-SALARIO
                   MOVE WRK-EVT-RESPOSTA(WRK-IND) TO GOV-RESPOSTA
                   MOVE WRK-EVT-RESCISAO(WRK-IND) TO GOV-RESCISAO
                   WRITE GOVEVT-REG
               END-PERFORM
               CLOSE GOVEVT
