       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBNFE.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: ROTINA COMUM DE CANCELAMENTO DA NOTA FISCAL
      * ELETRONICA (NFESIT.DAT), CHAMADA PELO CANCELAMENTO DE
      * PEDIDO (PROGCOB55):
      *   V = VERIFICA SE A NOTA PODE SER CANCELADA, SEM ALTERAR
      *   C = CANCELA: NOTA AUTORIZADA DENTRO DO PRAZO LEGAL DE
      *       24 HORAS DA AUTORIZACAO VAI PARA CANCELAMENTO
      *       SOLICITADO COM O REGISTRO 60 NO ARQUIVO DO GATEWAY
      *       (NFEENV.DAT), QUE DEVOLVE O PROTOCOLO NO RETORNO
      *       PROCESSADO PELO PROGCOB62; NOTA REJEITADA, QUE NUNCA
      *       FOI AUTORIZADA, E BAIXADA COMO CANCELADA SEM EVENTO
      * DEVOLVE 0 = PODE CANCELAR / CANCELAMENTO ENVIADO,
      * 1 = FORA DO PRAZO LEGAL (A NOTA FICA AUTORIZADA E A
      * MERCADORIA VOLTA POR NOTA DE DEVOLUCAO), 2 = NOTA AINDA
      * AGUARDANDO AUTORIZACAO (NAO PODE CANCELAR AGORA), 3 = SEM
      * NOTA ELETRONICA REGISTRADA, 4 = JA CANCELADA OU COM
      * CANCELAMENTO SOLICITADO, 5 = NOTA REJEITADA
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFESIT ASSIGN TO "NFESIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFE-NOTA
               FILE STATUS IS WRK-FS-NFESIT.

           SELECT NFEENV ASSIGN TO "NFEENV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFEENV.

       DATA DIVISION.
       FILE SECTION.
       FD  NFESIT.
           COPY NFEREG.

       FD  NFEENV.
           COPY NFEENV.

       WORKING-STORAGE SECTION.
       77 WRK-FS-NFESIT     PIC X(02)      VALUE SPACES.
       77 WRK-FS-NFEENV     PIC X(02)      VALUE SPACES.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-AGORA    PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-FUNCAO   PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2 PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-DECORRIDOS PIC S9(08)   VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-PRAZO-FLAG    PIC X(01)      VALUE 'N'.
           88 WRK-NO-PRAZO         VALUE 'S'.

       LINKAGE SECTION.
       01 LNK-NFE-AREA.
           02 LNK-NFE-FUNCAO       PIC X(01).
               88 LNK-NFE-VERIFICAR    VALUE 'V'.
               88 LNK-NFE-CANCELAR     VALUE 'C'.
           02 LNK-NFE-NOTA         PIC 9(08).
           02 LNK-NFE-JUSTIFICATIVA PIC X(30).
           02 LNK-NFE-SITUACAO     PIC X(01).
           02 LNK-NFE-RETORNO      PIC X(01).
               88 LNK-NFE-OK           VALUE '0'.
               88 LNK-NFE-FORA-PRAZO   VALUE '1'.
               88 LNK-NFE-AGUARDANDO   VALUE '2'.
               88 LNK-NFE-SEM-NFE      VALUE '3'.
               88 LNK-NFE-JA-CANCELADA VALUE '4'.
               88 LNK-NFE-REJEITADA    VALUE '5'.

       PROCEDURE DIVISION USING LNK-NFE-AREA.
       0000-PRINCIPAL.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           SET LNK-NFE-SEM-NFE TO TRUE.
           MOVE SPACES TO LNK-NFE-SITUACAO.
           OPEN I-O NFESIT.
           IF WRK-FS-NFESIT EQUAL '00'
               MOVE LNK-NFE-NOTA TO NFE-NOTA
               READ NFESIT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NFE-SITUACAO TO LNK-NFE-SITUACAO
                       PERFORM 0100-AVALIAR-NOTA
                       IF LNK-NFE-CANCELAR
                           PERFORM 0200-CANCELAR-NOTA
                       END-IF
               END-READ
               CLOSE NFESIT
           END-IF.
           GOBACK.

       0100-AVALIAR-NOTA.
           EVALUATE TRUE
               WHEN NFE-SIT-ENVIADA
                   SET LNK-NFE-AGUARDANDO TO TRUE
               WHEN NFE-SIT-REJEITADA
                   SET LNK-NFE-REJEITADA TO TRUE
               WHEN NFE-SIT-CANC-SOLICITADO
               WHEN NFE-SIT-CANCELADA
                   SET LNK-NFE-JA-CANCELADA TO TRUE
               WHEN NFE-SIT-AUTORIZADA
                   PERFORM 0110-CONFERIR-PRAZO
                   IF WRK-NO-PRAZO
                       SET LNK-NFE-OK TO TRUE
                   ELSE
                       SET LNK-NFE-FORA-PRAZO TO TRUE
                   END-IF
               WHEN OTHER
                   SET LNK-NFE-SEM-NFE TO TRUE
           END-EVALUATE.

      * PRAZO LEGAL DE 24 HORAS: NO DIA DA AUTORIZACAO SEMPRE
      * CABE; NO DIA SEGUINTE, SO ATE A HORA DA AUTORIZACAO
       0110-CONFERIR-PRAZO.
           MOVE 'N' TO WRK-PRAZO-FLAG.
           MOVE 'D' TO WRK-DATA-FUNCAO.
           MOVE NFE-DATA-AUTORIZACAO TO WRK-DATA-SERVICO.
           MOVE WRK-DATASYS TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DIAS-DECORRIDOS WRK-DATA-VALIDA.
           IF WRK-DATA-OK
               EVALUATE TRUE
                   WHEN WRK-DIAS-DECORRIDOS EQUAL ZEROS
                       SET WRK-NO-PRAZO TO TRUE
                   WHEN WRK-DIAS-DECORRIDOS EQUAL 1
                           AND WRK-HORA-AGORA(1:6) NOT GREATER
                               THAN NFE-HORA-AUTORIZACAO
                       SET WRK-NO-PRAZO TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0200-CANCELAR-NOTA.
           EVALUATE TRUE
               WHEN LNK-NFE-OK
                   PERFORM 0210-SOLICITAR-CANCELAMENTO
               WHEN LNK-NFE-REJEITADA
                   SET NFE-SIT-CANCELADA TO TRUE
                   MOVE LNK-NFE-JUSTIFICATIVA TO NFE-JUSTIFICATIVA
                   MOVE WRK-DATASYS TO NFE-DATA-CANCELAMENTO
                   REWRITE NFE-REG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE NFE-SITUACAO TO LNK-NFE-SITUACAO.

       0210-SOLICITAR-CANCELAMENTO.
           OPEN EXTEND NFEENV.
           IF WRK-FS-NFEENV EQUAL '35'
               OPEN OUTPUT NFEENV
           END-IF.
           MOVE SPACES TO NFEENV-REG.
           SET NFEENV-CANCELAMENTO TO TRUE.
           MOVE NFE-NOTA TO NFEENV-NOTA.
           MOVE NFE-CHAVE-ACESSO TO NFEENV-CAN-CHAVE.
           MOVE NFE-PROTOCOLO TO NFEENV-CAN-PROTOCOLO.
           MOVE WRK-DATASYS TO NFEENV-CAN-DATA.
           MOVE LNK-NFE-JUSTIFICATIVA TO NFEENV-CAN-JUSTIFICATIVA.
           WRITE NFEENV-REG.
           CLOSE NFEENV.
           SET NFE-SIT-CANC-SOLICITADO TO TRUE.
           MOVE LNK-NFE-JUSTIFICATIVA TO NFE-JUSTIFICATIVA.
           REWRITE NFE-REG.
