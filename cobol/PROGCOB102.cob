       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB102.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: NEGATIVACAO NO BIRO DE CREDITO - PASSO DIARIO
      * DA RODADA NOTURNA QUE GERA O ARQUIVO DE LAYOUT FIXO
      * PARA O BIRO (NEGEXP.DAT, COM HEADER E TRAILER DE
      * TOTAIS): INCLUSAO DOS TITULOS QUE JA RECEBERAM A
      * NOTIFICACAO FINAL DO PROGCOB54 (REC-AVISO-FINAL) E
      * CONTINUAM DEVIDOS, E EXCLUSAO DOS JA NEGATIVADOS QUE
      * FORAM PAGOS, RENEGOCIADOS OU CANCELADOS. O CONTROLE DO
      * QUE FOI ENVIADO FICA EM NEGATIV.DAT - TITULO NEGATIVADO
      * NAO SAI DE NOVO E NENHUM FICA NEGATIVADO DEPOIS DE
      * QUITADO; AS EXCLUSOES SAEM ANTES DAS INCLUSOES
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REC-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CONTASREC.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTES.

           SELECT NEGATIV ASSIGN TO "NEGATIV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEG-CHAVE
               FILE STATUS IS WRK-FS-NEGATIV.

           SELECT NEGEXP ASSIGN TO "NEGEXP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NEGEXP.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTASREC.
           COPY RECREG.

       FD  CLIENTES.
           COPY CLIREG.

       FD  NEGATIV.
           COPY NEGREG.

       FD  NEGEXP.
       01  NEGEXP-REG          PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-CONTASREC  PIC X(02)      VALUE SPACES.
       77 WRK-FS-CLIENTES   PIC X(02)      VALUE SPACES.
       77 WRK-FS-NEGATIV    PIC X(02)      VALUE SPACES.
       77 WRK-FS-NEGEXP     PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-ERRO-RODADA   PIC X(01)      VALUE 'N'.
           88 WRK-RODADA-COM-ERRO  VALUE 'S'.
       77 WRK-TITULO-ACHADO PIC X(01)      VALUE 'N'.
           88 WRK-TITULO-OK        VALUE 'S'.
       77 WRK-JA-CONTROLADO PIC X(01)      VALUE 'N'.
           88 WRK-TEM-CONTROLE     VALUE 'S'.
       77 WRK-MOTIVO        PIC X(01)      VALUE SPACES.
       77 WRK-DOCUMENTO     PIC X(14)      VALUE SPACES.
       77 WRK-QT-INCLUSOES  PIC 9(06)      VALUE ZEROS.
       77 WRK-QT-EXCLUSOES  PIC 9(06)      VALUE ZEROS.
       77 WRK-QT-SEM-DOC    PIC 9(06)      VALUE ZEROS.
       77 WRK-QT-MANTIDOS   PIC 9(06)      VALUE ZEROS.
       77 WRK-TOT-INCLUSOES PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOT-EXCLUSOES PIC 9(12)V99   VALUE ZEROS.
       77 WRK-QT-REGISTROS  PIC 9(07)      VALUE ZEROS.
       01 WRK-NEG-HEADER.
           02 FILLER           PIC X(01)   VALUE '0'.
           02 FILLER           PIC X(11)   VALUE 'NEGATIVACAO'.
           02 WRK-NH-DATA      PIC 9(08).
           02 FILLER           PIC X(80)   VALUE SPACES.
       01 WRK-NEG-DETALHE.
           02 FILLER           PIC X(01)   VALUE '1'.
           02 WRK-ND-TIPO      PIC X(01).
           02 WRK-ND-DOCUMENTO PIC X(14).
           02 WRK-ND-CLIENTE   PIC 9(06).
           02 WRK-ND-PEDIDO    PIC 9(08).
           02 WRK-ND-PARCELA   PIC 9(02).
           02 WRK-ND-VALOR     PIC 9(08)V99.
           02 WRK-ND-VENCIMENTO PIC 9(08).
           02 WRK-ND-MOTIVO    PIC X(01).
           02 FILLER           PIC X(49)   VALUE SPACES.
       01 WRK-NEG-TRAILER.
           02 FILLER           PIC X(01)   VALUE '9'.
           02 WRK-NT-QT-INCL   PIC 9(06).
           02 WRK-NT-QT-EXCL   PIC 9(06).
           02 WRK-NT-TOT-INCL  PIC 9(12)V99.
           02 WRK-NT-TOT-EXCL  PIC 9(12)V99.
           02 FILLER           PIC X(59)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0100-INICIAR.
           IF NOT WRK-RODADA-COM-ERRO
               PERFORM 0200-PROCESSAR-EXCLUSOES
               PERFORM 0300-PROCESSAR-INCLUSOES
               PERFORM 0400-FINALIZAR
           END-IF.
           PERFORM 0900-GRAVAR-RUNLOG.
           GOBACK.

      * SEM CONTASREC.DAT NAO HA COMO SABER QUEM PAGOU - A RODADA
      * TERMINA EM ERRO EM VEZ DE EXCLUIR TODO MUNDO DO BIRO
       0100-INICIAR.
           OPEN INPUT CONTASREC.
           IF WRK-FS-CONTASREC NOT EQUAL '00'
               SET WRK-RODADA-COM-ERRO TO TRUE
               DISPLAY 'PROGCOB102 - ARQUIVO CONTASREC.DAT NAO '
                   'ENCONTRADO - NEGATIVACAO NAO PROCESSADA'
           ELSE
               OPEN INPUT CLIENTES
               OPEN I-O NEGATIV
               IF WRK-FS-NEGATIV EQUAL '35'
                   OPEN OUTPUT NEGATIV
                   CLOSE NEGATIV
                   OPEN I-O NEGATIV
               END-IF
               OPEN OUTPUT NEGEXP
               MOVE WRK-DATASYS TO WRK-NH-DATA
               MOVE WRK-NEG-HEADER TO NEGEXP-REG
               WRITE NEGEXP-REG
           END-IF.

      * TITULO NEGATIVADO CONTINUA NO BIRO SO ENQUANTO A DIVIDA
      * EXISTE - ABERTO OU BAIXADO COMO PERDA; QUALQUER OUTRA
      * SITUACAO (OU TITULO QUE SUMIU DO ARQUIVO) GERA A EXCLUSAO
       0200-PROCESSAR-EXCLUSOES.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LOW-VALUES TO NEG-CHAVE.
           START NEGATIV KEY IS NOT LESS THAN NEG-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ NEGATIV NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF NEG-SIT-INCLUIDO
                           PERFORM 0210-CONFERIR-NEGATIVADO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.

       0210-CONFERIR-NEGATIVADO.
           MOVE 'N' TO WRK-TITULO-ACHADO.
           MOVE 'C' TO WRK-MOTIVO.
           MOVE NEG-CHAVE TO REC-CHAVE.
           READ CONTASREC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-TITULO-OK TO TRUE
           END-READ.
           IF WRK-TITULO-OK
               EVALUATE TRUE
                   WHEN REC-SIT-ABERTO
                   WHEN REC-SIT-PERDA
                       MOVE SPACES TO WRK-MOTIVO
                   WHEN REC-SIT-PAGO
                       MOVE 'P' TO WRK-MOTIVO
                   WHEN REC-SIT-RENEGOCIADO
                       MOVE 'R' TO WRK-MOTIVO
                   WHEN OTHER
                       MOVE 'C' TO WRK-MOTIVO
               END-EVALUATE
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               ADD 1 TO WRK-QT-MANTIDOS
           ELSE
               MOVE 'E' TO WRK-ND-TIPO
               MOVE NEG-DOCUMENTO TO WRK-ND-DOCUMENTO
               MOVE NEG-CLIENTE TO WRK-ND-CLIENTE
               MOVE NEG-PEDIDO TO WRK-ND-PEDIDO
               MOVE NEG-PARCELA TO WRK-ND-PARCELA
               MOVE NEG-VALOR TO WRK-ND-VALOR
               MOVE NEG-VENCIMENTO TO WRK-ND-VENCIMENTO
               MOVE WRK-MOTIVO TO WRK-ND-MOTIVO
               MOVE WRK-NEG-DETALHE TO NEGEXP-REG
               WRITE NEGEXP-REG
               SET NEG-SIT-EXCLUIDO TO TRUE
               MOVE WRK-DATASYS TO NEG-DATA-EXCLUSAO
               MOVE WRK-MOTIVO TO NEG-MOTIVO-EXCLUSAO
               REWRITE NEG-REG
               ADD 1 TO WRK-QT-EXCLUSOES
               ADD NEG-VALOR TO WRK-TOT-EXCLUSOES
           END-IF.

      * TITULO COM NOTIFICACAO FINAL AINDA DEVIDO E NAO
      * NEGATIVADO ENTRA NO ARQUIVO; O QUE JA FOI EXCLUIDO E
      * VOLTOU A DEVER (ESTORNO DE PAGAMENTO) E INCLUIDO DE NOVO
       0300-PROCESSAR-INCLUSOES.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LOW-VALUES TO REC-CHAVE.
           START CONTASREC KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ CONTASREC NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF REC-AVISO-FINAL
                           AND (REC-SIT-ABERTO OR REC-SIT-PERDA)
                           PERFORM 0310-AVALIAR-INCLUSAO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.

       0310-AVALIAR-INCLUSAO.
           MOVE 'N' TO WRK-JA-CONTROLADO.
           MOVE REC-CHAVE TO NEG-CHAVE.
           READ NEGATIV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-TEM-CONTROLE TO TRUE
           END-READ.
           IF WRK-TEM-CONTROLE AND NEG-SIT-INCLUIDO
               CONTINUE
           ELSE
               PERFORM 0320-BUSCAR-DOCUMENTO
               IF WRK-DOCUMENTO EQUAL SPACES
                   ADD 1 TO WRK-QT-SEM-DOC
                   DISPLAY 'TITULO ' REC-PEDIDO '/' REC-PARCELA
                       ' CLIENTE ' REC-CLIENTE
                       ' SEM DOCUMENTO NO CADASTRO - NAO NEGATIVADO'
               ELSE
                   PERFORM 0330-INCLUIR-TITULO
               END-IF
           END-IF.

       0320-BUSCAR-DOCUMENTO.
           MOVE SPACES TO WRK-DOCUMENTO.
           IF WRK-FS-CLIENTES EQUAL '00'
               MOVE REC-CLIENTE TO CLI-NUMERO
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-DOCUMENTO TO WRK-DOCUMENTO
               END-READ
           END-IF.

       0330-INCLUIR-TITULO.
           MOVE 'I' TO WRK-ND-TIPO.
           MOVE WRK-DOCUMENTO TO WRK-ND-DOCUMENTO.
           MOVE REC-CLIENTE TO WRK-ND-CLIENTE.
           MOVE REC-PEDIDO TO WRK-ND-PEDIDO.
           MOVE REC-PARCELA TO WRK-ND-PARCELA.
           MOVE REC-VALOR TO WRK-ND-VALOR.
           MOVE REC-VENCIMENTO TO WRK-ND-VENCIMENTO.
           MOVE SPACES TO WRK-ND-MOTIVO.
           MOVE WRK-NEG-DETALHE TO NEGEXP-REG.
           WRITE NEGEXP-REG.
           MOVE REC-CHAVE TO NEG-CHAVE.
           MOVE REC-CLIENTE TO NEG-CLIENTE.
           MOVE WRK-DOCUMENTO TO NEG-DOCUMENTO.
           MOVE REC-VALOR TO NEG-VALOR.
           MOVE REC-VENCIMENTO TO NEG-VENCIMENTO.
           SET NEG-SIT-INCLUIDO TO TRUE.
           MOVE WRK-DATASYS TO NEG-DATA-INCLUSAO.
           MOVE ZEROS TO NEG-DATA-EXCLUSAO.
           MOVE SPACES TO NEG-MOTIVO-EXCLUSAO.
           IF WRK-TEM-CONTROLE
               REWRITE NEG-REG
           ELSE
               WRITE NEG-REG
           END-IF.
           ADD 1 TO WRK-QT-INCLUSOES.
           ADD REC-VALOR TO WRK-TOT-INCLUSOES.

       0400-FINALIZAR.
           MOVE WRK-QT-INCLUSOES TO WRK-NT-QT-INCL.
           MOVE WRK-QT-EXCLUSOES TO WRK-NT-QT-EXCL.
           MOVE WRK-TOT-INCLUSOES TO WRK-NT-TOT-INCL.
           MOVE WRK-TOT-EXCLUSOES TO WRK-NT-TOT-EXCL.
           MOVE WRK-NEG-TRAILER TO NEGEXP-REG.
           WRITE NEGEXP-REG.
           CLOSE NEGEXP.
           CLOSE NEGATIV.
           IF WRK-FS-CLIENTES EQUAL '00'
               CLOSE CLIENTES
           END-IF.
           CLOSE CONTASREC.
           COMPUTE WRK-QT-REGISTROS = WRK-QT-INCLUSOES +
               WRK-QT-EXCLUSOES.
           DISPLAY 'NEGATIVACAO - INCLUSOES: ' WRK-QT-INCLUSOES
               '  EXCLUSOES: ' WRK-QT-EXCLUSOES
               '  MANTIDOS: ' WRK-QT-MANTIDOS
               '  SEM DOCUMENTO: ' WRK-QT-SEM-DOC.
           DISPLAY 'ARQUIVO PARA O BIRO GRAVADO EM NEGEXP.DAT'.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB102' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-REGISTROS TO RUNLOG-QTDE-REGISTROS.
           IF WRK-RODADA-COM-ERRO
               SET RUNLOG-STATUS-ERRO TO TRUE
           ELSE
               SET RUNLOG-STATUS-OK TO TRUE
           END-IF.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
