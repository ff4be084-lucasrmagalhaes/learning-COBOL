       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB104.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: AVISOS DIARIOS AO CLIENTE - PASSO DA RODADA
      * NOTURNA QUE COLOCA NA FILA DE E-MAIL/SMS (NOTIFICA.DAT
      * VIA PROGCOBNTF) O LEMBRETE DE CADA PARCELA ABERTA DE
      * CONTASREC.DAT QUE VENCE DAQUI A 3 DIAS E IMPRIME A
      * CONTAGEM DO DIA (NOTIFREL.DAT) DE TUDO QUE FOI PARA A
      * FILA, POR TIPO DE AVISO - PEDIDO CONFIRMADO, NOTA
      * EMITIDA, EXPEDIDO, ENTREGUE, PROBLEMA NA ENTREGA E
      * VENCIMENTO - COM OS LEMBRETES QUE NAO SAIRAM POR
      * RECUSA DO CLIENTE OU FALTA DE CONTATO
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

           SELECT NOTIFICA ASSIGN TO "NOTIFICA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTIFICA.

           SELECT NOTIFREL ASSIGN TO "NOTIFREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTIFREL.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTASREC.
           COPY RECREG.

       FD  NOTIFICA.
           COPY NTFREG.

       FD  NOTIFREL.
       01  NOTIFREL-LINHA          PIC X(80).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-CONTASREC  PIC X(02)      VALUE SPACES.
       77 WRK-FS-NOTIFICA   PIC X(02)      VALUE SPACES.
       77 WRK-FS-NOTIFREL   PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-FUNCAO   PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2 PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-FALTAM   PIC S9(08)     VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-DIAS-LEMBRETE PIC S9(08)     VALUE 3.
       77 WRK-QT-LEMBRETES  PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-RECUSADOS  PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-SEM-CONTATO PIC 9(05)     VALUE ZEROS.
       77 WRK-QT-FILA-DIA   PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-OUTROS     PIC 9(06)      VALUE ZEROS.
       77 WRK-IND           PIC 9(02)      VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(80)      VALUE SPACES.
       01 WRK-NTF-AREA.
           02 WRK-NTF-TIPO         PIC X(03).
           02 WRK-NTF-CLIENTE      PIC 9(06).
           02 WRK-NTF-PEDIDO       PIC 9(08).
           02 WRK-NTF-PARCELA      PIC 9(02).
           02 WRK-NTF-VALOR        PIC 9(08)V99.
           02 WRK-NTF-DATA-REF     PIC 9(08).
           02 WRK-NTF-REFERENCIA   PIC X(10).
           02 WRK-NTF-RETORNO      PIC X(01).
               88 WRK-NTF-NA-FILA      VALUE '0'.
               88 WRK-NTF-RECUSADO     VALUE '1'.
               88 WRK-NTF-SEM-CONTATO  VALUE '2'.
       01 WRK-TIPOS-LISTA.
           02 FILLER       PIC X(23)  VALUE 'PCFPEDIDO CONFIRMADO   '.
           02 FILLER       PIC X(23)  VALUE 'NFENOTA FISCAL EMITIDA '.
           02 FILLER       PIC X(23)  VALUE 'EXPPEDIDO EXPEDIDO     '.
           02 FILLER       PIC X(23)  VALUE 'ENTPEDIDO ENTREGUE     '.
           02 FILLER       PIC X(23)  VALUE 'OCOPROBLEMA NA ENTREGA '.
           02 FILLER       PIC X(23)  VALUE 'VENVENCIMENTO EM 3 DIAS'.
       01 WRK-TIPOS REDEFINES WRK-TIPOS-LISTA.
           02 WRK-TIPO OCCURS 6 TIMES.
               05 WRK-TIPO-CODIGO   PIC X(03).
               05 WRK-TIPO-DESCRICAO PIC X(20).
       01 WRK-CONTAGENS.
           02 WRK-QT-TIPO      PIC 9(06)  OCCURS 6 TIMES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0100-LEMBRAR-VENCIMENTOS.
           PERFORM 0200-CONTAR-FILA-DIA.
           PERFORM 0300-IMPRIMIR-CONTAGEM.
           PERFORM 0900-GRAVAR-RUNLOG.
           GOBACK.

       0100-LEMBRAR-VENCIMENTOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CONTASREC.
           IF WRK-FS-CONTASREC NOT EQUAL '00'
               DISPLAY 'ARQUIVO CONTASREC.DAT NAO ENCONTRADO - '
                   'SEM LEMBRETES DE VENCIMENTO'
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
                           IF REC-SIT-ABERTO
                               AND REC-VENCIMENTO > WRK-DATASYS
                               PERFORM 0110-AVALIAR-TITULO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTASREC
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0110-AVALIAR-TITULO.
           MOVE 'D' TO WRK-DATA-FUNCAO.
           MOVE WRK-DATASYS TO WRK-DATA-SERVICO.
           MOVE REC-VENCIMENTO TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DIAS-FALTAM WRK-DATA-VALIDA.
           IF WRK-DATA-OK AND WRK-DIAS-FALTAM EQUAL WRK-DIAS-LEMBRETE
               MOVE 'VEN' TO WRK-NTF-TIPO
               MOVE REC-CLIENTE TO WRK-NTF-CLIENTE
               MOVE REC-PEDIDO TO WRK-NTF-PEDIDO
               MOVE REC-PARCELA TO WRK-NTF-PARCELA
               MOVE REC-VALOR TO WRK-NTF-VALOR
               MOVE REC-VENCIMENTO TO WRK-NTF-DATA-REF
               MOVE SPACES TO WRK-NTF-REFERENCIA
               CALL 'PROGCOBNTF' USING WRK-NTF-AREA
               EVALUATE TRUE
                   WHEN WRK-NTF-NA-FILA
                       ADD 1 TO WRK-QT-LEMBRETES
                   WHEN WRK-NTF-RECUSADO
                       ADD 1 TO WRK-QT-RECUSADOS
                   WHEN OTHER
                       ADD 1 TO WRK-QT-SEM-CONTATO
               END-EVALUATE
           END-IF.

      * A CONTAGEM E DE TUDO QUE ENTROU NA FILA HOJE, PELOS
      * PROGRAMAS DO DIA E PELOS LEMBRETES DESTA RODADA
       0200-CONTAR-FILA-DIA.
           MOVE ZEROS TO WRK-CONTAGENS.
           MOVE ZEROS TO WRK-QT-OUTROS.
           MOVE ZEROS TO WRK-QT-FILA-DIA.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT NOTIFICA.
           IF WRK-FS-NOTIFICA EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ NOTIFICA
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF NTF-DATA EQUAL WRK-DATASYS
                               PERFORM 0210-CLASSIFICAR-AVISO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTIFICA
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0210-CLASSIFICAR-AVISO.
           ADD 1 TO WRK-QT-FILA-DIA.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > 6
                   OR WRK-TIPO-CODIGO(WRK-IND) EQUAL NTF-TIPO
               CONTINUE
           END-PERFORM.
           IF WRK-IND > 6
               ADD 1 TO WRK-QT-OUTROS
           ELSE
               ADD 1 TO WRK-QT-TIPO(WRK-IND)
           END-IF.

       0300-IMPRIMIR-CONTAGEM.
           OPEN OUTPUT NOTIFREL.
           MOVE SPACES TO NOTIFREL-LINHA.
           STRING 'PROGCOB104 - AVISOS AO CLIENTE NA FILA EM '
               WRK-DATASYS
               DELIMITED BY SIZE INTO NOTIFREL-LINHA.
           WRITE NOTIFREL-LINHA.
           MOVE SPACES TO NOTIFREL-LINHA.
           WRITE NOTIFREL-LINHA.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > 6
               MOVE SPACES TO WRK-LINHA-ED
               STRING WRK-TIPO-CODIGO(WRK-IND) ' '
                   WRK-TIPO-DESCRICAO(WRK-IND) '  '
                   WRK-QT-TIPO(WRK-IND)
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO NOTIFREL-LINHA
               WRITE NOTIFREL-LINHA
           END-PERFORM.
           IF WRK-QT-OUTROS > ZEROS
               MOVE SPACES TO WRK-LINHA-ED
               STRING '    OUTROS TIPOS          ' WRK-QT-OUTROS
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO NOTIFREL-LINHA
               WRITE NOTIFREL-LINHA
           END-IF.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL NA FILA HOJE:       ' WRK-QT-FILA-DIA
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO NOTIFREL-LINHA.
           WRITE NOTIFREL-LINHA.
           MOVE SPACES TO NOTIFREL-LINHA.
           WRITE NOTIFREL-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'LEMBRETES DE VENCIMENTO NAO ENVIADOS - RECUSA: '
               WRK-QT-RECUSADOS '  SEM CONTATO: '
               WRK-QT-SEM-CONTATO
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO NOTIFREL-LINHA.
           WRITE NOTIFREL-LINHA.
           CLOSE NOTIFREL.
           DISPLAY 'AVISOS NA FILA HOJE: ' WRK-QT-FILA-DIA
               '  LEMBRETES DESTA RODADA: ' WRK-QT-LEMBRETES.
           DISPLAY 'CONTAGEM GRAVADA EM NOTIFREL.DAT'.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB104' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-LEMBRETES TO RUNLOG-QTDE-REGISTROS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
