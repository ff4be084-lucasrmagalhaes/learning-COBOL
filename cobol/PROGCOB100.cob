       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB100.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: BAIXA DE TITULOS INCOBRAVEIS COMO PERDA - LISTA
      * OS TITULOS ABERTOS DE CONTASREC.DAT VENCIDOS HA MAIS DO
      * QUE O PRAZO DE PERDAPAR.DAT (PADRAO 365 DIAS), PEDE O
      * MOTIVO DE CADA BAIXA E GRAVA A PROPOSTA NA FILA DE
      * APROVACOES (PENDAPR.DAT, TIPO PERDA) - O TITULO SO MUDA DE
      * SITUACAO E A PERDA SO VAI PARA O DIARIO QUANDO OUTRO
      * ADMINISTRADOR APROVA NO PROGCOB81. O REGISTRO MENSAL DE
      * PERDAS (PERDAREL.DAT) LISTA PARA A CONTABILIDADE AS
      * BAIXAS DO MES E AS RECUPERACOES RECEBIDAS NO MES
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

           SELECT PERDAPAR ASSIGN TO "PERDAPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERDAPAR.

           SELECT PENDAPR ASSIGN TO "PENDAPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDAPR.

           SELECT PERDAREL ASSIGN TO "PERDAREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERDAREL.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTASREC.
           COPY RECREG.

       FD  CLIENTES.
           COPY CLIREG.

       FD  PERDAPAR.
       01  PERDAPAR-REG.
           02  PERDAPAR-DIAS       PIC 9(04).

       FD  PENDAPR.
           COPY APRREG.

       FD  PERDAREL.
       01  PERDAREL-LINHA          PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-CONTASREC  PIC X(02)      VALUE SPACES.
       77 WRK-FS-CLIENTES   PIC X(02)      VALUE SPACES.
       77 WRK-FS-PERDAPAR   PIC X(02)      VALUE SPACES.
       77 WRK-FS-PENDAPR    PIC X(02)      VALUE SPACES.
       77 WRK-FS-PERDAREL   PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-EOF-PENDAPR   PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PENDAPR      VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-AGORA    PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-USUARIO       PIC X(20)      VALUE SPACES.
       77 WRK-NIVEL         PIC 9(02)      VALUE ZEROS.
       77 WRK-LOGIN-VALIDO  PIC X(01)      VALUE 'N'.
           88 WRK-LOGIN-OK         VALUE 'S'.
       77 WRK-OPCAO         PIC X(01)      VALUE SPACES.
       77 WRK-FIM-MENU      PIC X(01)      VALUE 'N'.
           88 WRK-MENU-FIM         VALUE 'S'.
       77 WRK-DIAS-PERDA    PIC 9(04)      VALUE 365.
       77 WRK-DATA-FUNCAO   PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2 PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-ATRASO   PIC S9(08)     VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-MOTIVO        PIC X(30)      VALUE SPACES.
       77 WRK-PROX-SEQ      PIC 9(06)      VALUE ZEROS.
       77 WRK-QT-ELEGIVEIS  PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-PROPOSTAS  PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-JA-PENDENTES PIC 9(05)    VALUE ZEROS.
       77 WRK-IND           PIC 9(03)      VALUE ZEROS.
       77 WRK-PENDENTE      PIC X(01)      VALUE 'N'.
           88 WRK-JA-PENDENTE      VALUE 'S'.
       77 WRK-QT-BAIXAS     PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-RECUPERADOS PIC 9(05)     VALUE ZEROS.
       77 WRK-TOTAL-BAIXADO PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOTAL-RECUPERADO PIC 9(12)V99 VALUE ZEROS.
       77 WRK-LIQUIDO       PIC S9(12)V99  VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-LIQUIDO-ED    PIC -ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(100)     VALUE SPACES.
       77 WRK-QT-LINHAS     PIC 9(05)      VALUE ZEROS.
       01 WRK-MES-REF.
           02 WRK-REF-ANO      PIC 9(04).
           02 WRK-REF-MES      PIC 9(02).
       01 WRK-MES-REF-NUM REDEFINES WRK-MES-REF PIC 9(06).
       01 WRK-DATA-EXAME-GRP.
           02 WRK-DE-ANOMES    PIC 9(06).
           02 WRK-DE-DIA       PIC 9(02).
       01 WRK-DATA-EXAME-NUM REDEFINES WRK-DATA-EXAME-GRP
           PIC 9(08).
       01 WRK-PERDA-IMAGEM.
           02 WRK-IMG-PEDIDO   PIC 9(08).
           02 WRK-IMG-PARCELA  PIC 9(02).
           02 WRK-IMG-TIT-CLIENTE PIC 9(06).
           02 WRK-IMG-TIT-VALOR PIC 9(08)V99.
           02 WRK-IMG-MOTIVO   PIC X(30).
       01 WRK-TAB-PENDENTES.
           02 WRK-QT-PENDENTES PIC 9(03)   VALUE ZEROS.
           02 WRK-PEND-CHAVE OCCURS 500 TIMES PIC X(10).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           CALL 'PROGCOBLOGIN' USING WRK-USUARIO WRK-NIVEL
               WRK-LOGIN-VALIDO.
           IF NOT WRK-LOGIN-OK
               DISPLAY 'USUARIO OU SENHA INVALIDOS - ACESSO NEGADO'
           ELSE
               PERFORM 0050-CARREGAR-PARAMETRO
               PERFORM 0100-MENU UNTIL WRK-MENU-FIM
               PERFORM 0900-GRAVAR-RUNLOG
           END-IF.
           STOP RUN.

      * SEM PERDAPAR.DAT (OU COM PRAZO ZERADO) VALE O PRAZO
      * PADRAO DE UM ANO DE ATRASO
       0050-CARREGAR-PARAMETRO.
           OPEN INPUT PERDAPAR.
           IF WRK-FS-PERDAPAR EQUAL '00'
               READ PERDAPAR
                   NOT AT END
                       IF PERDAPAR-DIAS IS NUMERIC
                               AND PERDAPAR-DIAS > ZEROS
                           MOVE PERDAPAR-DIAS TO WRK-DIAS-PERDA
                       END-IF
               END-READ
               CLOSE PERDAPAR
           END-IF.

       0100-MENU.
           DISPLAY '=============================================='.
           DISPLAY 'BAIXA DE TITULOS COMO PERDA'.
           DISPLAY '1 - PROPOR BAIXA DOS VENCIDOS HA MAIS DE '
               WRK-DIAS-PERDA ' DIAS'.
           DISPLAY '2 - REGISTRO MENSAL DE PERDAS E RECUPERACOES'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 1000-PROPOR-BAIXAS
               WHEN '2'
                   PERFORM 2000-REGISTRO-MENSAL
               WHEN 'X'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
           END-EVALUATE.

      * TITULO QUE JA TEM PROPOSTA DE PERDA PENDENTE NAO E
      * OFERECIDO DE NOVO; MOTIVO EM BRANCO DEIXA O TITULO ABERTO
       1000-PROPOR-BAIXAS.
           MOVE ZEROS TO WRK-QT-ELEGIVEIS.
           MOVE ZEROS TO WRK-QT-PROPOSTAS.
           MOVE ZEROS TO WRK-QT-JA-PENDENTES.
           PERFORM 1100-LER-PENDENCIAS.
           OPEN INPUT CONTASREC.
           IF WRK-FS-CONTASREC NOT EQUAL '00'
               DISPLAY 'ARQUIVO CONTASREC.DAT NAO ENCONTRADO'
           ELSE
               OPEN INPUT CLIENTES
               OPEN EXTEND PENDAPR
               IF WRK-FS-PENDAPR EQUAL '35'
                   OPEN OUTPUT PENDAPR
               END-IF
               MOVE 'N' TO WRK-EOF-ARQ
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
                               PERFORM 1200-AVALIAR-TITULO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WRK-EOF-ARQ
               CLOSE PENDAPR
               CLOSE CLIENTES
               CLOSE CONTASREC
               DISPLAY 'TITULOS ELEGIVEIS: ' WRK-QT-ELEGIVEIS
                   '  PROPOSTOS: ' WRK-QT-PROPOSTAS
                   '  JA EM APROVACAO: ' WRK-QT-JA-PENDENTES
               ADD WRK-QT-PROPOSTAS TO WRK-QT-LINHAS
           END-IF.

      * UMA PASSADA NA FILA DA A PROXIMA SEQUENCIA E AS CHAVES
      * (PEDIDO + PARCELA) DAS PROPOSTAS DE PERDA AINDA PENDENTES
       1100-LER-PENDENCIAS.
           MOVE ZEROS TO WRK-PROX-SEQ.
           MOVE ZEROS TO WRK-QT-PENDENTES.
           MOVE 'N' TO WRK-EOF-PENDAPR.
           OPEN INPUT PENDAPR.
           IF WRK-FS-PENDAPR EQUAL '00'
               PERFORM UNTIL WRK-FIM-PENDAPR
                   READ PENDAPR
                       AT END
                           SET WRK-FIM-PENDAPR TO TRUE
                       NOT AT END
                           IF APR-SEQ > WRK-PROX-SEQ
                               MOVE APR-SEQ TO WRK-PROX-SEQ
                           END-IF
                           IF APR-TIPO-PERDA AND APR-PENDENTE
                                   AND WRK-QT-PENDENTES < 500
                               ADD 1 TO WRK-QT-PENDENTES
                               MOVE APR-IMAGEM-ANTES(1:10) TO
                                   WRK-PEND-CHAVE(WRK-QT-PENDENTES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDAPR
           END-IF.
           ADD 1 TO WRK-PROX-SEQ.

       1200-AVALIAR-TITULO.
           MOVE 'D' TO WRK-DATA-FUNCAO.
           MOVE REC-VENCIMENTO TO WRK-DATA-SERVICO.
           MOVE WRK-DATASYS TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DIAS-ATRASO WRK-DATA-VALIDA.
           IF WRK-DATA-OK
                   AND WRK-DIAS-ATRASO > WRK-DIAS-PERDA
               ADD 1 TO WRK-QT-ELEGIVEIS
               MOVE 'N' TO WRK-PENDENTE
               PERFORM VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QT-PENDENTES
                   IF WRK-PEND-CHAVE(WRK-IND) EQUAL REC-CHAVE
                       SET WRK-JA-PENDENTE TO TRUE
                   END-IF
               END-PERFORM
               IF WRK-JA-PENDENTE
                   ADD 1 TO WRK-QT-JA-PENDENTES
               ELSE
                   PERFORM 1300-PEDIR-MOTIVO
               END-IF
           END-IF.

       1300-PEDIR-MOTIVO.
           MOVE REC-CLIENTE TO CLI-NUMERO.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLI-NOME
           END-READ.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'PEDIDO ' REC-PEDIDO '/' REC-PARCELA
               '  CLIENTE ' REC-CLIENTE ' ' CLI-NOME.
           DISPLAY 'VENCIMENTO ' REC-VENCIMENTO '  ATRASO '
               WRK-DIAS-ATRASO ' DIAS  VALOR ' REC-VALOR.
           DISPLAY 'MOTIVO DA BAIXA (BRANCO = MANTER ABERTO): '.
           MOVE SPACES TO WRK-MOTIVO.
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO NOT EQUAL SPACES
               PERFORM 1400-GRAVAR-PROPOSTA
           END-IF.

       1400-GRAVAR-PROPOSTA.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE REC-PEDIDO TO WRK-IMG-PEDIDO.
           MOVE REC-PARCELA TO WRK-IMG-PARCELA.
           MOVE REC-CLIENTE TO WRK-IMG-TIT-CLIENTE.
           MOVE REC-VALOR TO WRK-IMG-TIT-VALOR.
           MOVE WRK-MOTIVO TO WRK-IMG-MOTIVO.
           MOVE SPACES TO APR-REG.
           MOVE WRK-PROX-SEQ TO APR-SEQ.
           MOVE 'PERDA' TO APR-TIPO.
           MOVE ZEROS TO APR-LINHA.
           MOVE WRK-USUARIO TO APR-SOLICITANTE.
           MOVE WRK-DATASYS TO APR-DATA.
           MOVE WRK-HORA-AGORA TO APR-HORA.
           MOVE SPACES TO APR-IMAGEM-ANTES.
           MOVE WRK-PERDA-IMAGEM(1:26) TO APR-IMAGEM-ANTES.
           MOVE SPACES TO APR-IMAGEM-DEPOIS.
           MOVE WRK-PERDA-IMAGEM TO APR-IMAGEM-DEPOIS(1:56).
           SET APR-PENDENTE TO TRUE.
           MOVE SPACES TO APR-APROVADOR.
           MOVE ZEROS TO APR-DATA-DECISAO.
           WRITE APR-REG.
           DISPLAY 'BAIXA PROPOSTA - PENDENCIA ' WRK-PROX-SEQ.
           ADD 1 TO WRK-PROX-SEQ.
           ADD 1 TO WRK-QT-PROPOSTAS.

      * A BAIXA ENTRA NO MES DA DATA DE PERDA; A RECUPERACAO NO
      * MES DO PAGAMENTO DE UM TITULO QUE TEM DATA DE PERDA
       2000-REGISTRO-MENSAL.
           DISPLAY 'MES DO REGISTRO (AAAAMM): '.
           ACCEPT WRK-MES-REF-NUM.
           MOVE ZEROS TO WRK-QT-BAIXAS.
           MOVE ZEROS TO WRK-QT-RECUPERADOS.
           MOVE ZEROS TO WRK-TOTAL-BAIXADO.
           MOVE ZEROS TO WRK-TOTAL-RECUPERADO.
           OPEN INPUT CONTASREC.
           IF WRK-FS-CONTASREC NOT EQUAL '00'
               DISPLAY 'ARQUIVO CONTASREC.DAT NAO ENCONTRADO'
           ELSE
               OPEN OUTPUT PERDAREL
               MOVE SPACES TO PERDAREL-LINHA
               STRING 'PROGCOB100 - REGISTRO DE PERDAS COM CLIENTES'
                   ' - MES ' WRK-MES-REF-NUM ' - EMITIDO EM '
                   WRK-DATASYS
                   DELIMITED BY SIZE INTO PERDAREL-LINHA
               WRITE PERDAREL-LINHA
               MOVE SPACES TO PERDAREL-LINHA
               WRITE PERDAREL-LINHA
               MOVE SPACES TO PERDAREL-LINHA
               STRING 'TIPO        PEDIDO/PC   CLIENTE DATA     '
                   '        VALOR  MOTIVO'
                   DELIMITED BY SIZE INTO PERDAREL-LINHA
               WRITE PERDAREL-LINHA
               MOVE 'N' TO WRK-EOF-ARQ
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
                           IF REC-DATA-PERDA IS NUMERIC
                                   AND REC-DATA-PERDA > ZEROS
                               PERFORM 2100-EXAMINAR-TITULO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WRK-EOF-ARQ
               CLOSE CONTASREC
               PERFORM 2300-TOTAIS-REGISTRO
               CLOSE PERDAREL
               DISPLAY 'REGISTRO GRAVADO EM PERDAREL.DAT - '
                   WRK-QT-BAIXAS ' BAIXA(S) E ' WRK-QT-RECUPERADOS
                   ' RECUPERACAO(OES)'
           END-IF.

      * O TITULO RECUPERADO CONTINUA COM A DATA DA PERDA, ENTAO
      * A BAIXA DE MESES ANTERIORES SEGUE NO REGISTRO DAQUELE MES
       2100-EXAMINAR-TITULO.
           MOVE REC-DATA-PERDA TO WRK-DATA-EXAME-NUM.
           IF WRK-DE-ANOMES EQUAL WRK-MES-REF-NUM
               ADD 1 TO WRK-QT-BAIXAS
               ADD REC-VALOR TO WRK-TOTAL-BAIXADO
               MOVE REC-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'BAIXA       ' REC-PEDIDO '/' REC-PARCELA
                   '  ' REC-CLIENTE '  ' REC-DATA-PERDA ' '
                   WRK-VALOR-ED '  ' REC-MOTIVO-PERDA
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO PERDAREL-LINHA
               WRITE PERDAREL-LINHA
           END-IF.
           IF REC-SIT-PAGO
               MOVE REC-DATA-PGTO TO WRK-DATA-EXAME-NUM
               IF WRK-DE-ANOMES EQUAL WRK-MES-REF-NUM
                   ADD 1 TO WRK-QT-RECUPERADOS
                   ADD REC-VALOR TO WRK-TOTAL-RECUPERADO
                   MOVE REC-VALOR TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-LINHA-ED
                   STRING 'RECUPERACAO ' REC-PEDIDO '/' REC-PARCELA
                       '  ' REC-CLIENTE '  ' REC-DATA-PGTO ' '
                       WRK-VALOR-ED '  PERDA DE ' REC-DATA-PERDA
                       DELIMITED BY SIZE INTO WRK-LINHA-ED
                   MOVE WRK-LINHA-ED TO PERDAREL-LINHA
                   WRITE PERDAREL-LINHA
               END-IF
           END-IF.

       2300-TOTAIS-REGISTRO.
           COMPUTE WRK-LIQUIDO = WRK-TOTAL-BAIXADO -
               WRK-TOTAL-RECUPERADO.
           MOVE SPACES TO PERDAREL-LINHA.
           WRITE PERDAREL-LINHA.
           MOVE WRK-TOTAL-BAIXADO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL BAIXADO COMO PERDA....: ' WRK-VALOR-ED
               '  (' WRK-QT-BAIXAS ' TITULOS)'
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO PERDAREL-LINHA.
           WRITE PERDAREL-LINHA.
           MOVE WRK-TOTAL-RECUPERADO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL RECUPERADO............: ' WRK-VALOR-ED
               '  (' WRK-QT-RECUPERADOS ' TITULOS)'
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO PERDAREL-LINHA.
           WRITE PERDAREL-LINHA.
           MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'PERDA LIQUIDA DO MES........: ' WRK-LIQUIDO-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO PERDAREL-LINHA.
           WRITE PERDAREL-LINHA.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB100' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-LINHAS TO RUNLOG-QTDE-REGISTROS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
