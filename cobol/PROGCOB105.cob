       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB105.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: PONTOS DE FIDELIDADE - PASSO DA RODADA NOTURNA
      * QUE EXPIRA OS LOTES COM MAIS DE 12 MESES (PROGCOBPTS) E
      * IMPRIME O EXTRATO MENSAL DE PONTOS POR CLIENTE
      * (PTSEXT.DAT) DO MES ANTERIOR A DATA DA RODADA: SALDO
      * ANTERIOR, CADA CREDITO, RESGATE, EXPIRACAO E ESTORNO DO
      * MES (PTSMOV.DAT), SALDO NO FIM DO MES E OS PONTOS QUE
      * EXPIRAM NOS PROXIMOS 30 DIAS. SAI NO EXTRATO QUEM TEVE
      * MOVIMENTO DO MES EM DIANTE OU TEM SALDO HOJE; O SALDO DO
      * FIM DO MES E O SALDO DE HOJE (PONTOS.DAT) MENOS O QUE SE
      * MOVIMENTOU DEPOIS DO MES, ENTAO O EXTRATO NAO MUDA SE A
      * RODADA FOR REPETIDA. PARA SAIR SO UMA VEZ POR MES, BASTA
      * A LINHA MENSAL DO PASSO NO CALENDARIO (CALEND.DAT)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTOS ASSIGN TO "PONTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-CHAVE
               FILE STATUS IS WRK-FS-PONTOS.

           SELECT PTSMOV ASSIGN TO "PTSMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PTSMOV.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTES.

           SELECT PTSEXT ASSIGN TO "PTSEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PTSEXT.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PONTOS.
           COPY PTSREG.

       FD  PTSMOV.
           COPY PTMREG.

       FD  CLIENTES.
           COPY CLIREG.

       FD  PTSEXT.
       01  PTSEXT-LINHA            PIC X(80).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-PONTOS     PIC X(02)      VALUE SPACES.
       77 WRK-FS-PTSMOV     PIC X(02)      VALUE SPACES.
       77 WRK-FS-CLIENTES   PIC X(02)      VALUE SPACES.
       77 WRK-FS-PTSEXT     PIC X(02)      VALUE SPACES.
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
       77 WRK-DIAS-AVISO    PIC S9(08)     VALUE 30.
       77 WRK-IND           PIC 9(03)      VALUE ZEROS.
       77 WRK-CLIENTE-BUSCA PIC 9(06)      VALUE ZEROS.
       77 WRK-QT-IGNORADOS  PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-EXTRATOS   PIC 9(05)      VALUE ZEROS.
       77 WRK-PONTOS-EXPIRADOS PIC 9(07)   VALUE ZEROS.
       77 WRK-SALDO-FIM     PIC S9(09)     VALUE ZEROS.
       77 WRK-SALDO-INICIO  PIC S9(09)     VALUE ZEROS.
       77 WRK-SALDO-ED      PIC -ZZZZZZZZ9 VALUE ZEROS.
       77 WRK-PONTOS-ED     PIC ZZZZZZ9    VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-NOME          PIC X(30)      VALUE SPACES.
       77 WRK-DESCRICAO     PIC X(10)      VALUE SPACES.
       77 WRK-LINHA-ED      PIC X(80)      VALUE SPACES.
       01 WRK-DATA-CONV.
           02 WRK-CONV-ANO     PIC 9(04).
           02 WRK-CONV-MES     PIC 9(02).
           02 WRK-CONV-DIA     PIC 9(02).
       01 WRK-DATA-CONV-NUM REDEFINES WRK-DATA-CONV PIC 9(08).
       01 WRK-MES-REF.
           02 WRK-REF-ANO      PIC 9(04).
           02 WRK-REF-MES      PIC 9(02).
       01 WRK-MES-REF-NUM REDEFINES WRK-MES-REF PIC 9(06).
       01 WRK-DATA-EXAME-GRP.
           02 WRK-DE-ANOMES    PIC 9(06).
           02 WRK-DE-DIA       PIC 9(02).
       01 WRK-DATA-EXAME-NUM REDEFINES WRK-DATA-EXAME-GRP
           PIC 9(08).
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
       01 WRK-EXTRATO.
           02 WRK-QT-CLIENTES  PIC 9(03)      VALUE ZEROS.
           02 WRK-EXT-CLI OCCURS 500 TIMES.
               05 WRK-EXT-CLIENTE   PIC 9(06).
               05 WRK-EXT-CREDITOS  PIC 9(09).
               05 WRK-EXT-RESGATES  PIC 9(09).
               05 WRK-EXT-EXPIRADOS PIC 9(09).
               05 WRK-EXT-ESTORNOS  PIC 9(09).
               05 WRK-EXT-DEPOIS    PIC S9(09).
               05 WRK-EXT-SALDO     PIC 9(09).
               05 WRK-EXT-A-EXPIRAR PIC 9(09).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0100-EXPIRAR-LOTES.
           PERFORM 0150-MES-ANTERIOR.
           PERFORM 0200-LER-SALDOS.
           PERFORM 0300-LER-MOVIMENTO.
           PERFORM 0400-IMPRIMIR-EXTRATO.
           PERFORM 0900-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXPIRAR-LOTES.
           MOVE 'E' TO WRK-PTS-FUNCAO.
           MOVE ZEROS TO WRK-PTS-CLIENTE.
           CALL 'PROGCOBPTS' USING WRK-PTS-AREA.
           IF WRK-PTS-OK
               MOVE WRK-PTS-PONTOS TO WRK-PONTOS-EXPIRADOS
           END-IF.
           DISPLAY 'PONTOS EXPIRADOS NESTA RODADA: '
               WRK-PONTOS-EXPIRADOS.

       0150-MES-ANTERIOR.
           MOVE WRK-DATASYS TO WRK-DATA-CONV-NUM.
           IF WRK-CONV-MES EQUAL 01
               COMPUTE WRK-REF-ANO = WRK-CONV-ANO - 1
               MOVE 12 TO WRK-REF-MES
           ELSE
               MOVE WRK-CONV-ANO TO WRK-REF-ANO
               COMPUTE WRK-REF-MES = WRK-CONV-MES - 1
           END-IF.

      * O SALDO DE HOJE E A SOMA DOS LOTES ATIVOS; O LOTE QUE
      * VENCE EM ATE 30 DIAS ENTRA NO AVISO DE EXPIRACAO
       0200-LER-SALDOS.
           MOVE ZEROS TO WRK-QT-CLIENTES.
           MOVE ZEROS TO WRK-QT-IGNORADOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PONTOS.
           IF WRK-FS-PONTOS EQUAL '00'
               MOVE LOW-VALUES TO PTS-CHAVE
               START PONTOS KEY IS NOT LESS THAN PTS-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ PONTOS NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF PTS-SIT-ATIVO AND PTS-SALDO > ZEROS
                               PERFORM 0210-SOMAR-LOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PONTOS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0210-SOMAR-LOTE.
           MOVE PTS-CLIENTE TO WRK-CLIENTE-BUSCA.
           PERFORM 0500-LOCALIZAR-CLIENTE.
           IF WRK-IND NOT GREATER THAN WRK-QT-CLIENTES
               ADD PTS-SALDO TO WRK-EXT-SALDO(WRK-IND)
               MOVE 'D' TO WRK-DATA-FUNCAO
               MOVE WRK-DATASYS TO WRK-DATA-SERVICO
               MOVE PTS-VALIDADE TO WRK-DATA-SERVICO2
               CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
                   WRK-DATA-SERVICO WRK-DATA-SERVICO2
                   WRK-DIAS-FALTAM WRK-DATA-VALIDA
               IF WRK-DATA-OK
                       AND WRK-DIAS-FALTAM NOT GREATER THAN
                       WRK-DIAS-AVISO
                   ADD PTS-SALDO TO WRK-EXT-A-EXPIRAR(WRK-IND)
               END-IF
           END-IF.

      * MOVIMENTO DO MES VAI PARA AS COLUNAS DO EXTRATO; O DE
      * DEPOIS DO MES SO SERVE PARA VOLTAR O SALDO DE HOJE AO
      * SALDO DO FIM DO MES
       0300-LER-MOVIMENTO.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PTSMOV.
           IF WRK-FS-PTSMOV EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ PTSMOV
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           MOVE PTM-DATA TO WRK-DATA-EXAME-NUM
                           IF WRK-DE-ANOMES NOT LESS THAN
                                   WRK-MES-REF-NUM
                               PERFORM 0310-ACUMULAR-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PTSMOV
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0310-ACUMULAR-MOVIMENTO.
           MOVE PTM-CLIENTE TO WRK-CLIENTE-BUSCA.
           PERFORM 0500-LOCALIZAR-CLIENTE.
           IF WRK-IND NOT GREATER THAN WRK-QT-CLIENTES
               IF WRK-DE-ANOMES EQUAL WRK-MES-REF-NUM
                   EVALUATE TRUE
                       WHEN PTM-CREDITO
                           ADD PTM-PONTOS TO
                               WRK-EXT-CREDITOS(WRK-IND)
                       WHEN PTM-RESGATE
                           ADD PTM-PONTOS TO
                               WRK-EXT-RESGATES(WRK-IND)
                       WHEN PTM-EXPIRACAO
                           ADD PTM-PONTOS TO
                               WRK-EXT-EXPIRADOS(WRK-IND)
                       WHEN OTHER
                           ADD PTM-PONTOS TO
                               WRK-EXT-ESTORNOS(WRK-IND)
                   END-EVALUATE
               ELSE
                   IF PTM-CREDITO
                       ADD PTM-PONTOS TO WRK-EXT-DEPOIS(WRK-IND)
                   ELSE
                       SUBTRACT PTM-PONTOS FROM
                           WRK-EXT-DEPOIS(WRK-IND)
                   END-IF
               END-IF
           END-IF.

       0400-IMPRIMIR-EXTRATO.
           MOVE ZEROS TO WRK-QT-EXTRATOS.
           OPEN INPUT CLIENTES.
           OPEN OUTPUT PTSEXT.
           MOVE SPACES TO PTSEXT-LINHA.
           STRING 'PROGCOB105 - EXTRATO DE PONTOS DE FIDELIDADE - '
               'MES ' WRK-MES-REF-NUM ' - EMITIDO EM ' WRK-DATASYS
               DELIMITED BY SIZE INTO PTSEXT-LINHA.
           WRITE PTSEXT-LINHA.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-CLIENTES
               PERFORM 0410-EXTRATO-CLIENTE
           END-PERFORM.
           IF WRK-QT-IGNORADOS > ZEROS
               MOVE SPACES TO PTSEXT-LINHA
               WRITE PTSEXT-LINHA
               MOVE SPACES TO PTSEXT-LINHA
               STRING 'ATENCAO: TABELA DE 500 CLIENTES CHEIA - '
                   WRK-QT-IGNORADOS ' REGISTRO(S) FORA DO EXTRATO'
                   DELIMITED BY SIZE INTO PTSEXT-LINHA
               WRITE PTSEXT-LINHA
           END-IF.
           CLOSE PTSEXT.
           IF WRK-FS-CLIENTES EQUAL '00'
               CLOSE CLIENTES
           END-IF.
           DISPLAY 'EXTRATO DE PONTOS DO MES ' WRK-MES-REF-NUM
               ' GRAVADO EM PTSEXT.DAT - ' WRK-QT-EXTRATOS
               ' CLIENTE(S)'.

       0410-EXTRATO-CLIENTE.
           ADD 1 TO WRK-QT-EXTRATOS.
           COMPUTE WRK-SALDO-FIM = WRK-EXT-SALDO(WRK-IND) -
               WRK-EXT-DEPOIS(WRK-IND).
           COMPUTE WRK-SALDO-INICIO = WRK-SALDO-FIM -
               WRK-EXT-CREDITOS(WRK-IND) + WRK-EXT-RESGATES(WRK-IND)
               + WRK-EXT-EXPIRADOS(WRK-IND)
               + WRK-EXT-ESTORNOS(WRK-IND).
           MOVE SPACES TO WRK-NOME.
           IF WRK-FS-CLIENTES EQUAL '00'
               MOVE WRK-EXT-CLIENTE(WRK-IND) TO CLI-NUMERO
               READ CLIENTES
                   INVALID KEY
                       MOVE 'CLIENTE NAO CADASTRADO' TO WRK-NOME
                   NOT INVALID KEY
                       MOVE CLI-NOME TO WRK-NOME
               END-READ
           END-IF.
           MOVE SPACES TO PTSEXT-LINHA.
           WRITE PTSEXT-LINHA.
           MOVE SPACES TO PTSEXT-LINHA.
           STRING 'CLIENTE ' WRK-EXT-CLIENTE(WRK-IND) ' - ' WRK-NOME
               DELIMITED BY SIZE INTO PTSEXT-LINHA.
           WRITE PTSEXT-LINHA.
           MOVE WRK-SALDO-INICIO TO WRK-SALDO-ED.
           MOVE SPACES TO PTSEXT-LINHA.
           STRING '  SALDO ANTERIOR..............: ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO PTSEXT-LINHA.
           WRITE PTSEXT-LINHA.
           PERFORM 0420-DETALHAR-MES.
           MOVE WRK-SALDO-FIM TO WRK-SALDO-ED.
           MOVE SPACES TO PTSEXT-LINHA.
           STRING '  SALDO NO FIM DO MES.........: ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO PTSEXT-LINHA.
           WRITE PTSEXT-LINHA.
           MOVE WRK-EXT-SALDO(WRK-IND) TO WRK-SALDO-ED.
           MOVE SPACES TO PTSEXT-LINHA.
           STRING '  SALDO DISPONIVEL HOJE.......: ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO PTSEXT-LINHA.
           WRITE PTSEXT-LINHA.
           IF WRK-EXT-A-EXPIRAR(WRK-IND) > ZEROS
               MOVE WRK-EXT-A-EXPIRAR(WRK-IND) TO WRK-SALDO-ED
               MOVE SPACES TO PTSEXT-LINHA
               STRING '  EXPIRAM NOS PROXIMOS 30 DIAS: ' WRK-SALDO-ED
                   DELIMITED BY SIZE INTO PTSEXT-LINHA
               WRITE PTSEXT-LINHA
           END-IF.

      * AS LINHAS DO MES SAEM NA ORDEM DO MOVIMENTO
       0420-DETALHAR-MES.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PTSMOV.
           IF WRK-FS-PTSMOV EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ PTSMOV
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           MOVE PTM-DATA TO WRK-DATA-EXAME-NUM
                           IF PTM-CLIENTE EQUAL
                                   WRK-EXT-CLIENTE(WRK-IND)
                                   AND WRK-DE-ANOMES EQUAL
                                   WRK-MES-REF-NUM
                               PERFORM 0430-LINHA-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PTSMOV
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0430-LINHA-MOVIMENTO.
           EVALUATE TRUE
               WHEN PTM-CREDITO
                   MOVE 'CREDITO' TO WRK-DESCRICAO
               WHEN PTM-RESGATE
                   MOVE 'RESGATE' TO WRK-DESCRICAO
               WHEN PTM-EXPIRACAO
                   MOVE 'EXPIRACAO' TO WRK-DESCRICAO
               WHEN OTHER
                   MOVE 'ESTORNO' TO WRK-DESCRICAO
           END-EVALUATE.
           MOVE PTM-PONTOS TO WRK-PONTOS-ED.
           MOVE PTM-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           IF PTM-RESGATE
               STRING '  ' PTM-DATA ' ' WRK-DESCRICAO ' '
                   WRK-PONTOS-ED ' PONTOS  CREDITO R$ '
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           ELSE
               STRING '  ' PTM-DATA ' ' WRK-DESCRICAO ' '
                   WRK-PONTOS-ED ' PONTOS  PEDIDO ' PTM-PEDIDO
                   '/' PTM-PARCELA
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           END-IF.
           MOVE WRK-LINHA-ED TO PTSEXT-LINHA.
           WRITE PTSEXT-LINHA.

      * DEVOLVE EM WRK-IND A POSICAO DO CLIENTE NA TABELA,
      * INCLUINDO-O SE FOR NOVO; TABELA CHEIA DEVOLVE O INDICE
      * ALEM DA ULTIMA POSICAO
       0500-LOCALIZAR-CLIENTE.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-CLIENTES
                   OR WRK-EXT-CLIENTE(WRK-IND) EQUAL
                   WRK-CLIENTE-BUSCA
               CONTINUE
           END-PERFORM.
           IF WRK-IND > WRK-QT-CLIENTES
               IF WRK-QT-CLIENTES < 500
                   ADD 1 TO WRK-QT-CLIENTES
                   MOVE WRK-CLIENTE-BUSCA TO
                       WRK-EXT-CLIENTE(WRK-IND)
                   MOVE ZEROS TO WRK-EXT-CREDITOS(WRK-IND)
                   MOVE ZEROS TO WRK-EXT-RESGATES(WRK-IND)
                   MOVE ZEROS TO WRK-EXT-EXPIRADOS(WRK-IND)
                   MOVE ZEROS TO WRK-EXT-ESTORNOS(WRK-IND)
                   MOVE ZEROS TO WRK-EXT-DEPOIS(WRK-IND)
                   MOVE ZEROS TO WRK-EXT-SALDO(WRK-IND)
                   MOVE ZEROS TO WRK-EXT-A-EXPIRAR(WRK-IND)
               ELSE
                   ADD 1 TO WRK-QT-IGNORADOS
               END-IF
           END-IF.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB105' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-EXTRATOS TO RUNLOG-QTDE-REGISTROS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
