       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB115.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: FGTS MENSAL - PARA A COMPETENCIA INFORMADA
      * (AAAAMM) SOMA POR FUNCIONARIO A BASE DA FOLHA
      * (FOLHAHIST.DAT, GRAVADO PELO PROGCOB72 COM AS HORAS
      * EXTRAS), AS FERIAS + 1/3 PAGAS NO MES (FERPAG.DAT), O 13O
      * PAGO NO MES (DECIMO13.DAT - 1A PARCELA EM NOVEMBRO, O
      * RESTANTE EM DEZEMBRO) E AS VERBAS DA RESCISAO DO MES
      * (RESCISAO.DAT); DEPOSITA 8% EM FGTSMOV.DAT, SOMA NO SALDO
      * CORRENTE (FGTSSLD.DAT, BASE DA MULTA NA RESCISAO), GERA O
      * ARQUIVO DE DEPOSITO DE LAYOUT FIXO PARA A GUIA
      * (FGTSDEP.DAT, HEADER/DETALHE/TRAILER) E O RELATORIO DE
      * TOTAIS POR DEPARTAMENTO (FGTSREL.DAT); A COMPETENCIA JA
      * DEPOSITADA NAO RODA DE NOVO
      * ATUALIZACAO: BASE DA FOLHA LIDA DO HISTORICO
      * FOLHAHIST.DAT, QUE SUBSTITUIU O FOLHABAS.DAT
      * ATUALIZACAO: DIFERENCA DE DISSIDIO PAGA NA FOLHA DO MES
      * ENTRA NA BASE DA FOLHA
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNCIONARIOS.

           SELECT FOLHAHIST ASSIGN TO "FOLHAHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WRK-FS-FOLHAHIST.

           SELECT FERPAG ASSIGN TO "FERPAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPG-CHAVE
               FILE STATUS IS WRK-FS-FERPAG.

           SELECT DECIMO13 ASSIGN TO "DECIMO13.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS D13-CHAVE
               FILE STATUS IS WRK-FS-DECIMO13.

           SELECT RESCISAO ASSIGN TO "RESCISAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESCISAO.

           SELECT FGTSMOV ASSIGN TO "FGTSMOV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGM-CHAVE
               FILE STATUS IS WRK-FS-FGTSMOV.

           SELECT FGTSSLD ASSIGN TO "FGTSSLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGS-MATRICULA
               FILE STATUS IS WRK-FS-FGTSSLD.

           SELECT FGTSDEP ASSIGN TO "FGTSDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FGTSDEP.

           SELECT FGTSREL ASSIGN TO "FGTSREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FGTSREL.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  FOLHAHIST.
           COPY HSTREG.

       FD  FERPAG.
           COPY FPGREG.

       FD  DECIMO13.
           COPY D13REG.

       FD  RESCISAO.
           COPY RSCREG.

       FD  FGTSMOV.
           COPY FGMREG.

       FD  FGTSSLD.
           COPY FGSREG.

       FD  FGTSDEP.
       01  FGTSDEP-REG         PIC X(80).

       FD  FGTSREL.
       01  FGTSREL-LINHA       PIC X(80).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FUNCIONARIOS PIC X(02)    VALUE SPACES.
       77 WRK-FS-FOLHAHIST  PIC X(02)      VALUE SPACES.
       77 WRK-FS-FERPAG     PIC X(02)      VALUE SPACES.
       77 WRK-FS-DECIMO13   PIC X(02)      VALUE SPACES.
       77 WRK-FS-RESCISAO   PIC X(02)      VALUE SPACES.
       77 WRK-FS-FGTSMOV    PIC X(02)      VALUE SPACES.
       77 WRK-FS-FGTSSLD    PIC X(02)      VALUE SPACES.
       77 WRK-FS-FGTSDEP    PIC X(02)      VALUE SPACES.
       77 WRK-FS-FGTSREL    PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-EOF-FERPAG    PIC X(01)      VALUE 'N'.
           88 WRK-FIM-FERPAG       VALUE 'S'.
       77 WRK-TEM-FOLHAHIST PIC X(01)      VALUE 'N'.
           88 WRK-FOLHAHIST-ABERTO VALUE 'S'.
       77 WRK-TEM-FERPAG    PIC X(01)      VALUE 'N'.
           88 WRK-FERPAG-ABERTO    VALUE 'S'.
       77 WRK-TEM-DECIMO13  PIC X(01)      VALUE 'N'.
           88 WRK-DECIMO13-ABERTO  VALUE 'S'.
       77 WRK-COMPETENCIA-FLAG PIC X(01)   VALUE 'N'.
           88 WRK-COMPETENCIA-OK   VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-FUNCAO   PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2 PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-RESULTADO PIC S9(08)    VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-IND           PIC 9(03)      VALUE ZEROS.
       77 WRK-ACHOU         PIC X(01)      VALUE 'N'.
       77 WRK-QT-DEPOSITOS  PIC 9(05)      VALUE ZEROS.
       77 WRK-BASE-TOTAL    PIC 9(08)V99   VALUE ZEROS.
       77 WRK-DEPOSITO      PIC 9(08)V99   VALUE ZEROS.
       77 WRK-TOTAL-BASE    PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOTAL-DEPOSITO PIC 9(12)V99  VALUE ZEROS.
       77 WRK-TOTAL-ED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(80)      VALUE SPACES.
       01 WRK-MES-REF.
           02 WRK-REF-ANO      PIC 9(04).
           02 WRK-REF-MES      PIC 9(02).
       01 WRK-MES-REF-NUM REDEFINES WRK-MES-REF PIC 9(06).
       01 WRK-DATA-VENC.
           02 WRK-VEN-ANO      PIC 9(04).
           02 WRK-VEN-MES      PIC 9(02).
           02 WRK-VEN-DIA      PIC 9(02).
       01 WRK-DATA-VENC-NUM REDEFINES WRK-DATA-VENC PIC 9(08).
      * VERBAS DE RESCISAO DA COMPETENCIA, POR MATRICULA
       01 WRK-RESCISOES.
           02 WRK-QT-RSC       PIC 9(03)   VALUE ZEROS.
           02 WRK-RSC OCCURS 100 TIMES.
               05 WRK-RSC-MATRICULA PIC 9(06).
               05 WRK-RSC-BASE      PIC 9(08)V99.
       01 WRK-DEPARTAMENTOS.
           02 WRK-QT-DEPTOS    PIC 9(02)   VALUE ZEROS.
           02 WRK-DEPTO OCCURS 30 TIMES.
               05 WRK-DEP-CODIGO    PIC X(03).
               05 WRK-DEP-QT        PIC 9(04).
               05 WRK-DEP-BASE      PIC 9(12)V99.
               05 WRK-DEP-DEPOSITO  PIC 9(12)V99.
      * ARQUIVO DE DEPOSITO PARA A GUIA - 80 POSICOES
       01 WRK-DEP-HEADER.
           02 FILLER           PIC X(01)   VALUE '0'.
           02 FILLER           PIC X(08)   VALUE 'FGTS'.
           02 WRK-DH-ANOMES    PIC 9(06).
           02 WRK-DH-VENCIMENTO PIC 9(08).
           02 WRK-DH-GERACAO   PIC 9(08).
           02 FILLER           PIC X(49)   VALUE SPACES.
       01 WRK-DEP-DETALHE.
           02 FILLER           PIC X(01)   VALUE '1'.
           02 WRK-DD-MATRICULA PIC 9(06).
           02 WRK-DD-CPF       PIC X(11).
           02 WRK-DD-NOME      PIC X(30).
           02 WRK-DD-BASE      PIC 9(10)V99.
           02 WRK-DD-DEPOSITO  PIC 9(08)V99.
           02 FILLER           PIC X(10)   VALUE SPACES.
       01 WRK-DEP-TRAILER.
           02 FILLER           PIC X(01)   VALUE '9'.
           02 WRK-DT-QTDE      PIC 9(06).
           02 WRK-DT-BASE      PIC 9(12)V99.
           02 WRK-DT-DEPOSITO  PIC 9(12)V99.
           02 FILLER           PIC X(45)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-INICIAR.
           IF WRK-COMPETENCIA-OK
               PERFORM 0200-CARREGAR-RESCISOES
               PERFORM 0300-PROCESSAR-FUNCIONARIOS
               PERFORM 0400-FINALIZAR
           END-IF.
           CLOSE FGTSMOV.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.

       0100-INICIAR.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           DISPLAY 'COMPETENCIA DO FGTS (AAAAMM): '.
           ACCEPT WRK-MES-REF-NUM.
           OPEN I-O FGTSMOV.
           IF WRK-FS-FGTSMOV EQUAL '35'
               OPEN OUTPUT FGTSMOV
               CLOSE FGTSMOV
               OPEN I-O FGTSMOV
           END-IF.
           IF WRK-REF-MES < 1 OR WRK-REF-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA'
           ELSE
               SET WRK-COMPETENCIA-OK TO TRUE
               MOVE WRK-MES-REF-NUM TO FGM-ANOMES
               MOVE ZEROS TO FGM-MATRICULA
               START FGTSMOV KEY IS NOT LESS THAN FGM-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FGTSMOV NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF FGM-ANOMES EQUAL WRK-MES-REF-NUM
                                   MOVE 'N' TO WRK-COMPETENCIA-FLAG
                                   DISPLAY 'COMPETENCIA '
                                       WRK-MES-REF-NUM
                                       ' JA DEPOSITADA EM '
                                       FGM-DATA-PROCESSAMENTO
                               END-IF
                       END-READ
               END-START
           END-IF.
           IF WRK-COMPETENCIA-OK
               PERFORM 0110-CALCULAR-VENCIMENTO
           END-IF.

      * O DEPOSITO VENCE NO DIA 20 DO MES SEGUINTE E E ANTECIPADO
      * PARA O DIA UTIL ANTERIOR QUANDO CAI EM FERIADO OU FIM DE
      * SEMANA
       0110-CALCULAR-VENCIMENTO.
           IF WRK-REF-MES EQUAL 12
               COMPUTE WRK-VEN-ANO = WRK-REF-ANO + 1
               MOVE 1 TO WRK-VEN-MES
           ELSE
               MOVE WRK-REF-ANO TO WRK-VEN-ANO
               COMPUTE WRK-VEN-MES = WRK-REF-MES + 1
           END-IF.
           MOVE 21 TO WRK-VEN-DIA.
           MOVE 'N' TO WRK-DATA-VALIDA.
           PERFORM UNTIL WRK-DATA-OK OR WRK-VEN-DIA EQUAL 1
               SUBTRACT 1 FROM WRK-VEN-DIA
               MOVE 'U' TO WRK-DATA-FUNCAO
               MOVE WRK-DATA-VENC-NUM TO WRK-DATA-SERVICO
               MOVE ZEROS TO WRK-DATA-SERVICO2
               CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
                   WRK-DATA-SERVICO WRK-DATA-SERVICO2
                   WRK-DATA-RESULTADO WRK-DATA-VALIDA
           END-PERFORM.

      * SALDO DE SALARIO, AVISO INDENIZADO E 13O DA RESCISAO
      * ENTRAM NA BASE; FERIAS INDENIZADAS NAO
       0200-CARREGAR-RESCISOES.
           MOVE ZEROS TO WRK-QT-RSC.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT RESCISAO.
           IF WRK-FS-RESCISAO EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ RESCISAO
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF RSC-DATA-DESLIGAMENTO(1:6) EQUAL
                                   WRK-MES-REF-NUM
                               PERFORM 0210-GUARDAR-RESCISAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESCISAO
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0210-GUARDAR-RESCISAO.
           IF WRK-QT-RSC < 100
               ADD 1 TO WRK-QT-RSC
               MOVE RSC-MATRICULA TO WRK-RSC-MATRICULA(WRK-QT-RSC)
               COMPUTE WRK-RSC-BASE(WRK-QT-RSC) = RSC-SALDO-SALARIO
                   + RSC-VALOR-AVISO + RSC-VALOR-13
           ELSE
               DISPLAY 'MAIS DE 100 RESCISOES NO MES - MATRICULA '
                   RSC-MATRICULA ' FORA DA BASE'
           END-IF.

       0300-PROCESSAR-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF WRK-FS-FUNCIONARIOS NOT EQUAL '00'
               DISPLAY 'ARQUIVO FUNCIONARIOS.DAT NAO ENCONTRADO'
           ELSE
               OPEN INPUT FOLHAHIST
               IF WRK-FS-FOLHAHIST EQUAL '00'
                   SET WRK-FOLHAHIST-ABERTO TO TRUE
               ELSE
                   DISPLAY 'SEM FOLHAHIST.DAT - RODE A FOLHA '
                       '(PROGCOB72) DA COMPETENCIA ANTES DO FGTS'
               END-IF
               OPEN INPUT FERPAG
               IF WRK-FS-FERPAG EQUAL '00'
                   SET WRK-FERPAG-ABERTO TO TRUE
               END-IF
               OPEN INPUT DECIMO13
               IF WRK-FS-DECIMO13 EQUAL '00'
                   SET WRK-DECIMO13-ABERTO TO TRUE
               END-IF
               OPEN I-O FGTSSLD
               IF WRK-FS-FGTSSLD EQUAL '35'
                   OPEN OUTPUT FGTSSLD
                   CLOSE FGTSSLD
                   OPEN I-O FGTSSLD
               END-IF
               OPEN OUTPUT FGTSDEP
               MOVE WRK-MES-REF-NUM TO WRK-DH-ANOMES
               MOVE WRK-DATA-VENC-NUM TO WRK-DH-VENCIMENTO
               MOVE WRK-DATASYS TO WRK-DH-GERACAO
               MOVE WRK-DEP-HEADER TO FGTSDEP-REG
               WRITE FGTSDEP-REG
               MOVE LOW-VALUES TO FUNC-MATRICULA
               START FUNCIONARIOS KEY IS NOT LESS THAN
                       FUNC-MATRICULA
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ FUNCIONARIOS NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           PERFORM 0310-APURAR-BASE
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS FGTSSLD
               IF WRK-FOLHAHIST-ABERTO
                   CLOSE FOLHAHIST
               END-IF
               IF WRK-FERPAG-ABERTO
                   CLOSE FERPAG
               END-IF
               IF WRK-DECIMO13-ABERTO
                   CLOSE DECIMO13
               END-IF
           END-IF.

       0310-APURAR-BASE.
           MOVE SPACES TO FGM-REG.
           MOVE WRK-MES-REF-NUM TO FGM-ANOMES.
           MOVE FUNC-MATRICULA TO FGM-MATRICULA.
           MOVE FUNC-DEPARTAMENTO TO FGM-DEPARTAMENTO.
           MOVE ZEROS TO FGM-BASE-FOLHA FGM-BASE-FERIAS
               FGM-BASE-13 FGM-BASE-RESCISAO.
           IF WRK-FOLHAHIST-ABERTO
               MOVE FUNC-MATRICULA TO HST-MATRICULA
               MOVE WRK-MES-REF-NUM TO HST-ANOMES
               READ FOLHAHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE FGM-BASE-FOLHA = HST-BRUTO +
                           HST-RETROATIVO
               END-READ
           END-IF.
           PERFORM 0320-BASE-FERIAS.
           PERFORM 0330-BASE-DECIMO-TERCEIRO.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-RSC
               IF WRK-RSC-MATRICULA(WRK-IND) EQUAL FUNC-MATRICULA
                   ADD WRK-RSC-BASE(WRK-IND) TO FGM-BASE-RESCISAO
               END-IF
           END-PERFORM.
           COMPUTE WRK-BASE-TOTAL = FGM-BASE-FOLHA + FGM-BASE-FERIAS
               + FGM-BASE-13 + FGM-BASE-RESCISAO.
           IF WRK-BASE-TOTAL > ZEROS
               COMPUTE WRK-DEPOSITO ROUNDED = WRK-BASE-TOTAL * 0,08
               MOVE WRK-DEPOSITO TO FGM-DEPOSITO
               MOVE WRK-DATASYS TO FGM-DATA-PROCESSAMENTO
               WRITE FGM-REG
               PERFORM 0340-ATUALIZAR-SALDO
               PERFORM 0350-ACUMULAR-DEPARTAMENTO
               ADD 1 TO WRK-QT-DEPOSITOS
               ADD WRK-BASE-TOTAL TO WRK-TOTAL-BASE
               ADD WRK-DEPOSITO TO WRK-TOTAL-DEPOSITO
               MOVE FUNC-MATRICULA TO WRK-DD-MATRICULA
               MOVE FUNC-CPF TO WRK-DD-CPF
               MOVE FUNC-NOME TO WRK-DD-NOME
               MOVE WRK-BASE-TOTAL TO WRK-DD-BASE
               MOVE WRK-DEPOSITO TO WRK-DD-DEPOSITO
               MOVE WRK-DEP-DETALHE TO FGTSDEP-REG
               WRITE FGTSDEP-REG
           END-IF.

      * FERIAS + 1/3 PAGAS NA COMPETENCIA; O ABONO PECUNIARIO NAO
      * E BASE DO FGTS
       0320-BASE-FERIAS.
           IF WRK-FERPAG-ABERTO
               MOVE 'N' TO WRK-EOF-FERPAG
               MOVE FUNC-MATRICULA TO FPG-MATRICULA
               MOVE ZEROS TO FPG-DATA-INICIO
               START FERPAG KEY IS NOT LESS THAN FPG-CHAVE
                   INVALID KEY
                       SET WRK-FIM-FERPAG TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-FERPAG
                   READ FERPAG NEXT RECORD
                       AT END
                           SET WRK-FIM-FERPAG TO TRUE
                       NOT AT END
                           IF FPG-MATRICULA NOT EQUAL FUNC-MATRICULA
                               SET WRK-FIM-FERPAG TO TRUE
                           ELSE
                               IF FPG-DATA-PGTO(1:6) EQUAL
                                       WRK-MES-REF-NUM
                                   COMPUTE FGM-BASE-FERIAS =
                                       FGM-BASE-FERIAS
                                       + FPG-VALOR-FERIAS
                                       + FPG-VALOR-TERCO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * 1A PARCELA NO MES EM QUE FOI PAGA; NA 2A PARCELA ENTRA O
      * 13O INTEGRAL MENOS O QUE JA FOI BASE NA 1A
       0330-BASE-DECIMO-TERCEIRO.
           IF WRK-DECIMO13-ABERTO
               MOVE WRK-REF-ANO TO D13-ANO
               MOVE FUNC-MATRICULA TO D13-MATRICULA
               READ DECIMO13
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF D13-DATA-1A(1:6) EQUAL WRK-MES-REF-NUM
                           ADD D13-VALOR-1A TO FGM-BASE-13
                       END-IF
                       IF D13-DATA-2A(1:6) EQUAL WRK-MES-REF-NUM
                           AND D13-VALOR-13 > D13-VALOR-1A
                           COMPUTE FGM-BASE-13 = FGM-BASE-13
                               + D13-VALOR-13 - D13-VALOR-1A
                       END-IF
               END-READ
           END-IF.

       0340-ATUALIZAR-SALDO.
           MOVE FUNC-MATRICULA TO FGS-MATRICULA.
           READ FGTSSLD
               INVALID KEY
                   MOVE WRK-DEPOSITO TO FGS-SALDO
                   MOVE 1 TO FGS-QT-DEPOSITOS
                   MOVE WRK-MES-REF-NUM TO FGS-ULTIMA-COMPETENCIA
                   WRITE FGS-REG
               NOT INVALID KEY
                   ADD WRK-DEPOSITO TO FGS-SALDO
                   ADD 1 TO FGS-QT-DEPOSITOS
                   IF WRK-MES-REF-NUM > FGS-ULTIMA-COMPETENCIA
                       MOVE WRK-MES-REF-NUM TO FGS-ULTIMA-COMPETENCIA
                   END-IF
                   REWRITE FGS-REG
           END-READ.

       0350-ACUMULAR-DEPARTAMENTO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-DEPTOS
               IF WRK-DEP-CODIGO(WRK-IND) EQUAL FUNC-DEPARTAMENTO
                   MOVE 'S' TO WRK-ACHOU
                   ADD 1 TO WRK-DEP-QT(WRK-IND)
                   ADD WRK-BASE-TOTAL TO WRK-DEP-BASE(WRK-IND)
                   ADD WRK-DEPOSITO TO WRK-DEP-DEPOSITO(WRK-IND)
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL 'N' AND WRK-QT-DEPTOS < 30
               ADD 1 TO WRK-QT-DEPTOS
               MOVE FUNC-DEPARTAMENTO TO
                   WRK-DEP-CODIGO(WRK-QT-DEPTOS)
               MOVE 1 TO WRK-DEP-QT(WRK-QT-DEPTOS)
               MOVE WRK-BASE-TOTAL TO WRK-DEP-BASE(WRK-QT-DEPTOS)
               MOVE WRK-DEPOSITO TO
                   WRK-DEP-DEPOSITO(WRK-QT-DEPTOS)
           END-IF.

       0400-FINALIZAR.
           MOVE WRK-QT-DEPOSITOS TO WRK-DT-QTDE.
           MOVE WRK-TOTAL-BASE TO WRK-DT-BASE.
           MOVE WRK-TOTAL-DEPOSITO TO WRK-DT-DEPOSITO.
           MOVE WRK-DEP-TRAILER TO FGTSDEP-REG.
           WRITE FGTSDEP-REG.
           CLOSE FGTSDEP.
           OPEN OUTPUT FGTSREL.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'PROGCOB115 - FGTS DA COMPETENCIA ' WRK-MES-REF-NUM
               ' - VENCIMENTO ' WRK-DATA-VENC-NUM
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0490-ESCREVER-LINHA.
           MOVE 'DEP  QTDE          BASE DO MES          DEPOSITO 8%'
               TO WRK-LINHA-ED.
           PERFORM 0490-ESCREVER-LINHA.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-DEPTOS
               MOVE SPACES TO WRK-LINHA-ED
               MOVE WRK-DEP-BASE(WRK-IND) TO WRK-TOTAL-ED
               MOVE WRK-DEP-DEPOSITO(WRK-IND) TO WRK-VALOR-ED
               STRING WRK-DEP-CODIGO(WRK-IND) '  '
                   WRK-DEP-QT(WRK-IND) ' ' WRK-TOTAL-ED '  '
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               PERFORM 0490-ESCREVER-LINHA
           END-PERFORM.
           MOVE SPACES TO FGTSREL-LINHA.
           WRITE FGTSREL-LINHA.
           MOVE WRK-TOTAL-BASE TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL - FUNC ' WRK-QT-DEPOSITOS ' BASE '
               WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0490-ESCREVER-LINHA.
           MOVE WRK-TOTAL-DEPOSITO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL DO DEPOSITO (GUIA)........ ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0490-ESCREVER-LINHA.
           CLOSE FGTSREL.
           DISPLAY 'FGTS ' WRK-MES-REF-NUM ' - ' WRK-QT-DEPOSITOS
               ' DEPOSITO(S), TOTAL ' WRK-TOTAL-DEPOSITO.
           DISPLAY 'GUIA EM FGTSDEP.DAT E TOTAIS EM FGTSREL.DAT'.

       0490-ESCREVER-LINHA.
           MOVE WRK-LINHA-ED TO FGTSREL-LINHA.
           WRITE FGTSREL-LINHA.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB115' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-DEPOSITOS TO RUNLOG-QTDE-REGISTROS.
           IF WRK-COMPETENCIA-OK
               SET RUNLOG-STATUS-OK TO TRUE
           ELSE
               SET RUNLOG-STATUS-ERRO TO TRUE
           END-IF.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
