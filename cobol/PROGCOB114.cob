       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB114.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: PAGAMENTO DE FERIAS - PARA CADA PERIODO AGENDADO
      * NO PROGCOB75 (FERIAS.DAT) QUE COMECA NOS PROXIMOS DIAS E
      * AINDA NAO FOI PAGO, CALCULA OS DIAS DE GOZO PELO SALARIO
      * MAIS 1/3, O ABONO PECUNIARIO (DIAS VENDIDOS, ATE 10, MAIS
      * 1/3, SEM INSS NEM IRRF) E O INSS E IRRF DAS FERIAS PELO
      * PROGCOBLIQ; EMITE O RECIBO DE FERIAS (FERREC.DAT), GERA O
      * CREDITO BANCARIO NO LAYOUT DO FOLHABAN.DAT (FERBAN.DAT)
      * DATADO PARA ATE DOIS DIAS ANTES DO INICIO MAIS PROXIMO E
      * GUARDA O QUE FOI PAGO EM FERPAG.DAT, DE ONDE A FOLHA
      * MENSAL (PROGCOB72) TIRA OS DIAS JA PAGOS
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIAS ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FERIAS.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNCIONARIOS.

           SELECT FERPAG ASSIGN TO "FERPAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPG-CHAVE
               FILE STATUS IS WRK-FS-FERPAG.

           SELECT DEPENDENTES ASSIGN TO "DEPENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPENDENTES.

           SELECT FERREC ASSIGN TO "FERREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FERREC.

           SELECT FERBAN ASSIGN TO "FERBAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FERBAN.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FERIAS.
           COPY FERREG.

       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  FERPAG.
           COPY FPGREG.

       FD  DEPENDENTES.
       01  DEPENDENTE-REG.
           02  DEP-MATRICULA       PIC 9(06).
           02  DEP-NOME            PIC X(30).
           02  DEP-NASCIMENTO      PIC 9(08).
           02  DEP-PARENTESCO      PIC X(01).

       FD  FERREC.
       01  FERREC-LINHA        PIC X(80).

       FD  FERBAN.
       01  FERBAN-REG          PIC X(60).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FERIAS     PIC X(02)      VALUE SPACES.
       77 WRK-FS-FUNCIONARIOS PIC X(02)    VALUE SPACES.
       77 WRK-FS-FERPAG     PIC X(02)      VALUE SPACES.
       77 WRK-FS-DEPENDENTES PIC X(02)     VALUE SPACES.
       77 WRK-FS-FERREC     PIC X(02)      VALUE SPACES.
       77 WRK-FS-FERBAN     PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-EOF-DEP       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-DEP          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-HORIZONTE     PIC 9(03)      VALUE ZEROS.
       77 WRK-DATA-CREDITO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-FUNCAO   PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2 PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-CALC     PIC S9(08)     VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-DIAS-NO-MES   PIC 9(02)      VALUE ZEROS.
       77 WRK-QUOCIENTE     PIC 9(04)      VALUE ZEROS.
       77 WRK-RESTO-4       PIC 9(04)      VALUE ZEROS.
       77 WRK-RESTO-100     PIC 9(04)      VALUE ZEROS.
       77 WRK-RESTO-400     PIC 9(04)      VALUE ZEROS.
       77 WRK-IND           PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-DEPENDENTES PIC 9(02)     VALUE ZEROS.
       77 WRK-DIAS-GOZO     PIC 9(02)      VALUE ZEROS.
       77 WRK-DIAS-ABONO    PIC 9(02)      VALUE ZEROS.
       77 WRK-VALOR-FERIAS  PIC 9(08)V99   VALUE ZEROS.
       77 WRK-VALOR-TERCO   PIC 9(08)V99   VALUE ZEROS.
       77 WRK-VALOR-ABONO   PIC 9(08)V99   VALUE ZEROS.
       77 WRK-TERCO-ABONO   PIC 9(08)V99   VALUE ZEROS.
       77 WRK-BASE-FERIAS   PIC 9(08)V99   VALUE ZEROS.
       77 WRK-INSS          PIC 9(08)V99   VALUE ZEROS.
       77 WRK-IRRF          PIC 9(08)V99   VALUE ZEROS.
       77 WRK-LIQUIDO-CALC  PIC 9(08)V99   VALUE ZEROS.
       77 WRK-LIQUIDO       PIC 9(08)V99   VALUE ZEROS.
       77 WRK-QT-PAGOS      PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-ATRASADOS  PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-BRUTO   PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOTAL-INSS    PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOTAL-IRRF    PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO PIC 9(12)V99   VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(80)      VALUE SPACES.
       01 WRK-DATA-MOVEL.
           02 WRK-MOV-ANO      PIC 9(04).
           02 WRK-MOV-MES      PIC 9(02).
           02 WRK-MOV-DIA      PIC 9(02).
       01 WRK-DATA-MOVEL-NUM REDEFINES WRK-DATA-MOVEL PIC 9(08).
       01 DIAS-MES-LISTA.
           02 FILLER        PIC 9(02)      VALUE 31.
           02 FILLER        PIC 9(02)      VALUE 28.
           02 FILLER        PIC 9(02)      VALUE 31.
           02 FILLER        PIC 9(02)      VALUE 30.
           02 FILLER        PIC 9(02)      VALUE 31.
           02 FILLER        PIC 9(02)      VALUE 30.
           02 FILLER        PIC 9(02)      VALUE 31.
           02 FILLER        PIC 9(02)      VALUE 31.
           02 FILLER        PIC 9(02)      VALUE 30.
           02 FILLER        PIC 9(02)      VALUE 31.
           02 FILLER        PIC 9(02)      VALUE 30.
           02 FILLER        PIC 9(02)      VALUE 31.
       01 DIAS-MES REDEFINES DIAS-MES-LISTA.
           02 DIAS-DO-MES   PIC 9(02)      OCCURS 12.
      * PERIODOS A PAGAR NESTA RODADA
       01 WRK-PERIODOS.
           02 WRK-QT-PERIODOS  PIC 9(03)   VALUE ZEROS.
           02 WRK-PER OCCURS 200 TIMES.
               05 WRK-PER-MATRICULA     PIC 9(06).
               05 WRK-PER-INICIO        PIC 9(08).
               05 WRK-PER-FIM           PIC 9(08).
               05 WRK-PER-ABONO         PIC 9(02).
               05 WRK-PER-LIMITE        PIC 9(08).
      * MESMO LAYOUT DO CREDITO DE SALARIOS (FOLHABAN.DAT, PROGCOB72)
       01 WRK-BAN-HEADER.
           02 FILLER           PIC X(01)   VALUE '0'.
           02 FILLER           PIC X(08)   VALUE 'FERIAS'.
           02 WRK-BH-ANOMES    PIC 9(06).
           02 WRK-BH-DATA      PIC 9(08).
           02 FILLER           PIC X(37)   VALUE SPACES.
       01 WRK-BAN-DETALHE.
           02 FILLER           PIC X(01)   VALUE '1'.
           02 WRK-BD-MATRICULA PIC 9(06).
           02 WRK-BD-NOME      PIC X(30).
           02 WRK-BD-LIQUIDO   PIC 9(08)V99.
           02 FILLER           PIC X(13)   VALUE SPACES.
       01 WRK-BAN-TRAILER.
           02 FILLER           PIC X(01)   VALUE '9'.
           02 WRK-BT-QTDE      PIC 9(06).
           02 WRK-BT-TOTAL     PIC 9(12)V99.
           02 FILLER           PIC X(39)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-SELECIONAR-PERIODOS.
           IF WRK-QT-PERIODOS EQUAL ZEROS
               DISPLAY 'NENHUM PERIODO DE FERIAS A PAGAR NOS PROXIMOS '
                   WRK-HORIZONTE ' DIAS'
           ELSE
               PERFORM 0300-PAGAR-PERIODOS
           END-IF.
           CLOSE FERPAG.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.

       0100-INICIAR.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           DISPLAY 'PAGAR FERIAS QUE COMECAM NOS PROXIMOS QUANTOS '
               'DIAS (ENTER = 30): '.
           ACCEPT WRK-HORIZONTE.
           IF WRK-HORIZONTE EQUAL ZEROS
               MOVE 30 TO WRK-HORIZONTE
           END-IF.
           OPEN I-O FERPAG.
           IF WRK-FS-FERPAG EQUAL '35'
               OPEN OUTPUT FERPAG
               CLOSE FERPAG
               OPEN I-O FERPAG
           END-IF.

      * ENTRA O PERIODO AINDA NAO PAGO QUE COMECA DE HOJE ATE O
      * HORIZONTE; PERIODO JA INICIADO SEM PAGAMENTO SO E AVISADO.
      * O CREDITO SAI NA DATA LIMITE MAIS CEDO DOS PERIODOS (DOIS
      * DIAS ANTES DO INICIO), NUNCA ANTES DE HOJE
       0200-SELECIONAR-PERIODOS.
           MOVE ZEROS TO WRK-QT-PERIODOS.
           MOVE 99999999 TO WRK-DATA-CREDITO.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT FERIAS.
           IF WRK-FS-FERIAS NOT EQUAL '00'
               DISPLAY 'NENHUM PERIODO DE FERIAS AGENDADO'
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ
                   READ FERIAS
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           PERFORM 0210-AVALIAR-PERIODO
                   END-READ
               END-PERFORM
               CLOSE FERIAS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           IF WRK-DATA-CREDITO < WRK-DATASYS
               MOVE WRK-DATASYS TO WRK-DATA-CREDITO
           END-IF.

       0210-AVALIAR-PERIODO.
           MOVE FER-MATRICULA TO FPG-MATRICULA.
           MOVE FER-DATA-INICIO TO FPG-DATA-INICIO.
           READ FERPAG
               INVALID KEY
                   MOVE 'D' TO WRK-DATA-FUNCAO
                   MOVE WRK-DATASYS TO WRK-DATA-SERVICO
                   MOVE FER-DATA-INICIO TO WRK-DATA-SERVICO2
                   CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
                       WRK-DATA-SERVICO WRK-DATA-SERVICO2
                       WRK-DIAS-CALC WRK-DATA-VALIDA
                   EVALUATE TRUE
                       WHEN NOT WRK-DATA-OK
                           DISPLAY 'MATRICULA ' FER-MATRICULA
                               ' - INICIO DE FERIAS INVALIDO '
                               FER-DATA-INICIO
                       WHEN WRK-DIAS-CALC < ZEROS
                           AND FER-DATA-FIM NOT < WRK-DATASYS
                           DISPLAY 'MATRICULA ' FER-MATRICULA
                               ' - FERIAS INICIADAS EM '
                               FER-DATA-INICIO ' SEM PAGAMENTO'
                       WHEN WRK-DIAS-CALC < ZEROS
                           CONTINUE
                       WHEN WRK-DIAS-CALC > WRK-HORIZONTE
                           CONTINUE
                       WHEN OTHER
                           PERFORM 0220-GUARDAR-PERIODO
                   END-EVALUATE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       0220-GUARDAR-PERIODO.
           IF WRK-QT-PERIODOS < 200
               ADD 1 TO WRK-QT-PERIODOS
               MOVE FER-MATRICULA TO
                   WRK-PER-MATRICULA(WRK-QT-PERIODOS)
               MOVE FER-DATA-INICIO TO WRK-PER-INICIO(WRK-QT-PERIODOS)
               MOVE FER-DATA-FIM TO WRK-PER-FIM(WRK-QT-PERIODOS)
               IF FER-DIAS-ABONO IS NUMERIC
                   MOVE FER-DIAS-ABONO TO
                       WRK-PER-ABONO(WRK-QT-PERIODOS)
               ELSE
                   MOVE ZEROS TO WRK-PER-ABONO(WRK-QT-PERIODOS)
               END-IF
               MOVE FER-DATA-INICIO TO WRK-DATA-MOVEL-NUM
               PERFORM 0500-RECUAR-UM-DIA
               PERFORM 0500-RECUAR-UM-DIA
               MOVE WRK-DATA-MOVEL-NUM TO
                   WRK-PER-LIMITE(WRK-QT-PERIODOS)
               IF WRK-DATA-MOVEL-NUM < WRK-DATA-CREDITO
                   MOVE WRK-DATA-MOVEL-NUM TO WRK-DATA-CREDITO
               END-IF
           ELSE
               DISPLAY 'MAIS DE 200 PERIODOS NA RODADA - MATRICULA '
                   FER-MATRICULA ' FICA PARA A PROXIMA'
           END-IF.

       0300-PAGAR-PERIODOS.
           OPEN OUTPUT FERREC.
           MOVE SPACES TO FERREC-LINHA.
           STRING 'PROGCOB114 - RECIBOS DE FERIAS - EMITIDOS EM '
               WRK-DATASYS ' - CREDITO EM ' WRK-DATA-CREDITO
               DELIMITED BY SIZE INTO FERREC-LINHA.
           WRITE FERREC-LINHA.
           OPEN OUTPUT FERBAN.
           MOVE WRK-DATA-CREDITO(1:6) TO WRK-BH-ANOMES.
           MOVE WRK-DATA-CREDITO TO WRK-BH-DATA.
           MOVE WRK-BAN-HEADER TO FERBAN-REG.
           WRITE FERBAN-REG.
           OPEN INPUT FUNCIONARIOS.
           IF WRK-FS-FUNCIONARIOS NOT EQUAL '00'
               DISPLAY 'ARQUIVO FUNCIONARIOS.DAT NAO ENCONTRADO'
           ELSE
               PERFORM VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QT-PERIODOS
                   MOVE WRK-PER-MATRICULA(WRK-IND) TO FUNC-MATRICULA
                   READ FUNCIONARIOS
                       INVALID KEY
                           DISPLAY 'MATRICULA '
                               WRK-PER-MATRICULA(WRK-IND)
                               ' FORA DO CADASTRO - FERIAS NAO PAGAS'
                       NOT INVALID KEY
                           IF FUNC-SIT-ATIVO
                               PERFORM 0310-PAGAR-UM-PERIODO
                           ELSE
                               DISPLAY 'MATRICULA ' FUNC-MATRICULA
                                   ' DESLIGADA - FERIAS NAO PAGAS'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF.
           PERFORM 0400-FINALIZAR.

      * FERIAS + 1/3 SAO TRIBUTADAS A PARTE DO SALARIO DO MES; O
      * ABONO (DIAS VENDIDOS) + 1/3 E INDENIZACAO E SAI LIMPO
       0310-PAGAR-UM-PERIODO.
           MOVE 'D' TO WRK-DATA-FUNCAO.
           MOVE WRK-PER-INICIO(WRK-IND) TO WRK-DATA-SERVICO.
           MOVE WRK-PER-FIM(WRK-IND) TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DIAS-CALC WRK-DATA-VALIDA.
           IF NOT WRK-DATA-OK OR WRK-DIAS-CALC < ZEROS
               OR WRK-DIAS-CALC > 29
               DISPLAY 'MATRICULA ' FUNC-MATRICULA
                   ' - PERIODO ' WRK-PER-INICIO(WRK-IND) ' A '
                   WRK-PER-FIM(WRK-IND) ' INVALIDO - NAO PAGO'
           ELSE
               COMPUTE WRK-DIAS-GOZO = WRK-DIAS-CALC + 1
               MOVE WRK-PER-ABONO(WRK-IND) TO WRK-DIAS-ABONO
               COMPUTE WRK-VALOR-FERIAS ROUNDED =
                   FUNC-SALARIO * WRK-DIAS-GOZO / 30
               COMPUTE WRK-VALOR-TERCO ROUNDED =
                   WRK-VALOR-FERIAS / 3
               COMPUTE WRK-VALOR-ABONO ROUNDED =
                   FUNC-SALARIO * WRK-DIAS-ABONO / 30
               COMPUTE WRK-TERCO-ABONO ROUNDED =
                   WRK-VALOR-ABONO / 3
               COMPUTE WRK-BASE-FERIAS =
                   WRK-VALOR-FERIAS + WRK-VALOR-TERCO
               PERFORM 0320-CONTAR-DEPENDENTES
               CALL 'PROGCOBLIQ' USING WRK-BASE-FERIAS
                   WRK-QT-DEPENDENTES WRK-PER-INICIO(WRK-IND)
                   WRK-INSS WRK-IRRF WRK-LIQUIDO-CALC
               COMPUTE WRK-LIQUIDO = WRK-LIQUIDO-CALC
                   + WRK-VALOR-ABONO + WRK-TERCO-ABONO
               PERFORM 0330-GRAVAR-FERPAG
               ADD 1 TO WRK-QT-PAGOS
               COMPUTE WRK-TOTAL-BRUTO = WRK-TOTAL-BRUTO
                   + WRK-BASE-FERIAS + WRK-VALOR-ABONO
                   + WRK-TERCO-ABONO
               ADD WRK-INSS TO WRK-TOTAL-INSS
               ADD WRK-IRRF TO WRK-TOTAL-IRRF
               ADD WRK-LIQUIDO TO WRK-TOTAL-LIQUIDO
               PERFORM 0340-EMITIR-RECIBO
               MOVE FUNC-MATRICULA TO WRK-BD-MATRICULA
               MOVE FUNC-NOME TO WRK-BD-NOME
               MOVE WRK-LIQUIDO TO WRK-BD-LIQUIDO
               MOVE WRK-BAN-DETALHE TO FERBAN-REG
               WRITE FERBAN-REG
           END-IF.

       0320-CONTAR-DEPENDENTES.
           MOVE ZEROS TO WRK-QT-DEPENDENTES.
           MOVE 'N' TO WRK-EOF-DEP.
           OPEN INPUT DEPENDENTES.
           IF WRK-FS-DEPENDENTES NOT EQUAL '00'
               CONTINUE
           ELSE
               PERFORM UNTIL WRK-FIM-DEP
                   READ DEPENDENTES
                       AT END
                           SET WRK-FIM-DEP TO TRUE
                       NOT AT END
                           IF DEP-MATRICULA EQUAL FUNC-MATRICULA
                               ADD 1 TO WRK-QT-DEPENDENTES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPENDENTES
           END-IF.

       0330-GRAVAR-FERPAG.
           MOVE SPACES TO FPG-REG.
           MOVE FUNC-MATRICULA TO FPG-MATRICULA.
           MOVE WRK-PER-INICIO(WRK-IND) TO FPG-DATA-INICIO.
           MOVE WRK-PER-FIM(WRK-IND) TO FPG-DATA-FIM.
           MOVE WRK-DIAS-GOZO TO FPG-DIAS-GOZO.
           MOVE WRK-DIAS-ABONO TO FPG-DIAS-ABONO.
           MOVE WRK-VALOR-FERIAS TO FPG-VALOR-FERIAS.
           MOVE WRK-VALOR-TERCO TO FPG-VALOR-TERCO.
           COMPUTE FPG-VALOR-ABONO =
               WRK-VALOR-ABONO + WRK-TERCO-ABONO.
           MOVE WRK-INSS TO FPG-INSS.
           MOVE WRK-IRRF TO FPG-IRRF.
           MOVE WRK-LIQUIDO TO FPG-LIQUIDO.
           MOVE WRK-DATA-CREDITO TO FPG-DATA-PGTO.
           WRITE FPG-REG.

       0340-EMITIR-RECIBO.
           MOVE ALL '=' TO FERREC-LINHA.
           WRITE FERREC-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'RECIBO DE FERIAS - ' FUNC-MATRICULA ' '
               FUNC-NOME ' DEP ' FUNC-DEPARTAMENTO
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO FERREC-LINHA.
           WRITE FERREC-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'GOZO DE ' WRK-PER-INICIO(WRK-IND) ' A '
               WRK-PER-FIM(WRK-IND) ' (' WRK-DIAS-GOZO ' DIAS)'
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO FERREC-LINHA.
           WRITE FERREC-LINHA.
           MOVE FUNC-SALARIO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'SALARIO BASE..................: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO FERREC-LINHA.
           WRITE FERREC-LINHA.
           MOVE WRK-VALOR-FERIAS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'FERIAS (' WRK-DIAS-GOZO ' DIAS)...............: R$ '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO FERREC-LINHA.
           WRITE FERREC-LINHA.
           MOVE WRK-VALOR-TERCO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '1/3 CONSTITUCIONAL............: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO FERREC-LINHA.
           WRITE FERREC-LINHA.
           IF WRK-DIAS-ABONO > ZEROS
               MOVE WRK-VALOR-ABONO TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'ABONO PECUNIARIO (' WRK-DIAS-ABONO
                   ' DIAS).....: R$ ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO FERREC-LINHA
               WRITE FERREC-LINHA
               MOVE WRK-TERCO-ABONO TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-ED
               STRING '1/3 SOBRE O ABONO.............: R$ '
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO FERREC-LINHA
               WRITE FERREC-LINHA
           END-IF.
           MOVE WRK-INSS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '(-) INSS SOBRE FERIAS + 1/3...: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO FERREC-LINHA.
           WRITE FERREC-LINHA.
           MOVE WRK-IRRF TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '(-) IRRF SOBRE FERIAS + 1/3...: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO FERREC-LINHA.
           WRITE FERREC-LINHA.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'LIQUIDO A RECEBER.............: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO FERREC-LINHA.
           WRITE FERREC-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           IF WRK-PER-LIMITE(WRK-IND) < WRK-DATA-CREDITO
               ADD 1 TO WRK-QT-ATRASADOS
               STRING 'CREDITO EM ' WRK-DATA-CREDITO
                   ' *** FORA DO PRAZO - LIMITE ERA '
                   WRK-PER-LIMITE(WRK-IND)
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           ELSE
               STRING 'CREDITO EM ' WRK-DATA-CREDITO
                   ' (LIMITE: DOIS DIAS ANTES DO INICIO, '
                   WRK-PER-LIMITE(WRK-IND) ')'
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           END-IF.
           MOVE WRK-LINHA-ED TO FERREC-LINHA.
           WRITE FERREC-LINHA.

       0400-FINALIZAR.
           MOVE ALL '=' TO FERREC-LINHA.
           WRITE FERREC-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'RECIBOS EMITIDOS: ' WRK-QT-PAGOS
               '  PAGOS FORA DO PRAZO: ' WRK-QT-ATRASADOS
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO FERREC-LINHA.
           WRITE FERREC-LINHA.
           MOVE WRK-TOTAL-BRUTO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL BRUTO.....: R$ ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO FERREC-LINHA.
           WRITE FERREC-LINHA.
           MOVE WRK-TOTAL-INSS TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL INSS......: R$ ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO FERREC-LINHA.
           WRITE FERREC-LINHA.
           MOVE WRK-TOTAL-IRRF TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL IRRF......: R$ ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO FERREC-LINHA.
           WRITE FERREC-LINHA.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL LIQUIDO...: R$ ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO FERREC-LINHA.
           WRITE FERREC-LINHA.
           CLOSE FERREC.
           MOVE WRK-QT-PAGOS TO WRK-BT-QTDE.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-BT-TOTAL.
           MOVE WRK-BAN-TRAILER TO FERBAN-REG.
           WRITE FERBAN-REG.
           CLOSE FERBAN.
           DISPLAY 'FERIAS PAGAS - ' WRK-QT-PAGOS
               ' RECIBO(S), LIQUIDO TOTAL ' WRK-TOTAL-LIQUIDO.
           DISPLAY 'RECIBOS EM FERREC.DAT E CREDITO BANCARIO EM '
               'FERBAN.DAT PARA ' WRK-DATA-CREDITO.

       0500-RECUAR-UM-DIA.
           IF WRK-MOV-DIA > 1
               SUBTRACT 1 FROM WRK-MOV-DIA
           ELSE
               IF WRK-MOV-MES > 1
                   SUBTRACT 1 FROM WRK-MOV-MES
               ELSE
                   MOVE 12 TO WRK-MOV-MES
                   SUBTRACT 1 FROM WRK-MOV-ANO
               END-IF
               PERFORM 0510-DIAS-DO-MES-MOVEL
               MOVE WRK-DIAS-NO-MES TO WRK-MOV-DIA
           END-IF.

       0510-DIAS-DO-MES-MOVEL.
           MOVE DIAS-DO-MES(WRK-MOV-MES) TO WRK-DIAS-NO-MES.
           IF WRK-MOV-MES EQUAL 02
               COMPUTE WRK-QUOCIENTE = WRK-MOV-ANO / 4
               COMPUTE WRK-RESTO-4 = WRK-MOV-ANO -
                   (WRK-QUOCIENTE * 4)
               COMPUTE WRK-QUOCIENTE = WRK-MOV-ANO / 100
               COMPUTE WRK-RESTO-100 = WRK-MOV-ANO -
                   (WRK-QUOCIENTE * 100)
               COMPUTE WRK-QUOCIENTE = WRK-MOV-ANO / 400
               COMPUTE WRK-RESTO-400 = WRK-MOV-ANO -
                   (WRK-QUOCIENTE * 400)
               IF (WRK-RESTO-4 EQUAL ZEROS
                       AND WRK-RESTO-100 NOT EQUAL ZEROS)
                   OR WRK-RESTO-400 EQUAL ZEROS
                   MOVE 29 TO WRK-DIAS-NO-MES
               END-IF
           END-IF.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB114' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-PAGOS TO RUNLOG-QTDE-REGISTROS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
