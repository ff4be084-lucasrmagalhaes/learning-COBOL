       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB113.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: PAGAMENTO DO 13O SALARIO EM DUAS PARCELAS -
      * NA COMPETENCIA DE NOVEMBRO PAGA A 1A PARCELA (METADE DO
      * 13O, SEM DESCONTOS) E NA DE DEZEMBRO A 2A (13O INTEGRAL
      * COM INSS E IRRF PROPRIOS PELO PROGCOBLIQ, MENOS O
      * ADIANTAMENTO). OS AVOS SAEM DA DATA DE ADMISSAO - O MES
      * DE ENTRADA SO CONTA COM 15 DIAS OU MAIS TRABALHADOS.
      * GERA O HOLERITE DO 13O (HOLER13.DAT), O CREDITO BANCARIO
      * NO LAYOUT DO FOLHABAN.DAT (FOLHA13.DAT), GUARDA O QUE FOI
      * PAGO EM DECIMO13.DAT E REGISTRA A EXECUCAO EM RUNLOG.DAT
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

           SELECT DECIMO13 ASSIGN TO "DECIMO13.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS D13-CHAVE
               FILE STATUS IS WRK-FS-DECIMO13.

           SELECT DEPENDENTES ASSIGN TO "DEPENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPENDENTES.

           SELECT HOLER13 ASSIGN TO "HOLER13.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HOLER13.

           SELECT FOLHA13 ASSIGN TO "FOLHA13.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHA13.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  DECIMO13.
           COPY D13REG.

       FD  DEPENDENTES.
       01  DEPENDENTE-REG.
           02  DEP-MATRICULA       PIC 9(06).
           02  DEP-NOME            PIC X(30).
           02  DEP-NASCIMENTO      PIC 9(08).
           02  DEP-PARENTESCO      PIC X(01).

       FD  HOLER13.
       01  HOLER13-LINHA       PIC X(80).

       FD  FOLHA13.
       01  FOLHA13-REG         PIC X(60).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FUNCIONARIOS PIC X(02)    VALUE SPACES.
       77 WRK-FS-DECIMO13   PIC X(02)      VALUE SPACES.
       77 WRK-FS-DEPENDENTES PIC X(02)     VALUE SPACES.
       77 WRK-FS-HOLER13    PIC X(02)      VALUE SPACES.
       77 WRK-FS-FOLHA13    PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-EOF-DEP       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-DEP          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-CALCULO  PIC 9(08)      VALUE ZEROS.
       77 WRK-PARCELA       PIC 9(01)      VALUE ZEROS.
           88 WRK-PRIMEIRA-PARCELA VALUE 1.
           88 WRK-SEGUNDA-PARCELA  VALUE 2.
           88 WRK-PARCELA-VALIDA   VALUE 1 2.
       77 WRK-QT-DEPENDENTES PIC 9(02)     VALUE ZEROS.
       77 WRK-MESES         PIC 9(02)      VALUE ZEROS.
       77 WRK-DIAS-NO-MES   PIC 9(02)      VALUE ZEROS.
       77 WRK-DIAS-TRAB     PIC S9(03)     VALUE ZEROS.
       77 WRK-QUOCIENTE     PIC 9(04)      VALUE ZEROS.
       77 WRK-RESTO-4       PIC 9(04)      VALUE ZEROS.
       77 WRK-RESTO-100     PIC 9(04)      VALUE ZEROS.
       77 WRK-RESTO-400     PIC 9(04)      VALUE ZEROS.
       77 WRK-REGISTRO-D13  PIC X(01)      VALUE 'N'.
           88 WRK-D13-EXISTE       VALUE 'S'.
       77 WRK-VALOR-13      PIC 9(08)V99   VALUE ZEROS.
       77 WRK-ADIANTAMENTO  PIC 9(08)V99   VALUE ZEROS.
       77 WRK-INSS          PIC 9(08)V99   VALUE ZEROS.
       77 WRK-IRRF          PIC 9(08)V99   VALUE ZEROS.
       77 WRK-LIQUIDO-CALC  PIC 9(08)V99   VALUE ZEROS.
       77 WRK-LIQUIDO-SINAL PIC S9(08)V99  VALUE ZEROS.
       77 WRK-LIQUIDO       PIC 9(08)V99   VALUE ZEROS.
       77 WRK-QT-PAGOS      PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-SEM-AVOS   PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-13      PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOTAL-ADIANT  PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOTAL-INSS    PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOTAL-IRRF    PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO PIC 9(12)V99   VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(80)      VALUE SPACES.
       01 WRK-MES-REF.
           02 WRK-REF-ANO      PIC 9(04).
           02 WRK-REF-MES      PIC 9(02).
       01 WRK-MES-REF-NUM REDEFINES WRK-MES-REF PIC 9(06).
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
      * MESMO LAYOUT DO CREDITO DE SALARIOS (FOLHABAN.DAT, PROGCOB72)
       01 WRK-BAN-HEADER.
           02 FILLER           PIC X(01)   VALUE '0'.
           02 FILLER           PIC X(08)   VALUE 'DECIMO13'.
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
           IF WRK-PARCELA-VALIDA
               PERFORM 0200-PROCESSAR-13
               PERFORM 0300-FINALIZAR
               PERFORM 0900-GRAVAR-RUNLOG
           END-IF.
           STOP RUN.

       0100-INICIAR.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           DISPLAY 'COMPETENCIA DO 13O (AAAA11 = 1A PARCELA, '
               'AAAA12 = 2A PARCELA): '.
           ACCEPT WRK-MES-REF-NUM.
           EVALUATE WRK-REF-MES
               WHEN 11
                   MOVE 1 TO WRK-PARCELA
               WHEN 12
                   MOVE 2 TO WRK-PARCELA
               WHEN OTHER
                   MOVE ZEROS TO WRK-PARCELA
                   DISPLAY 'O 13O SO E PAGO EM NOVEMBRO (1A PARCELA) '
                       'E DEZEMBRO (2A PARCELA)'
           END-EVALUATE.
           IF WRK-PARCELA-VALIDA
      * O 13O USA AS TABELAS DE INSS E IRRF VIGENTES EM DEZEMBRO
               COMPUTE WRK-DATA-CALCULO =
                   (WRK-REF-ANO * 10000) + 1201
               PERFORM 0110-ABRIR-ARQUIVOS
           END-IF.

       0110-ABRIR-ARQUIVOS.
           OPEN I-O DECIMO13.
           IF WRK-FS-DECIMO13 EQUAL '35'
               OPEN OUTPUT DECIMO13
               CLOSE DECIMO13
               OPEN I-O DECIMO13
           END-IF.
           OPEN OUTPUT HOLER13.
           OPEN OUTPUT FOLHA13.
           MOVE WRK-MES-REF-NUM TO WRK-BH-ANOMES.
           MOVE WRK-DATASYS TO WRK-BH-DATA.
           MOVE WRK-BAN-HEADER TO FOLHA13-REG.
           WRITE FOLHA13-REG.

       0200-PROCESSAR-13.
           OPEN INPUT FUNCIONARIOS.
           IF WRK-FS-FUNCIONARIOS NOT EQUAL '00'
               DISPLAY 'ARQUIVO FUNCIONARIOS.DAT NAO ENCONTRADO'
           ELSE
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
                           IF FUNC-SIT-ATIVO
                               PERFORM 0210-PAGAR-UM-FUNCIONARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF.

       0210-PAGAR-UM-FUNCIONARIO.
           PERFORM 0220-APURAR-AVOS.
           IF WRK-MESES EQUAL ZEROS
               ADD 1 TO WRK-QT-SEM-AVOS
           ELSE
               COMPUTE WRK-VALOR-13 ROUNDED =
                   FUNC-SALARIO * WRK-MESES / 12
               PERFORM 0230-LER-DECIMO13
               IF WRK-PRIMEIRA-PARCELA
                   PERFORM 0240-CALCULAR-1A-PARCELA
               ELSE
                   PERFORM 0250-CALCULAR-2A-PARCELA
               END-IF
               PERFORM 0260-GRAVAR-DECIMO13
               ADD 1 TO WRK-QT-PAGOS
               ADD WRK-VALOR-13 TO WRK-TOTAL-13
               ADD WRK-ADIANTAMENTO TO WRK-TOTAL-ADIANT
               ADD WRK-INSS TO WRK-TOTAL-INSS
               ADD WRK-IRRF TO WRK-TOTAL-IRRF
               ADD WRK-LIQUIDO TO WRK-TOTAL-LIQUIDO
               PERFORM 0270-EMITIR-HOLERITE
               MOVE FUNC-MATRICULA TO WRK-BD-MATRICULA
               MOVE FUNC-NOME TO WRK-BD-NOME
               MOVE WRK-LIQUIDO TO WRK-BD-LIQUIDO
               MOVE WRK-BAN-DETALHE TO FOLHA13-REG
               WRITE FOLHA13-REG
           END-IF.

      * ADMITIDO ANTES DO ANO TEM OS 12 AVOS; ADMITIDO NO ANO
      * CONTA DO MES DE ENTRADA ATE DEZEMBRO, E O MES DE ENTRADA
      * SO VALE COM 15 DIAS OU MAIS TRABALHADOS NELE. ADMITIDO
      * DEPOIS DA COMPETENCIA NAO ENTRA NESTA PARCELA
       0220-APURAR-AVOS.
           IF FUNC-ANOENTRADA < WRK-REF-ANO
               MOVE 12 TO WRK-MESES
           ELSE
               IF FUNC-ANOENTRADA > WRK-REF-ANO
                   OR FUNC-MESENTRADA > WRK-REF-MES
                   OR FUNC-MESENTRADA < 1
                   MOVE ZEROS TO WRK-MESES
               ELSE
                   COMPUTE WRK-MESES = 12 - FUNC-MESENTRADA + 1
                   PERFORM 0225-DIAS-DO-MES-ENTRADA
                   COMPUTE WRK-DIAS-TRAB =
                       WRK-DIAS-NO-MES - FUNC-DIAENTRADA + 1
                   IF WRK-DIAS-TRAB < 15
                       SUBTRACT 1 FROM WRK-MESES
                   END-IF
               END-IF
           END-IF.

       0225-DIAS-DO-MES-ENTRADA.
           MOVE DIAS-DO-MES(FUNC-MESENTRADA) TO WRK-DIAS-NO-MES.
           IF FUNC-MESENTRADA EQUAL 02
               COMPUTE WRK-QUOCIENTE = FUNC-ANOENTRADA / 4
               COMPUTE WRK-RESTO-4 = FUNC-ANOENTRADA -
                   (WRK-QUOCIENTE * 4)
               COMPUTE WRK-QUOCIENTE = FUNC-ANOENTRADA / 100
               COMPUTE WRK-RESTO-100 = FUNC-ANOENTRADA -
                   (WRK-QUOCIENTE * 100)
               COMPUTE WRK-QUOCIENTE = FUNC-ANOENTRADA / 400
               COMPUTE WRK-RESTO-400 = FUNC-ANOENTRADA -
                   (WRK-QUOCIENTE * 400)
               IF (WRK-RESTO-4 EQUAL ZEROS
                       AND WRK-RESTO-100 NOT EQUAL ZEROS)
                   OR WRK-RESTO-400 EQUAL ZEROS
                   MOVE 29 TO WRK-DIAS-NO-MES
               END-IF
           END-IF.

       0230-LER-DECIMO13.
           MOVE 'N' TO WRK-REGISTRO-D13.
           MOVE WRK-REF-ANO TO D13-ANO.
           MOVE FUNC-MATRICULA TO D13-MATRICULA.
           READ DECIMO13
               INVALID KEY
                   MOVE SPACES TO D13-REG
                   MOVE WRK-REF-ANO TO D13-ANO
                   MOVE FUNC-MATRICULA TO D13-MATRICULA
                   MOVE ZEROS TO D13-VALOR-1A
                   MOVE ZEROS TO D13-DATA-1A
                   MOVE ZEROS TO D13-VALOR-13
                   MOVE ZEROS TO D13-INSS
                   MOVE ZEROS TO D13-IRRF
                   MOVE ZEROS TO D13-LIQUIDO-2A
                   MOVE ZEROS TO D13-DATA-2A
               NOT INVALID KEY
                   SET WRK-D13-EXISTE TO TRUE
           END-READ.

      * 1A PARCELA: METADE DO 13O DOS AVOS ATE DEZEMBRO (METADE DO
      * SALARIO PARA QUEM TEM O ANO INTEIRO), SEM DESCONTO ALGUM
       0240-CALCULAR-1A-PARCELA.
           COMPUTE WRK-ADIANTAMENTO ROUNDED = WRK-VALOR-13 / 2.
           MOVE ZEROS TO WRK-INSS.
           MOVE ZEROS TO WRK-IRRF.
           MOVE WRK-ADIANTAMENTO TO WRK-LIQUIDO.
           MOVE WRK-ADIANTAMENTO TO D13-VALOR-1A.
           MOVE WRK-DATASYS TO D13-DATA-1A.

      * 2A PARCELA: INSS E IRRF SOBRE O 13O INTEGRAL, CALCULADOS A
      * PARTE DO SALARIO DO MES, E O ADIANTAMENTO PAGO EM NOVEMBRO
      * ABATIDO DO LIQUIDO (QUEM NAO RECEBEU A 1A LEVA TUDO AGORA)
       0250-CALCULAR-2A-PARCELA.
           MOVE D13-VALOR-1A TO WRK-ADIANTAMENTO.
           PERFORM 0255-CONTAR-DEPENDENTES.
           CALL 'PROGCOBLIQ' USING WRK-VALOR-13
               WRK-QT-DEPENDENTES WRK-DATA-CALCULO
               WRK-INSS WRK-IRRF WRK-LIQUIDO-CALC.
           COMPUTE WRK-LIQUIDO-SINAL =
               WRK-LIQUIDO-CALC - WRK-ADIANTAMENTO.
           IF WRK-LIQUIDO-SINAL < ZEROS
               DISPLAY 'MATRICULA ' FUNC-MATRICULA
                   ' - ADIANTAMENTO MAIOR QUE O 13O LIQUIDO, '
                   '2A PARCELA ZERADA'
               MOVE ZEROS TO WRK-LIQUIDO
           ELSE
               MOVE WRK-LIQUIDO-SINAL TO WRK-LIQUIDO
           END-IF.
           MOVE WRK-VALOR-13 TO D13-VALOR-13.
           MOVE WRK-INSS TO D13-INSS.
           MOVE WRK-IRRF TO D13-IRRF.
           MOVE WRK-LIQUIDO TO D13-LIQUIDO-2A.
           MOVE WRK-DATASYS TO D13-DATA-2A.

       0255-CONTAR-DEPENDENTES.
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

      * RODAR DE NOVO A MESMA PARCELA SO REGRAVA O QUE FOI PAGO
       0260-GRAVAR-DECIMO13.
           MOVE WRK-MESES TO D13-MESES.
           IF WRK-D13-EXISTE
               REWRITE D13-REG
           ELSE
               WRITE D13-REG
           END-IF.

       0270-EMITIR-HOLERITE.
           MOVE ALL '=' TO HOLER13-LINHA.
           WRITE HOLER13-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           IF WRK-PRIMEIRA-PARCELA
               STRING 'HOLERITE DO 13O SALARIO ' WRK-REF-ANO
                   ' - 1A PARCELA (ADIANTAMENTO)'
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           ELSE
               STRING 'HOLERITE DO 13O SALARIO ' WRK-REF-ANO
                   ' - 2A PARCELA'
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           END-IF.
           MOVE WRK-LINHA-ED TO HOLER13-LINHA.
           WRITE HOLER13-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'FUNCIONARIO: ' FUNC-MATRICULA ' ' FUNC-NOME
               ' DEP ' FUNC-DEPARTAMENTO
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO HOLER13-LINHA.
           WRITE HOLER13-LINHA.
           MOVE FUNC-SALARIO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'ADMISSAO: ' FUNC-DATA-ADMISSAO
               '  AVOS: ' WRK-MESES '/12'
               '  SALARIO: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO HOLER13-LINHA.
           WRITE HOLER13-LINHA.
           MOVE WRK-VALOR-13 TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '13O SALARIO PROPORCIONAL......: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO HOLER13-LINHA.
           WRITE HOLER13-LINHA.
           IF WRK-PRIMEIRA-PARCELA
               MOVE WRK-ADIANTAMENTO TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'ADIANTAMENTO (50%) SEM DESCONTO: R$ '
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO HOLER13-LINHA
               WRITE HOLER13-LINHA
           ELSE
               MOVE WRK-INSS TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-ED
               STRING '(-) INSS SOBRE O 13O..........: R$ '
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO HOLER13-LINHA
               WRITE HOLER13-LINHA
               MOVE WRK-IRRF TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-ED
               STRING '(-) IRRF SOBRE O 13O..........: R$ '
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO HOLER13-LINHA
               WRITE HOLER13-LINHA
               MOVE WRK-ADIANTAMENTO TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-ED
               STRING '(-) ADIANTAMENTO 1A PARCELA...: R$ '
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO HOLER13-LINHA
               WRITE HOLER13-LINHA
           END-IF.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'LIQUIDO A RECEBER.............: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO HOLER13-LINHA.
           WRITE HOLER13-LINHA.

       0300-FINALIZAR.
           MOVE ALL '=' TO HOLER13-LINHA.
           WRITE HOLER13-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'HOLERITES EMITIDOS: ' WRK-QT-PAGOS
               '  SEM AVOS NA COMPETENCIA: ' WRK-QT-SEM-AVOS
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO HOLER13-LINHA.
           WRITE HOLER13-LINHA.
           MOVE WRK-TOTAL-13 TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL 13O PROPORCIONAL..: R$ ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO HOLER13-LINHA.
           WRITE HOLER13-LINHA.
           IF WRK-SEGUNDA-PARCELA
               MOVE WRK-TOTAL-INSS TO WRK-TOTAL-ED
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'TOTAL INSS..............: R$ ' WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO HOLER13-LINHA
               WRITE HOLER13-LINHA
               MOVE WRK-TOTAL-IRRF TO WRK-TOTAL-ED
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'TOTAL IRRF..............: R$ ' WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO HOLER13-LINHA
               WRITE HOLER13-LINHA
           END-IF.
           MOVE WRK-TOTAL-ADIANT TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL ADIANTAMENTO......: R$ ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO HOLER13-LINHA.
           WRITE HOLER13-LINHA.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL LIQUIDO CREDITADO.: R$ ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO HOLER13-LINHA.
           WRITE HOLER13-LINHA.
           CLOSE HOLER13.
           MOVE WRK-QT-PAGOS TO WRK-BT-QTDE.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-BT-TOTAL.
           MOVE WRK-BAN-TRAILER TO FOLHA13-REG.
           WRITE FOLHA13-REG.
           CLOSE FOLHA13.
           CLOSE DECIMO13.
           DISPLAY '13O ' WRK-PARCELA 'A PARCELA PROCESSADO - '
               WRK-QT-PAGOS ' FUNCIONARIOS, LIQUIDO TOTAL '
               WRK-TOTAL-LIQUIDO.
           DISPLAY 'HOLERITES EM HOLER13.DAT E CREDITO BANCARIO '
               'EM FOLHA13.DAT'.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB113' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-PAGOS TO RUNLOG-QTDE-REGISTROS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
