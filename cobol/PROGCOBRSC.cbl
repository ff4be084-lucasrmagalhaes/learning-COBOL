       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBRSC.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: ROTINA CHAMAVEL DE CALCULO DA RESCISAO - O
      * DESLIGAMENTO DO PROGCOB28 PASSA O FUNCIONARIO (JA COM A
      * DATA DE DESLIGAMENTO), O TIPO (S SEM JUSTA CAUSA, J
      * JUSTA CAUSA, P PEDIDO DE DEMISSAO, A ACORDO) E O AVISO
      * PREVIO (T TRABALHADO, I INDENIZADO, D NAO CUMPRIDO E
      * DESCONTADO, N SEM AVISO); CALCULA SALDO DE SALARIO,
      * AVISO (30 DIAS + 3 POR ANO, ATE 90), FERIAS VENCIDAS E
      * PROPORCIONAIS COM 1/3, 13O PROPORCIONAL (ABATIDO O
      * ADIANTAMENTO DO DECIMO13.DAT), INSS E IRRF PELO
      * PROGCOBLIQ, DESCONTOS RECORRENTES EM ABERTO (QUITADOS E
      * RETIRADOS DO DESCONTOS.DAT) E A MULTA DO FGTS; IMPRIME O
      * TERMO DE RESCISAO (RESCREL.DAT), GRAVA O REGISTRO DE
      * PAGAMENTO (RESCISAO.DAT) E DEVOLVE LIQUIDO E MULTA PARA
      * O EVENTO DO GOVERNO
      * ATUALIZACAO: MULTA DO FGTS SOBRE O SALDO CORRENTE
      * (FGTSSLD.DAT, PROGCOB115) MAIS OS 8% DAS VERBAS DA
      * RESCISAO; SEM SALDO GRAVADO SEGUE A ESTIMATIVA PELO
      * SALARIO ATUAL
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENTES ASSIGN TO "DEPENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPENDENTES.

           SELECT DESCONTOS ASSIGN TO "DESCONTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DESCONTOS.

           SELECT DECIMO13 ASSIGN TO "DECIMO13.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS D13-CHAVE
               FILE STATUS IS WRK-FS-DECIMO13.

           SELECT FERPAG ASSIGN TO "FERPAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPG-CHAVE
               FILE STATUS IS WRK-FS-FERPAG.

           SELECT FGTSSLD ASSIGN TO "FGTSSLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGS-MATRICULA
               FILE STATUS IS WRK-FS-FGTSSLD.

           SELECT RESCISAO ASSIGN TO "RESCISAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESCISAO.

           SELECT RESCREL ASSIGN TO "RESCREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESCREL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPENDENTES.
       01  DEPENDENTE-REG.
           02  DEP-MATRICULA       PIC 9(06).
           02  DEP-NOME            PIC X(30).
           02  DEP-NASCIMENTO      PIC 9(08).
           02  DEP-PARENTESCO      PIC X(01).

       FD  DESCONTOS.
       01  DESCONTO-REG.
           02  DESC-MATRICULA      PIC 9(06).
           02  DESC-CODIGO         PIC X(03).
           02  DESC-VALOR          PIC 9(06)V99.
           02  DESC-PARCELAS       PIC 9(03).

       FD  DECIMO13.
           COPY D13REG.

       FD  FERPAG.
           COPY FPGREG.

       FD  FGTSSLD.
           COPY FGSREG.

       FD  RESCISAO.
           COPY RSCREG.

       FD  RESCREL.
       01  RESCREL-LINHA       PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-DEPENDENTES PIC X(02)     VALUE SPACES.
       77 WRK-FS-DESCONTOS  PIC X(02)      VALUE SPACES.
       77 WRK-FS-DECIMO13   PIC X(02)      VALUE SPACES.
       77 WRK-FS-FERPAG     PIC X(02)      VALUE SPACES.
       77 WRK-FS-FGTSSLD    PIC X(02)      VALUE SPACES.
       77 WRK-FS-RESCISAO   PIC X(02)      VALUE SPACES.
       77 WRK-SALDO-ACHADO  PIC X(01)      VALUE 'N'.
           88 WRK-TEM-SALDO-FGTS   VALUE 'S'.
       77 WRK-FS-RESCREL    PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
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
       77 WRK-ANOS          PIC 9(02)      VALUE ZEROS.
       77 WRK-ANOS-PROJ     PIC 9(02)      VALUE ZEROS.
       77 WRK-DIAS-AVISO    PIC 9(03)      VALUE ZEROS.
       77 WRK-DIAS-SALDO    PIC 9(02)      VALUE ZEROS.
       77 WRK-DIAS-GOZADOS  PIC 9(04)      VALUE ZEROS.
       77 WRK-DIAS-VENCIDOS PIC 9(04)      VALUE ZEROS.
       77 WRK-MESES-FERIAS  PIC 9(02)      VALUE ZEROS.
       77 WRK-MESES-13      PIC 9(02)      VALUE ZEROS.
       77 WRK-MESES-SERVICO PIC 9(04)      VALUE ZEROS.
       77 WRK-DIAS-PARCIAL  PIC 9(02)      VALUE ZEROS.
       77 WRK-MES-INICIO    PIC 9(02)      VALUE ZEROS.
       77 WRK-MES-CONTA     PIC 9(02)      VALUE ZEROS.
       77 WRK-DIA-PRIMEIRO  PIC 9(02)      VALUE ZEROS.
       77 WRK-DIA-ULTIMO    PIC 9(02)      VALUE ZEROS.
       77 WRK-SALARIO       PIC 9(08)V99   VALUE ZEROS.
       77 WRK-SALDO-SALARIO PIC 9(08)V99   VALUE ZEROS.
       77 WRK-VALOR-AVISO   PIC 9(08)V99   VALUE ZEROS.
       77 WRK-DESC-AVISO    PIC 9(08)V99   VALUE ZEROS.
       77 WRK-FERIAS-VENC   PIC 9(08)V99   VALUE ZEROS.
       77 WRK-TERCO-VENC    PIC 9(08)V99   VALUE ZEROS.
       77 WRK-FERIAS-PROP   PIC 9(08)V99   VALUE ZEROS.
       77 WRK-TERCO-PROP    PIC 9(08)V99   VALUE ZEROS.
       77 WRK-VALOR-13      PIC 9(08)V99   VALUE ZEROS.
       77 WRK-ADIANT-13     PIC 9(08)V99   VALUE ZEROS.
       77 WRK-INSS-SALDO    PIC 9(08)V99   VALUE ZEROS.
       77 WRK-IRRF-SALDO    PIC 9(08)V99   VALUE ZEROS.
       77 WRK-INSS-13       PIC 9(08)V99   VALUE ZEROS.
       77 WRK-IRRF-13       PIC 9(08)V99   VALUE ZEROS.
       77 WRK-LIQUIDO-CALC  PIC 9(08)V99   VALUE ZEROS.
       77 WRK-DESC-RECORR   PIC 9(08)V99   VALUE ZEROS.
       77 WRK-TOTAL-PROVENTOS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-DESCONTOS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-SALDO PIC S9(09)V99  VALUE ZEROS.
       77 WRK-LIQUIDO       PIC 9(08)V99   VALUE ZEROS.
       77 WRK-BASE-FGTS     PIC 9(10)V99   VALUE ZEROS.
       77 WRK-MULTA-FGTS    PIC 9(08)V99   VALUE ZEROS.
       77 WRK-DATA-PGTO     PIC 9(08)      VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(80)      VALUE SPACES.
       77 WRK-DESCRICAO-TIPO PIC X(30)     VALUE SPACES.
       77 WRK-DESCRICAO-AVISO PIC X(30)    VALUE SPACES.
       01 WRK-DATA-DESLIG.
           02 WRK-DES-ANO      PIC 9(04).
           02 WRK-DES-MES      PIC 9(02).
           02 WRK-DES-DIA      PIC 9(02).
       01 WRK-DATA-DESLIG-NUM REDEFINES WRK-DATA-DESLIG PIC 9(08).
       01 WRK-DATA-PROJ.
           02 WRK-PRJ-ANO      PIC 9(04).
           02 WRK-PRJ-MES      PIC 9(02).
           02 WRK-PRJ-DIA      PIC 9(02).
       01 WRK-DATA-PROJ-NUM REDEFINES WRK-DATA-PROJ PIC 9(08).
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
       01 WRK-TAB-DESCONTOS.
           02 WRK-QT-DESC      PIC 9(03)   VALUE ZEROS.
           02 WRK-DSC OCCURS 200 TIMES.
               05 WRK-DSC-MATRICULA PIC 9(06).
               05 WRK-DSC-CODIGO    PIC X(03).
               05 WRK-DSC-VALOR     PIC 9(06)V99.
               05 WRK-DSC-PARCELAS  PIC 9(03).

       LINKAGE SECTION.
           COPY FUNCREG.
       01 LNK-TIPO-RESCISAO    PIC X(01).
       01 LNK-TIPO-AVISO       PIC X(01).
       01 LNK-LIQUIDO          PIC 9(08)V99.
       01 LNK-MULTA-FGTS       PIC 9(08)V99.

       PROCEDURE DIVISION USING FUNC-REG-ARQ LNK-TIPO-RESCISAO
           LNK-TIPO-AVISO LNK-LIQUIDO LNK-MULTA-FGTS.
       0000-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-SALDO-E-AVISO.
           PERFORM 0300-FERIAS.
           PERFORM 0400-DECIMO-TERCEIRO.
           PERFORM 0500-IMPOSTOS-E-DESCONTOS.
           PERFORM 0600-TOTALIZAR.
           PERFORM 0700-GRAVAR-PAGAMENTO.
           PERFORM 0800-IMPRIMIR-TERMO.
           MOVE WRK-LIQUIDO TO LNK-LIQUIDO.
           MOVE WRK-MULTA-FGTS TO LNK-MULTA-FGTS.
           GOBACK.

      * A ROTINA E CHAMADA UMA VEZ POR DESLIGAMENTO DENTRO DA
      * MESMA SESSAO DO CADASTRO - TUDO VOLTA A ZERO AQUI
       0100-INICIAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           MOVE FUNC-DATA-DESLIGAMENTO TO WRK-DATA-DESLIG-NUM.
           MOVE WRK-DATA-DESLIG-NUM TO WRK-DATA-PROJ-NUM.
           MOVE FUNC-SALARIO TO WRK-SALARIO.
           MOVE ZEROS TO WRK-SALDO-SALARIO WRK-VALOR-AVISO
               WRK-DESC-AVISO WRK-FERIAS-VENC WRK-TERCO-VENC
               WRK-FERIAS-PROP WRK-TERCO-PROP WRK-VALOR-13
               WRK-ADIANT-13 WRK-INSS-SALDO WRK-IRRF-SALDO
               WRK-INSS-13 WRK-IRRF-13 WRK-DESC-RECORR
               WRK-MULTA-FGTS WRK-DIAS-AVISO WRK-MESES-FERIAS
               WRK-MESES-13 WRK-DIAS-VENCIDOS WRK-DIAS-GOZADOS.
           EVALUATE LNK-TIPO-RESCISAO
               WHEN 'S'
                   MOVE 'DISPENSA SEM JUSTA CAUSA' TO
                       WRK-DESCRICAO-TIPO
               WHEN 'J'
                   MOVE 'DISPENSA POR JUSTA CAUSA' TO
                       WRK-DESCRICAO-TIPO
               WHEN 'P'
                   MOVE 'PEDIDO DE DEMISSAO' TO WRK-DESCRICAO-TIPO
               WHEN OTHER
                   MOVE 'ACORDO ENTRE AS PARTES' TO
                       WRK-DESCRICAO-TIPO
           END-EVALUATE.
           EVALUATE LNK-TIPO-AVISO
               WHEN 'T'
                   MOVE 'AVISO PREVIO TRABALHADO' TO
                       WRK-DESCRICAO-AVISO
               WHEN 'I'
                   MOVE 'AVISO PREVIO INDENIZADO' TO
                       WRK-DESCRICAO-AVISO
               WHEN 'D'
                   MOVE 'AVISO NAO CUMPRIDO - DESCONTADO' TO
                       WRK-DESCRICAO-AVISO
               WHEN OTHER
                   MOVE 'SEM AVISO PREVIO' TO WRK-DESCRICAO-AVISO
           END-EVALUATE.

      * SALDO PELOS DIAS DO MES DO DESLIGAMENTO NA BASE DE 30; O
      * AVISO INDENIZADO PROJETA O FIM DO CONTRATO PARA FERIAS E
      * 13O, E NO ACORDO SAI PELA METADE
       0200-SALDO-E-AVISO.
           MOVE WRK-DES-DIA TO WRK-DIAS-SALDO.
           IF WRK-DIAS-SALDO > 30
               MOVE 30 TO WRK-DIAS-SALDO
           END-IF.
           COMPUTE WRK-SALDO-SALARIO ROUNDED =
               WRK-SALARIO * WRK-DIAS-SALDO / 30.
           MOVE WRK-DATA-DESLIG-NUM TO WRK-DATA-MOVEL-NUM.
           PERFORM 0910-ANOS-COMPLETOS.
           COMPUTE WRK-DIAS-AVISO = 30 + (WRK-ANOS * 3).
           IF WRK-DIAS-AVISO > 90
               MOVE 90 TO WRK-DIAS-AVISO
           END-IF.
           EVALUATE TRUE
               WHEN LNK-TIPO-AVISO EQUAL 'I'
                   AND LNK-TIPO-RESCISAO EQUAL 'A'
                   COMPUTE WRK-VALOR-AVISO ROUNDED =
                       WRK-SALARIO * WRK-DIAS-AVISO / 30 / 2
                   PERFORM 0210-PROJETAR-AVISO
               WHEN LNK-TIPO-AVISO EQUAL 'I'
                   COMPUTE WRK-VALOR-AVISO ROUNDED =
                       WRK-SALARIO * WRK-DIAS-AVISO / 30
                   PERFORM 0210-PROJETAR-AVISO
               WHEN LNK-TIPO-AVISO EQUAL 'D'
                   MOVE 30 TO WRK-DIAS-AVISO
                   MOVE WRK-SALARIO TO WRK-DESC-AVISO
               WHEN LNK-TIPO-AVISO EQUAL 'N'
                   MOVE ZEROS TO WRK-DIAS-AVISO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0210-PROJETAR-AVISO.
           MOVE WRK-DATA-DESLIG-NUM TO WRK-DATA-MOVEL-NUM.
           PERFORM 0920-AVANCAR-UM-DIA WRK-DIAS-AVISO TIMES.
           MOVE WRK-DATA-MOVEL-NUM TO WRK-DATA-PROJ-NUM.

      * PERIODOS AQUISITIVOS COMPLETOS NA DATA PROJETADA MENOS O
      * QUE JA FOI PAGO EM FERPAG.DAT (GOZO + ABONO) DAO AS
      * VENCIDAS - NO MAXIMO UM PERIODO, O HISTORICO ANTERIOR AO
      * FERPAG CONTA COMO GOZADO; A FRACAO DO PERIODO EM CURSO
      * (15 DIAS FECHAM O MES) DA AS PROPORCIONAIS, QUE A JUSTA
      * CAUSA PERDE
       0300-FERIAS.
           MOVE WRK-DATA-PROJ-NUM TO WRK-DATA-MOVEL-NUM.
           PERFORM 0910-ANOS-COMPLETOS.
           MOVE WRK-ANOS TO WRK-ANOS-PROJ.
           PERFORM 0310-SOMAR-FERIAS-PAGAS.
           IF WRK-ANOS-PROJ * 30 > WRK-DIAS-GOZADOS
               COMPUTE WRK-DIAS-VENCIDOS =
                   (WRK-ANOS-PROJ * 30) - WRK-DIAS-GOZADOS
           END-IF.
           IF WRK-DIAS-VENCIDOS > 30
               MOVE 30 TO WRK-DIAS-VENCIDOS
           END-IF.
           COMPUTE WRK-FERIAS-VENC ROUNDED =
               WRK-SALARIO * WRK-DIAS-VENCIDOS / 30.
           COMPUTE WRK-TERCO-VENC ROUNDED = WRK-FERIAS-VENC / 3.
           COMPUTE WRK-MESES-FERIAS =
               WRK-PRJ-MES - FUNC-MESENTRADA + 12.
           IF WRK-PRJ-DIA < FUNC-DIAENTRADA
               SUBTRACT 1 FROM WRK-MESES-FERIAS
               MOVE WRK-DATA-PROJ-NUM TO WRK-DATA-MOVEL-NUM
               IF WRK-MOV-MES > 1
                   SUBTRACT 1 FROM WRK-MOV-MES
               ELSE
                   MOVE 12 TO WRK-MOV-MES
                   SUBTRACT 1 FROM WRK-MOV-ANO
               END-IF
               PERFORM 0900-DIAS-DO-MES-MOVEL
               COMPUTE WRK-DIAS-PARCIAL = WRK-DIAS-NO-MES
                   - FUNC-DIAENTRADA + WRK-PRJ-DIA + 1
           ELSE
               COMPUTE WRK-DIAS-PARCIAL =
                   WRK-PRJ-DIA - FUNC-DIAENTRADA + 1
           END-IF.
           IF WRK-MESES-FERIAS NOT < 12
               SUBTRACT 12 FROM WRK-MESES-FERIAS
           END-IF.
           IF WRK-DIAS-PARCIAL NOT < 15
               ADD 1 TO WRK-MESES-FERIAS
           END-IF.
           IF LNK-TIPO-RESCISAO EQUAL 'J'
               MOVE ZEROS TO WRK-MESES-FERIAS
           END-IF.
           COMPUTE WRK-FERIAS-PROP ROUNDED =
               WRK-SALARIO * WRK-MESES-FERIAS / 12.
           COMPUTE WRK-TERCO-PROP ROUNDED = WRK-FERIAS-PROP / 3.

       0310-SOMAR-FERIAS-PAGAS.
           OPEN INPUT FERPAG.
           IF WRK-FS-FERPAG EQUAL '00'
               MOVE 'N' TO WRK-EOF-ARQ
               MOVE FUNC-MATRICULA TO FPG-MATRICULA
               MOVE ZEROS TO FPG-DATA-INICIO
               START FERPAG KEY IS NOT LESS THAN FPG-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ FERPAG NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF FPG-MATRICULA NOT EQUAL FUNC-MATRICULA
                               SET WRK-FIM-ARQ TO TRUE
                           ELSE
                               ADD FPG-DIAS-GOZO FPG-DIAS-ABONO
                                   TO WRK-DIAS-GOZADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERPAG
           END-IF.

      * MESES DO ANO DA DATA PROJETADA COM 15 DIAS OU MAIS DE
      * TRABALHO; O ADIANTAMENTO JA PAGO (1A PARCELA) E
      * DESCONTADO E O 13O JA QUITADO NA 2A PARCELA NAO SE REPETE
       0400-DECIMO-TERCEIRO.
           IF FUNC-ANOENTRADA EQUAL WRK-PRJ-ANO
               MOVE FUNC-MESENTRADA TO WRK-MES-INICIO
           ELSE
               MOVE 1 TO WRK-MES-INICIO
           END-IF.
           PERFORM 0410-CONTAR-MES-13 VARYING WRK-MES-CONTA
               FROM WRK-MES-INICIO BY 1
               UNTIL WRK-MES-CONTA > WRK-PRJ-MES.
           IF LNK-TIPO-RESCISAO EQUAL 'J'
               MOVE ZEROS TO WRK-MESES-13
           END-IF.
           COMPUTE WRK-VALOR-13 ROUNDED =
               WRK-SALARIO * WRK-MESES-13 / 12.
           OPEN INPUT DECIMO13.
           IF WRK-FS-DECIMO13 EQUAL '00'
               MOVE WRK-PRJ-ANO TO D13-ANO
               MOVE FUNC-MATRICULA TO D13-MATRICULA
               READ DECIMO13
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF D13-DATA-2A > ZEROS
                           MOVE ZEROS TO WRK-VALOR-13
                       ELSE
                           MOVE D13-VALOR-1A TO WRK-ADIANT-13
                       END-IF
               END-READ
               CLOSE DECIMO13
           END-IF.

       0410-CONTAR-MES-13.
           IF WRK-MES-CONTA EQUAL WRK-MES-INICIO
               AND FUNC-ANOENTRADA EQUAL WRK-PRJ-ANO
               MOVE FUNC-DIAENTRADA TO WRK-DIA-PRIMEIRO
           ELSE
               MOVE 1 TO WRK-DIA-PRIMEIRO
           END-IF.
           IF WRK-MES-CONTA EQUAL WRK-PRJ-MES
               MOVE WRK-PRJ-DIA TO WRK-DIA-ULTIMO
           ELSE
               MOVE WRK-PRJ-ANO TO WRK-MOV-ANO
               MOVE WRK-MES-CONTA TO WRK-MOV-MES
               PERFORM 0900-DIAS-DO-MES-MOVEL
               MOVE WRK-DIAS-NO-MES TO WRK-DIA-ULTIMO
           END-IF.
           IF WRK-DIA-ULTIMO - WRK-DIA-PRIMEIRO + 1 NOT < 15
               ADD 1 TO WRK-MESES-13
           END-IF.

      * INSS E IRRF SOBRE O SALDO DE SALARIO E, EM SEPARADO, SOBRE
      * O 13O; FERIAS INDENIZADAS E AVISO INDENIZADO NAO SOFREM
      * DESCONTO. OS DESCONTOS RECORRENTES SAO QUITADOS DE UMA
      * VEZ (PARCELA 999, SEM PRAZO, SO O MES) E SAEM DO ARQUIVO
       0500-IMPOSTOS-E-DESCONTOS.
           PERFORM 0510-CONTAR-DEPENDENTES.
           IF WRK-SALDO-SALARIO > ZEROS
               CALL 'PROGCOBLIQ' USING WRK-SALDO-SALARIO
                   WRK-QT-DEPENDENTES WRK-DATA-DESLIG-NUM
                   WRK-INSS-SALDO WRK-IRRF-SALDO WRK-LIQUIDO-CALC
           END-IF.
           IF WRK-VALOR-13 > ZEROS
               CALL 'PROGCOBLIQ' USING WRK-VALOR-13
                   WRK-QT-DEPENDENTES WRK-DATA-DESLIG-NUM
                   WRK-INSS-13 WRK-IRRF-13 WRK-LIQUIDO-CALC
           END-IF.
           PERFORM 0520-QUITAR-DESCONTOS.

       0510-CONTAR-DEPENDENTES.
           MOVE ZEROS TO WRK-QT-DEPENDENTES.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT DEPENDENTES.
           IF WRK-FS-DEPENDENTES EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ DEPENDENTES
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF DEP-MATRICULA EQUAL FUNC-MATRICULA
                               ADD 1 TO WRK-QT-DEPENDENTES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPENDENTES
           END-IF.

       0520-QUITAR-DESCONTOS.
           MOVE ZEROS TO WRK-QT-DESC.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT DESCONTOS.
           IF WRK-FS-DESCONTOS EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ DESCONTOS
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           PERFORM 0530-AVALIAR-DESCONTO
                   END-READ
               END-PERFORM
               CLOSE DESCONTOS
               OPEN OUTPUT DESCONTOS
               PERFORM VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QT-DESC
                   MOVE WRK-DSC-MATRICULA(WRK-IND) TO DESC-MATRICULA
                   MOVE WRK-DSC-CODIGO(WRK-IND) TO DESC-CODIGO
                   MOVE WRK-DSC-VALOR(WRK-IND) TO DESC-VALOR
                   MOVE WRK-DSC-PARCELAS(WRK-IND) TO DESC-PARCELAS
                   WRITE DESCONTO-REG
               END-PERFORM
               CLOSE DESCONTOS
           END-IF.

       0530-AVALIAR-DESCONTO.
           EVALUATE TRUE
               WHEN DESC-MATRICULA EQUAL FUNC-MATRICULA
                   AND DESC-PARCELAS EQUAL 999
                   ADD DESC-VALOR TO WRK-DESC-RECORR
               WHEN DESC-MATRICULA EQUAL FUNC-MATRICULA
                   COMPUTE WRK-DESC-RECORR = WRK-DESC-RECORR
                       + (DESC-VALOR * DESC-PARCELAS)
               WHEN WRK-QT-DESC < 200
                   ADD 1 TO WRK-QT-DESC
                   MOVE DESC-MATRICULA TO
                       WRK-DSC-MATRICULA(WRK-QT-DESC)
                   MOVE DESC-CODIGO TO WRK-DSC-CODIGO(WRK-QT-DESC)
                   MOVE DESC-VALOR TO WRK-DSC-VALOR(WRK-QT-DESC)
                   MOVE DESC-PARCELAS TO
                       WRK-DSC-PARCELAS(WRK-QT-DESC)
               WHEN OTHER
                   DISPLAY 'DESCONTOS.DAT COM MAIS DE 200 LINHAS - '
                       'MATRICULA ' DESC-MATRICULA ' PERDIDA'
           END-EVALUATE.

      * MULTA DO FGTS SOBRE O SALDO DEPOSITADO (FGTSSLD.DAT) MAIS
      * 8% DAS VERBAS DA RESCISAO; SEM SALDO GRAVADO, ESTIMA PELO
      * SALARIO ATUAL 8% DOS MESES DE SERVICO E DOS 13OS; 40% SEM
      * JUSTA CAUSA, 20% NO ACORDO
       0600-TOTALIZAR.
           COMPUTE WRK-TOTAL-PROVENTOS = WRK-SALDO-SALARIO
               + WRK-VALOR-AVISO + WRK-FERIAS-VENC + WRK-TERCO-VENC
               + WRK-FERIAS-PROP + WRK-TERCO-PROP + WRK-VALOR-13.
           COMPUTE WRK-TOTAL-DESCONTOS = WRK-INSS-SALDO
               + WRK-IRRF-SALDO + WRK-INSS-13 + WRK-IRRF-13
               + WRK-ADIANT-13 + WRK-DESC-AVISO + WRK-DESC-RECORR.
           COMPUTE WRK-LIQUIDO-SALDO =
               WRK-TOTAL-PROVENTOS - WRK-TOTAL-DESCONTOS.
           IF WRK-LIQUIDO-SALDO < ZEROS
               MOVE ZEROS TO WRK-LIQUIDO
           ELSE
               MOVE WRK-LIQUIDO-SALDO TO WRK-LIQUIDO
           END-IF.
           PERFORM 0610-BASE-FGTS.
           EVALUATE LNK-TIPO-RESCISAO
               WHEN 'S'
                   COMPUTE WRK-MULTA-FGTS ROUNDED =
                       WRK-BASE-FGTS * 0,40
               WHEN 'A'
                   COMPUTE WRK-MULTA-FGTS ROUNDED =
                       WRK-BASE-FGTS * 0,20
               WHEN OTHER
                   MOVE ZEROS TO WRK-MULTA-FGTS
           END-EVALUATE.
           MOVE WRK-DATA-DESLIG-NUM TO WRK-DATA-MOVEL-NUM.
           PERFORM 0920-AVANCAR-UM-DIA 10 TIMES.
           MOVE WRK-DATA-MOVEL-NUM TO WRK-DATA-PGTO.

       0610-BASE-FGTS.
           MOVE 'N' TO WRK-SALDO-ACHADO.
           OPEN INPUT FGTSSLD.
           IF WRK-FS-FGTSSLD EQUAL '00'
               MOVE FUNC-MATRICULA TO FGS-MATRICULA
               READ FGTSSLD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WRK-TEM-SALDO-FGTS TO TRUE
               END-READ
               CLOSE FGTSSLD
           END-IF.
           IF WRK-TEM-SALDO-FGTS
               COMPUTE WRK-BASE-FGTS ROUNDED = FGS-SALDO + 0,08 *
                   (WRK-SALDO-SALARIO + WRK-VALOR-AVISO
                   + WRK-VALOR-13)
           ELSE
               MOVE 'D' TO WRK-DATA-FUNCAO
               MOVE FUNC-DATA-ADMISSAO TO WRK-DATA-SERVICO
               MOVE WRK-DATA-PROJ-NUM TO WRK-DATA-SERVICO2
               CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
                   WRK-DATA-SERVICO WRK-DATA-SERVICO2
                   WRK-DIAS-CALC WRK-DATA-VALIDA
               IF WRK-DATA-OK AND WRK-DIAS-CALC > ZEROS
                   COMPUTE WRK-MESES-SERVICO = WRK-DIAS-CALC / 30
               ELSE
                   MOVE ZEROS TO WRK-MESES-SERVICO
               END-IF
               COMPUTE WRK-BASE-FGTS ROUNDED = 0,08 *
                   ((WRK-SALARIO *
                   (WRK-MESES-SERVICO + WRK-ANOS-PROJ))
                   + WRK-SALDO-SALARIO + WRK-VALOR-AVISO
                   + WRK-VALOR-13)
           END-IF.

       0700-GRAVAR-PAGAMENTO.
           OPEN EXTEND RESCISAO.
           IF WRK-FS-RESCISAO EQUAL '35'
               OPEN OUTPUT RESCISAO
           END-IF.
           MOVE SPACES TO RSC-REG.
           MOVE FUNC-MATRICULA TO RSC-MATRICULA.
           MOVE WRK-DATA-DESLIG-NUM TO RSC-DATA-DESLIGAMENTO.
           MOVE LNK-TIPO-RESCISAO TO RSC-TIPO.
           MOVE LNK-TIPO-AVISO TO RSC-AVISO.
           MOVE WRK-DIAS-AVISO TO RSC-DIAS-AVISO.
           MOVE WRK-DATA-PROJ-NUM TO RSC-DATA-PROJECAO.
           MOVE WRK-SALDO-SALARIO TO RSC-SALDO-SALARIO.
           MOVE WRK-VALOR-AVISO TO RSC-VALOR-AVISO.
           COMPUTE RSC-FERIAS-VENCIDAS =
               WRK-FERIAS-VENC + WRK-TERCO-VENC.
           COMPUTE RSC-FERIAS-PROP =
               WRK-FERIAS-PROP + WRK-TERCO-PROP.
           MOVE WRK-VALOR-13 TO RSC-VALOR-13.
           COMPUTE RSC-INSS = WRK-INSS-SALDO + WRK-INSS-13.
           COMPUTE RSC-IRRF = WRK-IRRF-SALDO + WRK-IRRF-13.
           COMPUTE RSC-DESCONTOS = WRK-ADIANT-13 + WRK-DESC-AVISO
               + WRK-DESC-RECORR.
           MOVE WRK-LIQUIDO TO RSC-LIQUIDO.
           MOVE WRK-MULTA-FGTS TO RSC-MULTA-FGTS.
           MOVE WRK-DATA-PGTO TO RSC-DATA-PGTO.
           WRITE RSC-REG.
           CLOSE RESCISAO.

       0800-IMPRIMIR-TERMO.
           OPEN EXTEND RESCREL.
           IF WRK-FS-RESCREL EQUAL '35'
               OPEN OUTPUT RESCREL
           END-IF.
           MOVE ALL '=' TO RESCREL-LINHA.
           WRITE RESCREL-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TERMO DE RESCISAO - ' FUNC-MATRICULA ' '
               FUNC-NOME ' DEP ' FUNC-DEPARTAMENTO
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'ADMISSAO ' FUNC-DATA-ADMISSAO ' DESLIGAMENTO '
               WRK-DATA-DESLIG-NUM ' PROJECAO ' WRK-DATA-PROJ-NUM
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING WRK-DESCRICAO-TIPO ' - ' WRK-DESCRICAO-AVISO
               ' (' WRK-DIAS-AVISO ' DIAS)'
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           MOVE WRK-SALARIO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'SALARIO BASE..................: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           MOVE SPACES TO RESCREL-LINHA.
           WRITE RESCREL-LINHA.
           MOVE WRK-SALDO-SALARIO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'SALDO DE SALARIO (' WRK-DIAS-SALDO ' DIAS).....: R$ '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           MOVE WRK-VALOR-AVISO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'AVISO PREVIO INDENIZADO.......: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           MOVE WRK-FERIAS-VENC TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'FERIAS VENCIDAS (' WRK-DIAS-VENCIDOS
               ' DIAS)....: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           MOVE WRK-TERCO-VENC TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '1/3 SOBRE FERIAS VENCIDAS.....: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           MOVE WRK-FERIAS-PROP TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'FERIAS PROPORCIONAIS (' WRK-MESES-FERIAS
               '/12)..: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           MOVE WRK-TERCO-PROP TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '1/3 SOBRE FERIAS PROPORCIONAIS: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           MOVE WRK-VALOR-13 TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '13O PROPORCIONAL (' WRK-MESES-13
               '/12)......: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           MOVE WRK-TOTAL-PROVENTOS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL DE PROVENTOS............: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           MOVE SPACES TO RESCREL-LINHA.
           WRITE RESCREL-LINHA.
           COMPUTE WRK-VALOR-ED = WRK-INSS-SALDO + WRK-INSS-13.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '(-) INSS (SALDO E 13O)........: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           COMPUTE WRK-VALOR-ED = WRK-IRRF-SALDO + WRK-IRRF-13.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '(-) IRRF (SALDO E 13O)........: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           MOVE WRK-ADIANT-13 TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '(-) ADIANTAMENTO DO 13O.......: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           MOVE WRK-DESC-AVISO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '(-) AVISO PREVIO NAO CUMPRIDO.: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           MOVE WRK-DESC-RECORR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '(-) DESCONTOS EM ABERTO.......: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           MOVE WRK-TOTAL-DESCONTOS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL DE DESCONTOS............: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           MOVE SPACES TO RESCREL-LINHA.
           WRITE RESCREL-LINHA.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'LIQUIDO DA RESCISAO...........: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           IF WRK-LIQUIDO-SALDO < ZEROS
               MOVE SPACES TO WRK-LINHA-ED
               STRING '*** DESCONTOS MAIORES QUE OS PROVENTOS - '
                   'SALDO DEVEDOR A COBRAR'
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               PERFORM 0890-ESCREVER-LINHA
           END-IF.
           MOVE WRK-MULTA-FGTS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'MULTA FGTS (GUIA A PARTE).....: R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'PAGAMENTO ATE ' WRK-DATA-PGTO
               ' - EMITIDO EM ' WRK-DATASYS
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-ESCREVER-LINHA.
           CLOSE RESCREL.
           DISPLAY 'RESCISAO CALCULADA - LIQUIDO ' WRK-LIQUIDO
               ' ATE ' WRK-DATA-PGTO ' (TERMO EM RESCREL.DAT)'.

       0890-ESCREVER-LINHA.
           MOVE WRK-LINHA-ED TO RESCREL-LINHA.
           WRITE RESCREL-LINHA.

       0900-DIAS-DO-MES-MOVEL.
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

      * ANOS COMPLETOS DE CASA ENTRE A ADMISSAO E A DATA MOVEL
       0910-ANOS-COMPLETOS.
           IF WRK-MOV-ANO > FUNC-ANOENTRADA
               COMPUTE WRK-ANOS = WRK-MOV-ANO - FUNC-ANOENTRADA
               IF WRK-MOV-MES < FUNC-MESENTRADA
                   OR (WRK-MOV-MES EQUAL FUNC-MESENTRADA
                       AND WRK-MOV-DIA < FUNC-DIAENTRADA)
                   SUBTRACT 1 FROM WRK-ANOS
               END-IF
           ELSE
               MOVE ZEROS TO WRK-ANOS
           END-IF.

       0920-AVANCAR-UM-DIA.
           PERFORM 0900-DIAS-DO-MES-MOVEL.
           IF WRK-MOV-DIA < WRK-DIAS-NO-MES
               ADD 1 TO WRK-MOV-DIA
           ELSE
               MOVE 1 TO WRK-MOV-DIA
               IF WRK-MOV-MES < 12
                   ADD 1 TO WRK-MOV-MES
               ELSE
                   MOVE 1 TO WRK-MOV-MES
                   ADD 1 TO WRK-MOV-ANO
               END-IF
           END-IF.
