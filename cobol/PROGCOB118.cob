       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB118.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: RETROATIVO DE DISSIDIO COLETIVO - RECEBE A
      * COMPETENCIA DE VIGENCIA, OS DEPARTAMENTOS ABRANGIDOS E O
      * REAJUSTE (PERCENTUAL UNICO OU TABELA POR FAIXA DE
      * SALARIO), REFAZ PELO HISTORICO DA FOLHA (FOLHAHIST.DAT)
      * CADA COMPETENCIA JA PAGA DESDE A VIGENCIA COM O SALARIO
      * REAJUSTADO E O INSS/IRRF DAS TABELAS DAQUELE MES
      * (PROGCOBLIQ), GRAVA A DIFERENCA DE CADA MES EM
      * RETROATIVO.DAT PARA A PROXIMA FOLHA (PROGCOB72) PAGAR COMO
      * VERBA A PARTE, REAJUSTA O SALARIO DO CADASTRO COM O
      * REGISTRO EM SALHIST.DAT (ORIGEM DISSIDIO, EXPLICADO NO
      * EXTRATO DO PROGCOB76) E IMPRIME O DEMONSTRATIVO EM
      * RETROREL.DAT
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
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

           SELECT RETROATIVO ASSIGN TO "RETROATIVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTA-CHAVE
               FILE STATUS IS WRK-FS-RETROATIVO.

           SELECT SALHIST ASSIGN TO "SALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALHIST.

           SELECT RETROREL ASSIGN TO "RETROREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETROREL.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  FOLHAHIST.
           COPY HSTREG.

       FD  RETROATIVO.
           COPY RTAREG.

       FD  SALHIST.
       01  SALHIST-REG.
           02  SALH-MATRICULA      PIC 9(06).
           02  SALH-DATA           PIC 9(08).
           02  SALH-HORA           PIC 9(08).
           02  SALH-SAL-ANTES      PIC 9(08).
           02  SALH-SAL-DEPOIS     PIC 9(08).
           02  SALH-MOTIVO         PIC X(03).
           02  SALH-OPERADOR       PIC X(20).

       FD  RETROREL.
       01  RETROREL-LINHA      PIC X(90).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FUNCIONARIOS PIC X(02)    VALUE SPACES.
       77 WRK-FS-FOLHAHIST  PIC X(02)      VALUE SPACES.
       77 WRK-FS-RETROATIVO PIC X(02)      VALUE SPACES.
       77 WRK-FS-SALHIST    PIC X(02)      VALUE SPACES.
       77 WRK-FS-RETROREL   PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-EOF-HIST      PIC X(01)      VALUE 'N'.
           88 WRK-FIM-HIST         VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-ANOMES-ATUAL  PIC 9(06)      VALUE ZEROS.
       77 WRK-DADOS-VALIDOS PIC X(01)      VALUE 'N'.
           88 WRK-DADOS-OK         VALUE 'S'.
       77 WRK-FIM-LISTA     PIC X(01)      VALUE 'N'.
           88 WRK-LISTA-FIM        VALUE 'S'.
       77 WRK-CONFIRMA      PIC X(01)      VALUE SPACES.
           88 WRK-CONFIRMA-SIM     VALUE 'S'.
       77 WRK-MODO          PIC X(01)      VALUE SPACES.
           88 WRK-MODO-PERCENTUAL  VALUE 'P'.
           88 WRK-MODO-FAIXAS      VALUE 'F'.
       77 WRK-DEPTO-ENTRADA PIC X(03)      VALUE SPACES.
       77 WRK-ABRANGIDO     PIC X(01)      VALUE 'N'.
           88 WRK-FUNC-ABRANGIDO   VALUE 'S'.
       77 WRK-JA-REAJUSTADO PIC X(01)      VALUE 'N'.
           88 WRK-FUNC-REAJUSTADO  VALUE 'S'.
       77 WRK-IND           PIC 9(03)      VALUE ZEROS.
       77 WRK-ORIGEM        PIC X(20)      VALUE SPACES.
       77 WRK-VALOR-FAIXA   PIC 9(08)V99   VALUE ZEROS.
       77 WRK-PERCENTUAL    PIC 9(03)V99   VALUE ZEROS.
       77 WRK-ACHOU-FAIXA   PIC X(01)      VALUE 'N'.
           88 WRK-FAIXA-ACHADA     VALUE 'S'.
       77 WRK-SALARIO-ANTES PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-CALCULO  PIC 9(08)      VALUE ZEROS.
       77 WRK-NOVO-BASE     PIC 9(08)V99   VALUE ZEROS.
       77 WRK-NOVO-BRUTO    PIC 9(08)V99   VALUE ZEROS.
       77 WRK-NOVO-INSS     PIC 9(08)V99   VALUE ZEROS.
       77 WRK-NOVO-IRRF     PIC 9(08)V99   VALUE ZEROS.
       77 WRK-NOVO-LIQUIDO  PIC 9(08)V99   VALUE ZEROS.
       77 WRK-DIFERENCA     PIC S9(08)V99  VALUE ZEROS.
       77 WRK-QT-MESES      PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-REAJUSTADOS PIC 9(05)     VALUE ZEROS.
       77 WRK-QT-LANCADOS   PIC 9(05)      VALUE ZEROS.
       77 WRK-FUNC-BRUTO    PIC 9(10)V99   VALUE ZEROS.
       77 WRK-FUNC-LIQUIDO  PIC 9(10)V99   VALUE ZEROS.
       77 WRK-TOTAL-BRUTO   PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOTAL-INSS    PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOTAL-IRRF    PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO PIC 9(12)V99   VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR2-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PERC-ED       PIC ZZ9,99     VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(90)      VALUE SPACES.
       01 WRK-VIGENCIA.
           02 WRK-VIG-ANO      PIC 9(04).
           02 WRK-VIG-MES      PIC 9(02).
       01 WRK-VIGENCIA-NUM REDEFINES WRK-VIGENCIA PIC 9(06).
      * DEPARTAMENTOS ABRANGIDOS - NENHUM INFORMADO = TODOS
       01 WRK-DEPTOS-DISSIDIO.
           02 WRK-QT-DEPTOS    PIC 9(02)   VALUE ZEROS.
           02 WRK-DEPTO-DISS   PIC X(03)   OCCURS 10 TIMES.
      * REAJUSTE POR FAIXA DE SALARIO - LIMITE ZERO = SEM TETO
       01 WRK-TABELA-REAJUSTE.
           02 WRK-QT-FAIXAS    PIC 9(01)   VALUE ZEROS.
           02 WRK-FAIXA OCCURS 5 TIMES.
               05 WRK-FX-LIMITE     PIC 9(08)V99.
               05 WRK-FX-PERCENTUAL PIC 9(03)V99.
      * MATRICULAS JA REAJUSTADAS POR ESTE DISSIDIO (SALHIST.DAT)
       01 WRK-REAJUSTADOS.
           02 WRK-QT-JA-REAJ   PIC 9(03)   VALUE ZEROS.
           02 WRK-JA-MATRICULA PIC 9(06)   OCCURS 500 TIMES.
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB118'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           MOVE WRK-DATASYS(1:6) TO WRK-ANOMES-ATUAL.
           PERFORM 0100-COLETAR-PARAMETROS.
           IF WRK-DADOS-OK
               PERFORM 0150-CARREGAR-REAJUSTADOS
               PERFORM 0200-PROCESSAR-DISSIDIO
           END-IF.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.

       0100-COLETAR-PARAMETROS.
           MOVE 'S' TO WRK-DADOS-VALIDOS.
           DISPLAY 'COMPETENCIA DE VIGENCIA DO DISSIDIO (AAAAMM): '.
           ACCEPT WRK-VIGENCIA-NUM.
           IF WRK-VIG-MES < 1 OR WRK-VIG-MES > 12
               OR WRK-VIGENCIA-NUM > WRK-ANOMES-ATUAL
               DISPLAY 'COMPETENCIA DE VIGENCIA INVALIDA'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           IF WRK-DADOS-OK
               MOVE ZEROS TO WRK-QT-DEPTOS
               MOVE 'N' TO WRK-FIM-LISTA
               PERFORM 0110-LER-DEPARTAMENTO UNTIL WRK-LISTA-FIM
               DISPLAY 'REAJUSTE - P = PERCENTUAL UNICO, '
                   'F = TABELA POR FAIXA DE SALARIO: '
               ACCEPT WRK-MODO
               MOVE ZEROS TO WRK-QT-FAIXAS
               EVALUATE TRUE
                   WHEN WRK-MODO-PERCENTUAL
                       MOVE 1 TO WRK-QT-FAIXAS
                       MOVE ZEROS TO WRK-FX-LIMITE(1)
                       DISPLAY 'PERCENTUAL DE REAJUSTE: '
                       ACCEPT WRK-FX-PERCENTUAL(1)
                       IF WRK-FX-PERCENTUAL(1) EQUAL ZEROS
                           OR WRK-FX-PERCENTUAL(1) > 100
                           DISPLAY 'PERCENTUAL INVALIDO'
                           MOVE 'N' TO WRK-DADOS-VALIDOS
                       END-IF
                   WHEN WRK-MODO-FAIXAS
                       MOVE 'N' TO WRK-FIM-LISTA
                       PERFORM 0120-LER-FAIXA UNTIL WRK-LISTA-FIM
                   WHEN OTHER
                       DISPLAY 'TIPO DE REAJUSTE INVALIDO'
                       MOVE 'N' TO WRK-DADOS-VALIDOS
               END-EVALUATE
           END-IF.
           IF WRK-DADOS-OK
               DISPLAY 'CONFIRMA O DISSIDIO COM VIGENCIA EM '
                   WRK-VIGENCIA-NUM ' (S/N): '
               ACCEPT WRK-CONFIRMA
               IF NOT WRK-CONFIRMA-SIM
                   DISPLAY 'DISSIDIO NAO PROCESSADO'
                   MOVE 'N' TO WRK-DADOS-VALIDOS
               END-IF
           END-IF.

       0110-LER-DEPARTAMENTO.
           MOVE SPACES TO WRK-DEPTO-ENTRADA.
           DISPLAY 'DEPARTAMENTO ABRANGIDO (BRANCO ENCERRA - SEM '
               'NENHUM VALE PARA TODOS): '.
           ACCEPT WRK-DEPTO-ENTRADA.
           IF WRK-DEPTO-ENTRADA EQUAL SPACES
               SET WRK-LISTA-FIM TO TRUE
           ELSE
               ADD 1 TO WRK-QT-DEPTOS
               MOVE WRK-DEPTO-ENTRADA TO
                   WRK-DEPTO-DISS(WRK-QT-DEPTOS)
               IF WRK-QT-DEPTOS EQUAL 10
                   DISPLAY 'LIMITE DE 10 DEPARTAMENTOS ATINGIDO'
                   SET WRK-LISTA-FIM TO TRUE
               END-IF
           END-IF.

      * AS FAIXAS SAO DIGITADAS EM ORDEM CRESCENTE DE SALARIO; A
      * FAIXA SEM LIMITE (ZERO) FECHA A TABELA
       0120-LER-FAIXA.
           ADD 1 TO WRK-QT-FAIXAS.
           DISPLAY 'FAIXA ' WRK-QT-FAIXAS
               ' - SALARIO ATE (0 = SEM LIMITE, ULTIMA FAIXA): '.
           ACCEPT WRK-FX-LIMITE(WRK-QT-FAIXAS).
           DISPLAY 'PERCENTUAL DE REAJUSTE DA FAIXA: '.
           ACCEPT WRK-FX-PERCENTUAL(WRK-QT-FAIXAS).
           IF WRK-FX-PERCENTUAL(WRK-QT-FAIXAS) EQUAL ZEROS
               OR WRK-FX-PERCENTUAL(WRK-QT-FAIXAS) > 100
               DISPLAY 'PERCENTUAL INVALIDO'
               MOVE 'N' TO WRK-DADOS-VALIDOS
               SET WRK-LISTA-FIM TO TRUE
           END-IF.
           IF WRK-QT-FAIXAS > 1
               AND WRK-FX-LIMITE(WRK-QT-FAIXAS) NOT EQUAL ZEROS
               AND WRK-FX-LIMITE(WRK-QT-FAIXAS) NOT >
                   WRK-FX-LIMITE(WRK-QT-FAIXAS - 1)
               DISPLAY 'LIMITE DEVE SER MAIOR QUE O DA FAIXA '
                   'ANTERIOR'
               MOVE 'N' TO WRK-DADOS-VALIDOS
               SET WRK-LISTA-FIM TO TRUE
           END-IF.
           IF WRK-FX-LIMITE(WRK-QT-FAIXAS) EQUAL ZEROS
               SET WRK-LISTA-FIM TO TRUE
           ELSE
               IF WRK-QT-FAIXAS EQUAL 5
                   DISPLAY 'A QUINTA FAIXA FICA SEM LIMITE'
                   MOVE ZEROS TO WRK-FX-LIMITE(WRK-QT-FAIXAS)
                   SET WRK-LISTA-FIM TO TRUE
               END-IF
           END-IF.

      * A ORIGEM GRAVADA NO SALHIST.DAT LEVA A VIGENCIA - QUEM JA
      * TEM O REGISTRO DESTE DISSIDIO NAO E REAJUSTADO DE NOVO
       0150-CARREGAR-REAJUSTADOS.
           MOVE SPACES TO WRK-ORIGEM.
           STRING 'DISSIDIO ' WRK-VIGENCIA-NUM
               DELIMITED BY SIZE INTO WRK-ORIGEM.
           MOVE ZEROS TO WRK-QT-JA-REAJ.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT SALHIST.
           IF WRK-FS-SALHIST EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ SALHIST
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF SALH-OPERADOR EQUAL WRK-ORIGEM
                               AND WRK-QT-JA-REAJ < 500
                               ADD 1 TO WRK-QT-JA-REAJ
                               MOVE SALH-MATRICULA TO
                                   WRK-JA-MATRICULA(WRK-QT-JA-REAJ)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALHIST
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0200-PROCESSAR-DISSIDIO.
           OPEN I-O FUNCIONARIOS.
           IF WRK-FS-FUNCIONARIOS NOT EQUAL '00'
               DISPLAY 'ARQUIVO FUNCIONARIOS.DAT NAO ENCONTRADO'
           ELSE
               OPEN INPUT FOLHAHIST
               IF WRK-FS-FOLHAHIST NOT EQUAL '00'
                   DISPLAY 'HISTORICO DA FOLHA (FOLHAHIST.DAT) NAO '
                       'ENCONTRADO'
               ELSE
                   OPEN I-O RETROATIVO
                   IF WRK-FS-RETROATIVO EQUAL '35'
                       OPEN OUTPUT RETROATIVO
                       CLOSE RETROATIVO
                       OPEN I-O RETROATIVO
                   END-IF
                   OPEN EXTEND SALHIST
                   IF WRK-FS-SALHIST EQUAL '35'
                       OPEN OUTPUT SALHIST
                   END-IF
                   PERFORM 0210-CABECALHO
                   MOVE 'N' TO WRK-EOF-ARQ
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
                                   PERFORM 0220-VERIFICAR-ABRANGENCIA
                                   IF WRK-FUNC-ABRANGIDO
                                       PERFORM 0300-REAJUSTAR-FUNC
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM 0400-TOTAIS
                   CLOSE SALHIST
                   CLOSE RETROATIVO
                   CLOSE FOLHAHIST
               END-IF
               CLOSE FUNCIONARIOS
           END-IF.

       0210-CABECALHO.
           OPEN OUTPUT RETROREL.
           MOVE ALL '=' TO RETROREL-LINHA.
           WRITE RETROREL-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'PROGCOB118 - RETROATIVO DE DISSIDIO - VIGENCIA '
               WRK-VIGENCIA-NUM ' - EMITIDO EM ' WRK-DATASYS
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO RETROREL-LINHA.
           WRITE RETROREL-LINHA.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-FAIXAS
               MOVE WRK-FX-LIMITE(WRK-IND) TO WRK-VALOR-ED
               MOVE WRK-FX-PERCENTUAL(WRK-IND) TO WRK-PERC-ED
               MOVE SPACES TO WRK-LINHA-ED
               IF WRK-FX-LIMITE(WRK-IND) EQUAL ZEROS
                   STRING 'REAJUSTE ' WRK-PERC-ED
                       '% - SALARIO SEM LIMITE'
                       DELIMITED BY SIZE INTO WRK-LINHA-ED
               ELSE
                   STRING 'REAJUSTE ' WRK-PERC-ED
                       '% - SALARIO ATE ' WRK-VALOR-ED
                       DELIMITED BY SIZE INTO WRK-LINHA-ED
               END-IF
               MOVE WRK-LINHA-ED TO RETROREL-LINHA
               WRITE RETROREL-LINHA
           END-PERFORM.
           MOVE ALL '-' TO RETROREL-LINHA.
           WRITE RETROREL-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'MATRIC DEP COMPET SAL.ORIGINAL SAL.REAJUST. '
               'DIF.BRUTO  DIF.INSS   DIF.IRRF'
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO RETROREL-LINHA.
           WRITE RETROREL-LINHA.

       0220-VERIFICAR-ABRANGENCIA.
           MOVE 'N' TO WRK-ABRANGIDO.
           IF WRK-QT-DEPTOS EQUAL ZEROS
               SET WRK-FUNC-ABRANGIDO TO TRUE
           ELSE
               PERFORM VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QT-DEPTOS
                   IF WRK-DEPTO-DISS(WRK-IND) EQUAL FUNC-DEPARTAMENTO
                       SET WRK-FUNC-ABRANGIDO TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-FUNC-ABRANGIDO
               MOVE 'N' TO WRK-JA-REAJUSTADO
               PERFORM VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QT-JA-REAJ
                   IF WRK-JA-MATRICULA(WRK-IND) EQUAL FUNC-MATRICULA
                       SET WRK-FUNC-REAJUSTADO TO TRUE
                   END-IF
               END-PERFORM
               IF WRK-FUNC-REAJUSTADO
                   DISPLAY 'MATRICULA ' FUNC-MATRICULA
                       ' JA REAJUSTADA NESTE DISSIDIO'
                   MOVE 'N' TO WRK-ABRANGIDO
               END-IF
           END-IF.

      * CADA COMPETENCIA DO HISTORICO DESDE A VIGENCIA E REFEITA;
      * DEPOIS O SALARIO DO CADASTRO RECEBE O REAJUSTE DA SUA FAIXA
       0300-REAJUSTAR-FUNC.
           MOVE ZEROS TO WRK-QT-MESES WRK-FUNC-BRUTO WRK-FUNC-LIQUIDO.
           MOVE 'N' TO WRK-EOF-HIST.
           MOVE FUNC-MATRICULA TO HST-MATRICULA.
           MOVE WRK-VIGENCIA-NUM TO HST-ANOMES.
           START FOLHAHIST KEY IS NOT LESS THAN HST-CHAVE
               INVALID KEY
                   SET WRK-FIM-HIST TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-HIST
               READ FOLHAHIST NEXT RECORD
                   AT END
                       SET WRK-FIM-HIST TO TRUE
                   NOT AT END
                       IF HST-MATRICULA NOT EQUAL FUNC-MATRICULA
                           SET WRK-FIM-HIST TO TRUE
                       ELSE
                           PERFORM 0310-RECALCULAR-MES
                       END-IF
               END-READ
           END-PERFORM.
           MOVE FUNC-SALARIO TO WRK-SALARIO-ANTES.
           MOVE FUNC-SALARIO TO WRK-VALOR-FAIXA.
           PERFORM 0330-BUSCAR-FAIXA.
           COMPUTE FUNC-SALARIO ROUNDED =
               WRK-SALARIO-ANTES * (100 + WRK-PERCENTUAL) / 100.
           REWRITE FUNC-REG-ARQ.
           MOVE 'A' TO WRK-JRN-OPERACAO.
           PERFORM 0964-JORNAL-FUNCIONARIOS.
           ADD 1 TO WRK-QT-REAJUSTADOS.
           MOVE SPACES TO SALHIST-REG.
           MOVE FUNC-MATRICULA TO SALH-MATRICULA.
           MOVE WRK-DATASYS TO SALH-DATA.
           ACCEPT SALH-HORA FROM TIME.
           MOVE WRK-SALARIO-ANTES TO SALH-SAL-ANTES.
           MOVE FUNC-SALARIO TO SALH-SAL-DEPOIS.
           MOVE 'DIS' TO SALH-MOTIVO.
           MOVE WRK-ORIGEM TO SALH-OPERADOR.
           WRITE SALHIST-REG.
           MOVE WRK-FUNC-BRUTO TO WRK-VALOR-ED.
           MOVE WRK-FUNC-LIQUIDO TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '   ' FUNC-NOME(1:15) ' SALARIO ' WRK-SALARIO-ANTES
               ' > ' FUNC-SALARIO ' DIF.BRUTO ' WRK-VALOR-ED
               ' LIQ. ' WRK-VALOR2-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO RETROREL-LINHA.
           WRITE RETROREL-LINHA.

      * O BRUTO DO MES (COM HORAS E SEM FERIAS EM RECIBO) CRESCE
      * NA MESMA PROPORCAO DO SALARIO BASE; INSS E IRRF SAEM DAS
      * TABELAS DO PRIMEIRO DIA DA COMPETENCIA ORIGINAL
       0310-RECALCULAR-MES.
           MOVE HST-SALARIO-BASE TO WRK-VALOR-FAIXA.
           PERFORM 0330-BUSCAR-FAIXA.
           COMPUTE WRK-NOVO-BASE ROUNDED =
               HST-SALARIO-BASE * (100 + WRK-PERCENTUAL) / 100.
           IF HST-SALARIO-BASE > ZEROS
               COMPUTE WRK-NOVO-BRUTO ROUNDED =
                   HST-BRUTO * WRK-NOVO-BASE / HST-SALARIO-BASE
           ELSE
               MOVE HST-BRUTO TO WRK-NOVO-BRUTO
           END-IF.
           COMPUTE WRK-DATA-CALCULO = (HST-ANOMES * 100) + 1.
           CALL 'PROGCOBLIQ' USING WRK-NOVO-BRUTO
               HST-QT-DEPENDENTES WRK-DATA-CALCULO
               WRK-NOVO-INSS WRK-NOVO-IRRF WRK-NOVO-LIQUIDO.
           MOVE HST-CHAVE TO RTA-CHAVE.
           MOVE WRK-VIGENCIA-NUM TO RTA-VIGENCIA.
           MOVE HST-DEPARTAMENTO TO RTA-DEPARTAMENTO.
           MOVE WRK-PERCENTUAL TO RTA-PERCENTUAL.
           MOVE HST-SALARIO-BASE TO RTA-SALARIO-ANTES.
           MOVE WRK-NOVO-BASE TO RTA-SALARIO-NOVO.
           MOVE HST-BRUTO TO RTA-BRUTO-ORIGINAL.
           COMPUTE WRK-DIFERENCA = WRK-NOVO-BRUTO - HST-BRUTO.
           PERFORM 0320-SEM-NEGATIVO.
           MOVE WRK-DIFERENCA TO RTA-DIFERENCA-BRUTO.
           COMPUTE WRK-DIFERENCA = WRK-NOVO-INSS - HST-INSS.
           PERFORM 0320-SEM-NEGATIVO.
           MOVE WRK-DIFERENCA TO RTA-DIFERENCA-INSS.
           COMPUTE WRK-DIFERENCA = WRK-NOVO-IRRF - HST-IRRF.
           PERFORM 0320-SEM-NEGATIVO.
           MOVE WRK-DIFERENCA TO RTA-DIFERENCA-IRRF.
           COMPUTE WRK-DIFERENCA = RTA-DIFERENCA-BRUTO
               - RTA-DIFERENCA-INSS - RTA-DIFERENCA-IRRF.
           PERFORM 0320-SEM-NEGATIVO.
           MOVE WRK-DIFERENCA TO RTA-DIFERENCA-LIQUIDO.
           MOVE WRK-DATASYS TO RTA-DATA-CALCULO.
           MOVE ZEROS TO RTA-ANOMES-PAGTO.
           WRITE RTA-REG
               INVALID KEY
                   DISPLAY 'MATRICULA ' HST-MATRICULA ' COMPETENCIA '
                       HST-ANOMES ' JA TEM RETROATIVO - IGNORADA'
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-MESES
                   ADD 1 TO WRK-QT-LANCADOS
                   ADD RTA-DIFERENCA-BRUTO TO WRK-FUNC-BRUTO
                   ADD RTA-DIFERENCA-LIQUIDO TO WRK-FUNC-LIQUIDO
                   ADD RTA-DIFERENCA-BRUTO TO WRK-TOTAL-BRUTO
                   ADD RTA-DIFERENCA-INSS TO WRK-TOTAL-INSS
                   ADD RTA-DIFERENCA-IRRF TO WRK-TOTAL-IRRF
                   ADD RTA-DIFERENCA-LIQUIDO TO WRK-TOTAL-LIQUIDO
                   MOVE SPACES TO WRK-LINHA-ED
                   STRING HST-MATRICULA ' ' HST-DEPARTAMENTO ' '
                       HST-ANOMES ' ' HST-SALARIO-BASE ' '
                       WRK-NOVO-BASE ' ' RTA-DIFERENCA-BRUTO ' '
                       RTA-DIFERENCA-INSS ' ' RTA-DIFERENCA-IRRF
                       DELIMITED BY SIZE INTO WRK-LINHA-ED
                   MOVE WRK-LINHA-ED TO RETROREL-LINHA
                   WRITE RETROREL-LINHA
           END-WRITE.

       0320-SEM-NEGATIVO.
           IF WRK-DIFERENCA < ZEROS
               MOVE ZEROS TO WRK-DIFERENCA
           END-IF.

       0330-BUSCAR-FAIXA.
           MOVE 'N' TO WRK-ACHOU-FAIXA.
           MOVE ZEROS TO WRK-PERCENTUAL.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-FAIXAS
                   OR WRK-FAIXA-ACHADA
               IF WRK-FX-LIMITE(WRK-IND) EQUAL ZEROS
                   OR WRK-VALOR-FAIXA NOT > WRK-FX-LIMITE(WRK-IND)
                   MOVE WRK-FX-PERCENTUAL(WRK-IND) TO WRK-PERCENTUAL
                   SET WRK-FAIXA-ACHADA TO TRUE
               END-IF
           END-PERFORM.

       0400-TOTAIS.
           MOVE ALL '=' TO RETROREL-LINHA.
           WRITE RETROREL-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'FUNCIONARIOS REAJUSTADOS: ' WRK-QT-REAJUSTADOS
               ' - COMPETENCIAS COM DIFERENCA: ' WRK-QT-LANCADOS
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO RETROREL-LINHA.
           WRITE RETROREL-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL - DIF.BRUTO ' WRK-TOTAL-BRUTO
               ' INSS ' WRK-TOTAL-INSS ' IRRF ' WRK-TOTAL-IRRF
               ' LIQUIDO ' WRK-TOTAL-LIQUIDO
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO RETROREL-LINHA.
           WRITE RETROREL-LINHA.
           CLOSE RETROREL.
           DISPLAY 'DISSIDIO PROCESSADO - ' WRK-QT-REAJUSTADOS
               ' FUNCIONARIO(S), ' WRK-QT-LANCADOS
               ' COMPETENCIA(S) EM RETROATIVO.DAT'.
           DISPLAY 'DEMONSTRATIVO EM RETROREL.DAT - DIFERENCAS PAGAS '
               'NA PROXIMA FOLHA'.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB118' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-REAJUSTADOS TO RUNLOG-QTDE-REGISTROS.
           IF WRK-DADOS-OK
               SET RUNLOG-STATUS-OK TO TRUE
           ELSE
               SET RUNLOG-STATUS-ERRO TO TRUE
           END-IF.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.

       0964-JORNAL-FUNCIONARIOS.
           MOVE 'FUNCIONARIOS' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-FUNCIONARIOS TO WRK-JRN-FS.
           MOVE FUNC-REG-ARQ TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
