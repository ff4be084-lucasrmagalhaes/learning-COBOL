       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB116.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: INFORME DE RENDIMENTOS ANUAL - PARA O
      * ANO-CALENDARIO INFORMADO JUNTA POR FUNCIONARIO O
      * HISTORICO DA FOLHA (FOLHAHIST.DAT), AS FERIAS PAGAS NO ANO
      * (FERPAG.DAT), O 13O (DECIMO13.DAT) E A RESCISAO DO ANO
      * (RESCISAO.DAT); IMPRIME O COMPROVANTE DE RENDIMENTOS E
      * RETENCAO EM IMAGEM DE IMPRESSAO (INFREND.DAT, UMA PAGINA
      * POR FUNCIONARIO: TRIBUTAVEIS, INSS, IRRF, 13O COM
      * TRIBUTACAO EXCLUSIVA E ISENTOS) E GERA O ARQUIVO ANUAL DE
      * RETENCOES PARA A RECEITA EM LAYOUT FIXO (DIRF.DAT, HEADER/
      * DETALHE/TRAILER)
      * ATUALIZACAO: DIFERENCA DE DISSIDIO PAGA NA FOLHA ENTRA NOS
      * RENDIMENTOS TRIBUTAVEIS DO ANO DO PAGAMENTO, COM O INSS E O
      * IRRF DO RETROATIVO
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

           SELECT INFREND ASSIGN TO "INFREND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INFREND.

           SELECT DIRF ASSIGN TO "DIRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIRF.

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

       FD  INFREND.
       01  INFREND-LINHA       PIC X(80).

       FD  DIRF.
       01  DIRF-REG            PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FUNCIONARIOS PIC X(02)    VALUE SPACES.
       77 WRK-FS-FOLHAHIST  PIC X(02)      VALUE SPACES.
       77 WRK-FS-FERPAG     PIC X(02)      VALUE SPACES.
       77 WRK-FS-DECIMO13   PIC X(02)      VALUE SPACES.
       77 WRK-FS-RESCISAO   PIC X(02)      VALUE SPACES.
       77 WRK-FS-INFREND    PIC X(02)      VALUE SPACES.
       77 WRK-FS-DIRF       PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-EOF-LEITURA   PIC X(01)      VALUE 'N'.
           88 WRK-FIM-LEITURA      VALUE 'S'.
       77 WRK-TEM-FOLHAHIST PIC X(01)      VALUE 'N'.
           88 WRK-FOLHAHIST-ABERTO VALUE 'S'.
       77 WRK-TEM-FERPAG    PIC X(01)      VALUE 'N'.
           88 WRK-FERPAG-ABERTO    VALUE 'S'.
       77 WRK-TEM-DECIMO13  PIC X(01)      VALUE 'N'.
           88 WRK-DECIMO13-ABERTO  VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-ANO           PIC 9(04)      VALUE ZEROS.
       77 WRK-ANO-ATUAL     PIC 9(04)      VALUE ZEROS.
       77 WRK-IND           PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-INFORMES   PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-MESES      PIC 9(02)      VALUE ZEROS.
       77 WRK-QT-DEPENDENTES PIC 9(02)     VALUE ZEROS.
       77 WRK-TRIBUTAVEL    PIC 9(10)V99   VALUE ZEROS.
       77 WRK-INSS          PIC 9(10)V99   VALUE ZEROS.
       77 WRK-IRRF          PIC 9(10)V99   VALUE ZEROS.
       77 WRK-VALOR-13      PIC 9(10)V99   VALUE ZEROS.
       77 WRK-INSS-13       PIC 9(10)V99   VALUE ZEROS.
       77 WRK-IRRF-13       PIC 9(10)V99   VALUE ZEROS.
       77 WRK-ISENTOS       PIC 9(10)V99   VALUE ZEROS.
       77 WRK-TOTAL-TRIBUTAVEL PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOTAL-IRRF    PIC 9(12)V99   VALUE ZEROS.
       77 WRK-VALOR-ED      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(80)      VALUE SPACES.
      * VERBAS DE RESCISAO DO ANO, POR MATRICULA
       01 WRK-RESCISOES.
           02 WRK-QT-RSC       PIC 9(03)   VALUE ZEROS.
           02 WRK-RSC OCCURS 200 TIMES.
               05 WRK-RSC-MATRICULA  PIC 9(06).
               05 WRK-RSC-TRIBUTAVEL PIC 9(08)V99.
               05 WRK-RSC-VALOR-13   PIC 9(08)V99.
               05 WRK-RSC-ISENTOS    PIC 9(08)V99.
               05 WRK-RSC-INSS       PIC 9(08)V99.
               05 WRK-RSC-IRRF       PIC 9(08)V99.
      * ARQUIVO ANUAL DE RETENCOES - 100 POSICOES
       01 WRK-DIRF-HEADER.
           02 FILLER           PIC X(01)   VALUE '0'.
           02 FILLER           PIC X(08)   VALUE 'DIRF'.
           02 WRK-DRH-ANO      PIC 9(04).
           02 WRK-DRH-GERACAO  PIC 9(08).
           02 FILLER           PIC X(79)   VALUE SPACES.
       01 WRK-DIRF-DETALHE.
           02 FILLER           PIC X(01)   VALUE '1'.
           02 WRK-DRD-CPF      PIC X(11).
           02 WRK-DRD-MATRICULA PIC 9(06).
           02 WRK-DRD-NOME     PIC X(30).
           02 WRK-DRD-TRIBUTAVEL PIC 9(10)V99.
           02 WRK-DRD-INSS     PIC 9(08)V99.
           02 WRK-DRD-IRRF     PIC 9(08)V99.
           02 WRK-DRD-VALOR-13 PIC 9(08)V99.
           02 WRK-DRD-IRRF-13  PIC 9(08)V99.
           02 WRK-DRD-DEPENDENTES PIC 9(02).
           02 FILLER           PIC X(08)   VALUE SPACES.
       01 WRK-DIRF-TRAILER.
           02 FILLER           PIC X(01)   VALUE '9'.
           02 WRK-DRT-QTDE     PIC 9(06).
           02 WRK-DRT-TRIBUTAVEL PIC 9(12)V99.
           02 WRK-DRT-IRRF     PIC 9(12)V99.
           02 FILLER           PIC X(65)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-INICIAR.
           IF WRK-ANO > ZEROS
               PERFORM 0200-CARREGAR-RESCISOES
               PERFORM 0300-PROCESSAR-FUNCIONARIOS
               PERFORM 0400-FINALIZAR
           END-IF.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.

       0100-INICIAR.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           MOVE WRK-DATASYS(1:4) TO WRK-ANO-ATUAL.
           DISPLAY 'ANO-CALENDARIO DO INFORME (AAAA): '.
           ACCEPT WRK-ANO.
           IF WRK-ANO EQUAL ZEROS OR WRK-ANO > WRK-ANO-ATUAL
               DISPLAY 'ANO-CALENDARIO INVALIDO'
               MOVE ZEROS TO WRK-ANO
           END-IF.

      * SALDO DE SALARIO E TRIBUTAVEL, O 13O DA RESCISAO VAI PARA
      * A TRIBUTACAO EXCLUSIVA E AVISO E FERIAS INDENIZADOS SAO
      * ISENTOS; O INSS E O IRRF DA RESCISAO FICAM NO QUADRO DOS
      * TRIBUTAVEIS
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
                           IF RSC-DATA-DESLIGAMENTO(1:4) EQUAL
                                   WRK-ANO
                               PERFORM 0210-GUARDAR-RESCISAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESCISAO
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0210-GUARDAR-RESCISAO.
           IF WRK-QT-RSC < 200
               ADD 1 TO WRK-QT-RSC
               MOVE RSC-MATRICULA TO WRK-RSC-MATRICULA(WRK-QT-RSC)
               MOVE RSC-SALDO-SALARIO TO
                   WRK-RSC-TRIBUTAVEL(WRK-QT-RSC)
               MOVE RSC-VALOR-13 TO WRK-RSC-VALOR-13(WRK-QT-RSC)
               COMPUTE WRK-RSC-ISENTOS(WRK-QT-RSC) = RSC-VALOR-AVISO
                   + RSC-FERIAS-VENCIDAS + RSC-FERIAS-PROP
               MOVE RSC-INSS TO WRK-RSC-INSS(WRK-QT-RSC)
               MOVE RSC-IRRF TO WRK-RSC-IRRF(WRK-QT-RSC)
           ELSE
               DISPLAY 'MAIS DE 200 RESCISOES NO ANO - MATRICULA '
                   RSC-MATRICULA ' FORA DO INFORME'
           END-IF.

       0300-PROCESSAR-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF WRK-FS-FUNCIONARIOS NOT EQUAL '00'
               DISPLAY 'ARQUIVO FUNCIONARIOS.DAT NAO ENCONTRADO'
           ELSE
               OPEN INPUT FOLHAHIST
               IF WRK-FS-FOLHAHIST EQUAL '00'
                   SET WRK-FOLHAHIST-ABERTO TO TRUE
               END-IF
               OPEN INPUT FERPAG
               IF WRK-FS-FERPAG EQUAL '00'
                   SET WRK-FERPAG-ABERTO TO TRUE
               END-IF
               OPEN INPUT DECIMO13
               IF WRK-FS-DECIMO13 EQUAL '00'
                   SET WRK-DECIMO13-ABERTO TO TRUE
               END-IF
               OPEN OUTPUT INFREND
               OPEN OUTPUT DIRF
               MOVE WRK-ANO TO WRK-DRH-ANO
               MOVE WRK-DATASYS TO WRK-DRH-GERACAO
               MOVE WRK-DIRF-HEADER TO DIRF-REG
               WRITE DIRF-REG
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
                           PERFORM 0310-APURAR-FUNCIONARIO
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
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

       0310-APURAR-FUNCIONARIO.
           MOVE ZEROS TO WRK-TRIBUTAVEL WRK-INSS WRK-IRRF
               WRK-VALOR-13 WRK-INSS-13 WRK-IRRF-13 WRK-ISENTOS
               WRK-QT-MESES WRK-QT-DEPENDENTES.
           PERFORM 0320-SOMAR-FOLHA.
           PERFORM 0330-SOMAR-FERIAS.
           PERFORM 0340-SOMAR-DECIMO-TERCEIRO.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-RSC
               IF WRK-RSC-MATRICULA(WRK-IND) EQUAL FUNC-MATRICULA
                   ADD WRK-RSC-TRIBUTAVEL(WRK-IND) TO WRK-TRIBUTAVEL
                   ADD WRK-RSC-VALOR-13(WRK-IND) TO WRK-VALOR-13
                   ADD WRK-RSC-ISENTOS(WRK-IND) TO WRK-ISENTOS
                   ADD WRK-RSC-INSS(WRK-IND) TO WRK-INSS
                   ADD WRK-RSC-IRRF(WRK-IND) TO WRK-IRRF
               END-IF
           END-PERFORM.
           IF WRK-TRIBUTAVEL > ZEROS OR WRK-VALOR-13 > ZEROS
               OR WRK-ISENTOS > ZEROS
               ADD 1 TO WRK-QT-INFORMES
               ADD WRK-TRIBUTAVEL TO WRK-TOTAL-TRIBUTAVEL
               COMPUTE WRK-TOTAL-IRRF = WRK-TOTAL-IRRF + WRK-IRRF
                   + WRK-IRRF-13
               PERFORM 0350-IMPRIMIR-INFORME
               MOVE FUNC-CPF TO WRK-DRD-CPF
               MOVE FUNC-MATRICULA TO WRK-DRD-MATRICULA
               MOVE FUNC-NOME TO WRK-DRD-NOME
               MOVE WRK-TRIBUTAVEL TO WRK-DRD-TRIBUTAVEL
               MOVE WRK-INSS TO WRK-DRD-INSS
               MOVE WRK-IRRF TO WRK-DRD-IRRF
               MOVE WRK-VALOR-13 TO WRK-DRD-VALOR-13
               MOVE WRK-IRRF-13 TO WRK-DRD-IRRF-13
               MOVE WRK-QT-DEPENDENTES TO WRK-DRD-DEPENDENTES
               MOVE WRK-DIRF-DETALHE TO DIRF-REG
               WRITE DIRF-REG
           END-IF.

      * MESES DO ANO NO HISTORICO; OS DEPENDENTES DO INFORME SAO
      * OS DA ULTIMA COMPETENCIA PAGA
       0320-SOMAR-FOLHA.
           IF WRK-FOLHAHIST-ABERTO
               MOVE 'N' TO WRK-EOF-LEITURA
               MOVE FUNC-MATRICULA TO HST-MATRICULA
               COMPUTE HST-ANOMES = (WRK-ANO * 100) + 1
               START FOLHAHIST KEY IS NOT LESS THAN HST-CHAVE
                   INVALID KEY
                       SET WRK-FIM-LEITURA TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-LEITURA
                   READ FOLHAHIST NEXT RECORD
                       AT END
                           SET WRK-FIM-LEITURA TO TRUE
                       NOT AT END
                           IF HST-MATRICULA NOT EQUAL FUNC-MATRICULA
                               OR HST-ANOMES(1:4) NOT EQUAL WRK-ANO
                               SET WRK-FIM-LEITURA TO TRUE
                           ELSE
                               ADD 1 TO WRK-QT-MESES
                               COMPUTE WRK-TRIBUTAVEL =
                                   WRK-TRIBUTAVEL + HST-BRUTO
                                   + HST-RETROATIVO
                               COMPUTE WRK-INSS = WRK-INSS
                                   + HST-INSS + HST-INSS-RETRO
                               COMPUTE WRK-IRRF = WRK-IRRF
                                   + HST-IRRF + HST-IRRF-RETRO
                               MOVE HST-QT-DEPENDENTES TO
                                   WRK-QT-DEPENDENTES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * FERIAS + 1/3 PAGAS NO ANO SAO TRIBUTAVEIS COM O INSS E O
      * IRRF DO RECIBO; O ABONO PECUNIARIO E ISENTO
       0330-SOMAR-FERIAS.
           IF WRK-FERPAG-ABERTO
               MOVE 'N' TO WRK-EOF-LEITURA
               MOVE FUNC-MATRICULA TO FPG-MATRICULA
               MOVE ZEROS TO FPG-DATA-INICIO
               START FERPAG KEY IS NOT LESS THAN FPG-CHAVE
                   INVALID KEY
                       SET WRK-FIM-LEITURA TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-LEITURA
                   READ FERPAG NEXT RECORD
                       AT END
                           SET WRK-FIM-LEITURA TO TRUE
                       NOT AT END
                           IF FPG-MATRICULA NOT EQUAL FUNC-MATRICULA
                               SET WRK-FIM-LEITURA TO TRUE
                           ELSE
                               IF FPG-DATA-PGTO(1:4) EQUAL WRK-ANO
                                   COMPUTE WRK-TRIBUTAVEL =
                                       WRK-TRIBUTAVEL
                                       + FPG-VALOR-FERIAS
                                       + FPG-VALOR-TERCO
                                   ADD FPG-INSS TO WRK-INSS
                                   ADD FPG-IRRF TO WRK-IRRF
                                   ADD FPG-VALOR-ABONO TO WRK-ISENTOS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * 13O QUITADO NA 2A PARCELA - TRIBUTACAO EXCLUSIVA NA FONTE
       0340-SOMAR-DECIMO-TERCEIRO.
           IF WRK-DECIMO13-ABERTO
               MOVE WRK-ANO TO D13-ANO
               MOVE FUNC-MATRICULA TO D13-MATRICULA
               READ DECIMO13
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF D13-DATA-2A > ZEROS
                           ADD D13-VALOR-13 TO WRK-VALOR-13
                           ADD D13-INSS TO WRK-INSS-13
                           ADD D13-IRRF TO WRK-IRRF-13
                       END-IF
               END-READ
           END-IF.

       0350-IMPRIMIR-INFORME.
           MOVE ALL '=' TO INFREND-LINHA.
           WRITE INFREND-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO '
               'RETIDO NA FONTE'
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'ANO-CALENDARIO ' WRK-ANO ' - PAGINA '
               WRK-QT-INFORMES ' - EMITIDO EM ' WRK-DATASYS
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE ALL '-' TO INFREND-LINHA.
           WRITE INFREND-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'BENEFICIARIO: ' FUNC-NOME ' CPF ' FUNC-CPF
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'MATRICULA ' FUNC-MATRICULA ' DEPARTAMENTO '
               FUNC-DEPARTAMENTO ' - ' WRK-QT-MESES
               ' COMPETENCIA(S) NA FOLHA - DEPENDENTES: '
               WRK-QT-DEPENDENTES
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE ALL '-' TO INFREND-LINHA.
           WRITE INFREND-LINHA.
           MOVE 'RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO RETIDO'
               TO WRK-LINHA-ED.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE WRK-TRIBUTAVEL TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS): R$ '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE WRK-INSS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  CONTRIBUICAO PREVIDENCIARIA OFICIAL.....: R$ '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE WRK-IRRF TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  IMPOSTO SOBRE A RENDA RETIDO NA FONTE...: R$ '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE 'RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'
               TO WRK-LINHA-ED.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE WRK-VALOR-13 TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  DECIMO TERCEIRO SALARIO.................: R$ '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE WRK-INSS-13 TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  INSS SOBRE O 13O SALARIO................: R$ '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE WRK-IRRF-13 TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  IRRF SOBRE O 13O SALARIO................: R$ '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE 'RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS'
               TO WRK-LINHA-ED.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE WRK-ISENTOS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  ABONO PECUNIARIO E VERBAS INDENIZATORIAS: R$ '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0390-ESCREVER-LINHA.

       0390-ESCREVER-LINHA.
           MOVE WRK-LINHA-ED TO INFREND-LINHA.
           WRITE INFREND-LINHA.

       0400-FINALIZAR.
           MOVE ALL '=' TO INFREND-LINHA.
           WRITE INFREND-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL DE INFORMES EMITIDOS: ' WRK-QT-INFORMES
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0390-ESCREVER-LINHA.
           CLOSE INFREND.
           MOVE WRK-QT-INFORMES TO WRK-DRT-QTDE.
           MOVE WRK-TOTAL-TRIBUTAVEL TO WRK-DRT-TRIBUTAVEL.
           MOVE WRK-TOTAL-IRRF TO WRK-DRT-IRRF.
           MOVE WRK-DIRF-TRAILER TO DIRF-REG.
           WRITE DIRF-REG.
           CLOSE DIRF.
           DISPLAY 'INFORMES DE RENDIMENTOS ' WRK-ANO ': '
               WRK-QT-INFORMES ' (INFREND.DAT) - RETENCOES EM DIRF.DAT'.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB116' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-INFORMES TO RUNLOG-QTDE-REGISTROS.
           IF WRK-ANO > ZEROS
               SET RUNLOG-STATUS-OK TO TRUE
           ELSE
               SET RUNLOG-STATUS-ERRO TO TRUE
           END-IF.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
