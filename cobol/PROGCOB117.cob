       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB117.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: VALE-TRANSPORTE E VALE-REFEICAO - ADESAO DE
      * CADA FUNCIONARIO AOS BENEFICIOS (BENEFICIOS.DAT: TARIFA
      * DIARIA DO TRANSPORTE E VALOR DIARIO DA REFEICAO) E O LOTE
      * MENSAL QUE CONTA OS DIAS UTEIS DA COMPETENCIA PELO SERVICO
      * DE DATAS (PROGCOBDATA, COM OS FERIADOS DE FERIADOS.DAT),
      * ABATE OS DIAS DE FERIAS AGENDADAS (FERIAS.DAT) E AS FALTAS
      * DO PONTO (HORASMES.DAT), GRAVA O BENEFICIO DO MES
      * (BENMES.DAT, DE ONDE A FOLHA DESCONTA OS 6% DO TRANSPORTE)
      * E GERA O ARQUIVO DE COMPRA PARA A OPERADORA EM LAYOUT FIXO
      * (VTCOMPRA.DAT, HEADER/DETALHE/TRAILER)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFICIOS ASSIGN TO "BENEFICIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-MATRICULA
               FILE STATUS IS WRK-FS-BENEFICIOS.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNCIONARIOS.

           SELECT FERIAS ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FERIAS.

           SELECT HORASMES ASSIGN TO "HORASMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HORASMES.

           SELECT BENMES ASSIGN TO "BENMES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNM-CHAVE
               FILE STATUS IS WRK-FS-BENMES.

           SELECT VTCOMPRA ASSIGN TO "VTCOMPRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VTCOMPRA.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFICIOS.
           COPY BENREG.

       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  FERIAS.
           COPY FERREG.

       FD  HORASMES.
       01  HORASMES-REG.
           02  HM-MATRICULA        PIC 9(06).
           02  HM-ANOMES           PIC 9(06).
           02  HM-MIN-NORMAIS      PIC 9(06).
           02  HM-MIN-HE50         PIC 9(06).
           02  HM-MIN-HE100        PIC 9(06).
           02  HM-MIN-FALTAS       PIC 9(06).

       FD  BENMES.
           COPY BNMREG.

       FD  VTCOMPRA.
       01  VTCOMPRA-REG        PIC X(80).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-BENEFICIOS PIC X(02)      VALUE SPACES.
       77 WRK-FS-FUNCIONARIOS PIC X(02)    VALUE SPACES.
       77 WRK-FS-FERIAS     PIC X(02)      VALUE SPACES.
       77 WRK-FS-HORASMES   PIC X(02)      VALUE SPACES.
       77 WRK-FS-BENMES     PIC X(02)      VALUE SPACES.
       77 WRK-FS-VTCOMPRA   PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-OPCAO         PIC X(01)      VALUE SPACES.
       77 WRK-FIM-MENU      PIC X(01)      VALUE 'N'.
           88 WRK-MENU-FIM         VALUE 'S'.
       77 WRK-DADOS-VALIDOS PIC X(01)      VALUE 'N'.
           88 WRK-DADOS-OK         VALUE 'S'.
       77 WRK-FUNC-VALIDO   PIC X(01)      VALUE 'N'.
           88 WRK-FUNC-OK          VALUE 'S'.
       77 WRK-MATRICULA-BUSCA PIC 9(06)    VALUE ZEROS.
       77 WRK-QT-LISTADOS   PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-PROCESSADOS PIC 9(05)     VALUE ZEROS.
       77 WRK-QT-COMPRAS    PIC 9(06)      VALUE ZEROS.
       77 WRK-DATA-FUNCAO   PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2 PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-RESULTADO PIC S9(08)    VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-QUOCIENTE     PIC 9(04)      VALUE ZEROS.
       77 WRK-RESTO-4       PIC 9(04)      VALUE ZEROS.
       77 WRK-RESTO-100     PIC 9(04)      VALUE ZEROS.
       77 WRK-RESTO-400     PIC 9(04)      VALUE ZEROS.
       77 WRK-DIAS-NO-MES   PIC 9(02)      VALUE ZEROS.
       77 WRK-DIAS-UTEIS-MES PIC 9(02)     VALUE ZEROS.
       77 WRK-DIA           PIC 9(02)      VALUE ZEROS.
       77 WRK-IND           PIC 9(03)      VALUE ZEROS.
       77 WRK-EM-FERIAS     PIC X(01)      VALUE 'N'.
           88 WRK-DIA-EM-FERIAS    VALUE 'S'.
       77 WRK-PRIMEIRO-DIA  PIC 9(08)      VALUE ZEROS.
       77 WRK-ULTIMO-DIA    PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-FERIAS   PIC 9(02)      VALUE ZEROS.
       77 WRK-DIAS-FALTAS   PIC 9(04)      VALUE ZEROS.
       77 WRK-DIAS-BENEFICIO PIC 9(02)     VALUE ZEROS.
       77 WRK-JORNADA-MIN   PIC 9(04)      VALUE 480.
       77 WRK-VALOR-VT      PIC 9(06)V99   VALUE ZEROS.
       77 WRK-VALOR-VR      PIC 9(06)V99   VALUE ZEROS.
       77 WRK-TOTAL-VT      PIC 9(10)V99   VALUE ZEROS.
       77 WRK-TOTAL-VR      PIC 9(10)V99   VALUE ZEROS.
       01 WRK-MES-REF.
           02 WRK-REF-ANO      PIC 9(04).
           02 WRK-REF-MES      PIC 9(02).
       01 WRK-MES-REF-NUM REDEFINES WRK-MES-REF PIC 9(06).
       01 WRK-DATA-EXAME-GRP.
           02 WRK-DE-ANOMES    PIC 9(06).
           02 WRK-DE-DIA       PIC 9(02).
       01 WRK-DATA-EXAME-NUM REDEFINES WRK-DATA-EXAME-GRP
           PIC 9(08).
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
      * CALENDARIO DA COMPETENCIA - 'S' NO DIA UTIL
       01 WRK-CALENDARIO.
           02 WRK-CAL-UTIL     PIC X(01)   OCCURS 31 TIMES.
      * FERIAS AGENDADAS QUE TOCAM A COMPETENCIA
       01 WRK-FERIAS-MES.
           02 WRK-QT-FER       PIC 9(03)   VALUE ZEROS.
           02 WRK-FER OCCURS 200 TIMES.
               05 WRK-FER-MATRICULA  PIC 9(06).
               05 WRK-FER-INICIO     PIC 9(08).
               05 WRK-FER-FIM        PIC 9(08).
      * FALTAS DO PONTO NA COMPETENCIA, EM MINUTOS
       01 WRK-FALTAS-MES.
           02 WRK-QT-FLT       PIC 9(03)   VALUE ZEROS.
           02 WRK-FLT OCCURS 200 TIMES.
               05 WRK-FLT-MATRICULA  PIC 9(06).
               05 WRK-FLT-MINUTOS    PIC 9(06).
      * ARQUIVO DE COMPRA DA OPERADORA - 80 POSICOES
       01 WRK-CMP-HEADER.
           02 FILLER           PIC X(01)   VALUE '0'.
           02 FILLER           PIC X(08)   VALUE 'BENEFIC'.
           02 WRK-CH-ANOMES    PIC 9(06).
           02 WRK-CH-DATA      PIC 9(08).
           02 FILLER           PIC X(57)   VALUE SPACES.
       01 WRK-CMP-DETALHE.
           02 FILLER           PIC X(01)   VALUE '1'.
           02 WRK-CD-TIPO      PIC X(02).
           02 WRK-CD-MATRICULA PIC 9(06).
           02 WRK-CD-CPF       PIC X(11).
           02 WRK-CD-NOME      PIC X(30).
           02 WRK-CD-DIAS      PIC 9(02).
           02 WRK-CD-VALOR-DIA PIC 9(04)V99.
           02 WRK-CD-VALOR     PIC 9(06)V99.
           02 FILLER           PIC X(14)   VALUE SPACES.
       01 WRK-CMP-TRAILER.
           02 FILLER           PIC X(01)   VALUE '9'.
           02 WRK-CT-QTDE      PIC 9(06).
           02 WRK-CT-TOTAL-VT  PIC 9(10)V99.
           02 WRK-CT-TOTAL-VR  PIC 9(10)V99.
           02 FILLER           PIC X(49)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0200-MENU UNTIL WRK-MENU-FIM.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.

       0200-MENU.
           DISPLAY '=============================================='.
           DISPLAY 'VALE-TRANSPORTE E VALE-REFEICAO'.
           DISPLAY '1 - ADESAO / ALTERACAO DE BENEFICIOS'.
           DISPLAY '2 - LISTAR ADESOES'.
           DISPLAY '3 - CANCELAR ADESAO'.
           DISPLAY '4 - APURACAO DO MES E ARQUIVO DE COMPRA'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 1000-ADESAO
               WHEN '2'
                   PERFORM 2000-LISTAR
               WHEN '3'
                   PERFORM 3000-CANCELAR
               WHEN '4'
                   PERFORM 4000-APURAR-MES
               WHEN 'X'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
           END-EVALUATE.

      * SO FUNCIONARIO ATIVO NO CADASTRO ADERE; A MATRICULA JA
      * INSCRITA TEM A ADESAO ALTERADA E VOLTA A SITUACAO ATIVA
       1000-ADESAO.
           DISPLAY 'MATRICULA: '.
           ACCEPT WRK-MATRICULA-BUSCA.
           PERFORM 1020-CONFERIR-FUNCIONARIO.
           IF WRK-FUNC-OK
               OPEN I-O BENEFICIOS
               IF WRK-FS-BENEFICIOS EQUAL '35'
                   OPEN OUTPUT BENEFICIOS
                   CLOSE BENEFICIOS
                   OPEN I-O BENEFICIOS
               END-IF
               MOVE WRK-MATRICULA-BUSCA TO BEN-MATRICULA
               READ BENEFICIOS
                   INVALID KEY
                       PERFORM 1010-DIGITAR-ADESAO
                       IF WRK-DADOS-OK
                           WRITE BEN-REG
                           DISPLAY 'ADESAO INCLUIDA'
                       END-IF
                   NOT INVALID KEY
                       PERFORM 1010-DIGITAR-ADESAO
                       IF WRK-DADOS-OK
                           REWRITE BEN-REG
                           DISPLAY 'ADESAO ALTERADA'
                       END-IF
               END-READ
               CLOSE BENEFICIOS
           END-IF.

       1010-DIGITAR-ADESAO.
           MOVE 'S' TO WRK-DADOS-VALIDOS.
           MOVE WRK-MATRICULA-BUSCA TO BEN-MATRICULA.
           MOVE ZEROS TO BEN-TARIFA-DIA.
           MOVE ZEROS TO BEN-REFEICAO-DIA.
           DISPLAY 'OPTA PELO VALE-TRANSPORTE (S/N): '.
           ACCEPT BEN-OPCAO-VT.
           IF BEN-COM-VT
               DISPLAY 'TARIFA DIARIA (IDA E VOLTA): '
               ACCEPT BEN-TARIFA-DIA
               IF BEN-TARIFA-DIA EQUAL ZEROS
                   DISPLAY 'TARIFA DIARIA OBRIGATORIA'
                   MOVE 'N' TO WRK-DADOS-VALIDOS
               END-IF
           ELSE
               MOVE 'N' TO BEN-OPCAO-VT
           END-IF.
           DISPLAY 'OPTA PELO VALE-REFEICAO (S/N): '.
           ACCEPT BEN-OPCAO-VR.
           IF BEN-COM-VR
               DISPLAY 'VALOR DIARIO DA REFEICAO: '
               ACCEPT BEN-REFEICAO-DIA
               IF BEN-REFEICAO-DIA EQUAL ZEROS
                   DISPLAY 'VALOR DIARIO OBRIGATORIO'
                   MOVE 'N' TO WRK-DADOS-VALIDOS
               END-IF
           ELSE
               MOVE 'N' TO BEN-OPCAO-VR
           END-IF.
           IF NOT BEN-COM-VT AND NOT BEN-COM-VR
               DISPLAY 'NENHUM BENEFICIO ESCOLHIDO'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           MOVE WRK-DATASYS TO BEN-DATA-ADESAO.
           SET BEN-SIT-ATIVO TO TRUE.
           IF NOT WRK-DADOS-OK
               DISPLAY 'ADESAO NAO GRAVADA'
           END-IF.

       1020-CONFERIR-FUNCIONARIO.
           MOVE 'N' TO WRK-FUNC-VALIDO.
           OPEN INPUT FUNCIONARIOS.
           IF WRK-FS-FUNCIONARIOS NOT EQUAL '00'
               DISPLAY 'ARQUIVO FUNCIONARIOS.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-MATRICULA-BUSCA TO FUNC-MATRICULA
               READ FUNCIONARIOS
                   INVALID KEY
                       DISPLAY 'MATRICULA NAO CADASTRADA'
                   NOT INVALID KEY
                       IF FUNC-SIT-ATIVO
                           SET WRK-FUNC-OK TO TRUE
                           DISPLAY 'FUNCIONARIO: ' FUNC-NOME
                       ELSE
                           DISPLAY 'FUNCIONARIO DESLIGADO'
                       END-IF
               END-READ
               CLOSE FUNCIONARIOS
           END-IF.

       2000-LISTAR.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT BENEFICIOS.
           IF WRK-FS-BENEFICIOS NOT EQUAL '00'
               DISPLAY 'NENHUMA ADESAO REGISTRADA'
           ELSE
               MOVE LOW-VALUES TO BEN-MATRICULA
               START BENEFICIOS KEY IS NOT LESS THAN BEN-MATRICULA
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               DISPLAY 'MATRIC VT TARIFA  VR REFEICAO ADESAO   SIT'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ BENEFICIOS NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-QT-LISTADOS
                           DISPLAY BEN-MATRICULA ' ' BEN-OPCAO-VT
                               '  ' BEN-TARIFA-DIA ' ' BEN-OPCAO-VR
                               '  ' BEN-REFEICAO-DIA ' '
                               BEN-DATA-ADESAO ' ' BEN-SITUACAO
                   END-READ
               END-PERFORM
               CLOSE BENEFICIOS
               DISPLAY 'ADESOES: ' WRK-QT-LISTADOS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       3000-CANCELAR.
           OPEN I-O BENEFICIOS.
           IF WRK-FS-BENEFICIOS NOT EQUAL '00'
               DISPLAY 'NENHUMA ADESAO REGISTRADA'
           ELSE
               DISPLAY 'MATRICULA: '
               ACCEPT WRK-MATRICULA-BUSCA
               MOVE WRK-MATRICULA-BUSCA TO BEN-MATRICULA
               READ BENEFICIOS
                   INVALID KEY
                       DISPLAY 'MATRICULA SEM ADESAO'
                   NOT INVALID KEY
                       SET BEN-SIT-CANCELADO TO TRUE
                       REWRITE BEN-REG
                       DISPLAY 'ADESAO CANCELADA'
               END-READ
               CLOSE BENEFICIOS
           END-IF.

      * O LOTE PODE SER REPETIDO NA COMPETENCIA - O BENEFICIO DO
      * MES E REGRAVADO E O ARQUIVO DE COMPRA SAI DE NOVO INTEIRO
       4000-APURAR-MES.
           DISPLAY 'COMPETENCIA (AAAAMM): '.
           ACCEPT WRK-MES-REF-NUM.
           IF WRK-REF-ANO EQUAL ZEROS OR WRK-REF-MES < 1
               OR WRK-REF-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA'
           ELSE
               OPEN INPUT BENEFICIOS
               IF WRK-FS-BENEFICIOS NOT EQUAL '00'
                   DISPLAY 'NENHUMA ADESAO REGISTRADA'
               ELSE
                   OPEN INPUT FUNCIONARIOS
                   PERFORM 4010-MONTAR-CALENDARIO
                   PERFORM 4020-CARREGAR-FERIAS
                   PERFORM 4030-CARREGAR-FALTAS
                   PERFORM 4040-PROCESSAR-ADESOES
                   CLOSE FUNCIONARIOS
                   CLOSE BENEFICIOS
               END-IF
           END-IF.

       4010-MONTAR-CALENDARIO.
           MOVE DIAS-DO-MES(WRK-REF-MES) TO WRK-DIAS-NO-MES.
           IF WRK-REF-MES EQUAL 02
               COMPUTE WRK-QUOCIENTE = WRK-REF-ANO / 4
               COMPUTE WRK-RESTO-4 = WRK-REF-ANO -
                   (WRK-QUOCIENTE * 4)
               COMPUTE WRK-QUOCIENTE = WRK-REF-ANO / 100
               COMPUTE WRK-RESTO-100 = WRK-REF-ANO -
                   (WRK-QUOCIENTE * 100)
               COMPUTE WRK-QUOCIENTE = WRK-REF-ANO / 400
               COMPUTE WRK-RESTO-400 = WRK-REF-ANO -
                   (WRK-QUOCIENTE * 400)
               IF (WRK-RESTO-4 EQUAL ZEROS
                       AND WRK-RESTO-100 NOT EQUAL ZEROS)
                   OR WRK-RESTO-400 EQUAL ZEROS
                   MOVE 29 TO WRK-DIAS-NO-MES
               END-IF
           END-IF.
           MOVE WRK-MES-REF-NUM TO WRK-DE-ANOMES.
           MOVE 1 TO WRK-DE-DIA.
           MOVE WRK-DATA-EXAME-NUM TO WRK-PRIMEIRO-DIA.
           MOVE WRK-DIAS-NO-MES TO WRK-DE-DIA.
           MOVE WRK-DATA-EXAME-NUM TO WRK-ULTIMO-DIA.
           MOVE ZEROS TO WRK-DIAS-UTEIS-MES.
           MOVE SPACES TO WRK-CALENDARIO.
           MOVE 'U' TO WRK-DATA-FUNCAO.
           MOVE ZEROS TO WRK-DATA-SERVICO2.
           PERFORM VARYING WRK-DIA FROM 1 BY 1
                   UNTIL WRK-DIA > WRK-DIAS-NO-MES
               MOVE WRK-DIA TO WRK-DE-DIA
               MOVE WRK-DATA-EXAME-NUM TO WRK-DATA-SERVICO
               CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
                   WRK-DATA-SERVICO WRK-DATA-SERVICO2
                   WRK-DATA-RESULTADO WRK-DATA-VALIDA
               IF WRK-DATA-OK
                   MOVE 'S' TO WRK-CAL-UTIL(WRK-DIA)
                   ADD 1 TO WRK-DIAS-UTEIS-MES
               ELSE
                   MOVE 'N' TO WRK-CAL-UTIL(WRK-DIA)
               END-IF
           END-PERFORM.
           DISPLAY 'DIAS UTEIS NA COMPETENCIA: ' WRK-DIAS-UTEIS-MES.

       4020-CARREGAR-FERIAS.
           MOVE ZEROS TO WRK-QT-FER.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT FERIAS.
           IF WRK-FS-FERIAS EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ FERIAS
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF FER-DATA-INICIO NOT > WRK-ULTIMO-DIA
                               AND FER-DATA-FIM NOT <
                                   WRK-PRIMEIRO-DIA
                               AND WRK-QT-FER < 200
                               ADD 1 TO WRK-QT-FER
                               MOVE FER-MATRICULA TO
                                   WRK-FER-MATRICULA(WRK-QT-FER)
                               MOVE FER-DATA-INICIO TO
                                   WRK-FER-INICIO(WRK-QT-FER)
                               MOVE FER-DATA-FIM TO
                                   WRK-FER-FIM(WRK-QT-FER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIAS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       4030-CARREGAR-FALTAS.
           MOVE ZEROS TO WRK-QT-FLT.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT HORASMES.
           IF WRK-FS-HORASMES EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ HORASMES
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF HM-ANOMES EQUAL WRK-MES-REF-NUM
                               AND HM-MIN-FALTAS > ZEROS
                               AND WRK-QT-FLT < 200
                               ADD 1 TO WRK-QT-FLT
                               MOVE HM-MATRICULA TO
                                   WRK-FLT-MATRICULA(WRK-QT-FLT)
                               MOVE HM-MIN-FALTAS TO
                                   WRK-FLT-MINUTOS(WRK-QT-FLT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HORASMES
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       4040-PROCESSAR-ADESOES.
           MOVE ZEROS TO WRK-QT-PROCESSADOS WRK-QT-COMPRAS
               WRK-TOTAL-VT WRK-TOTAL-VR.
           OPEN I-O BENMES.
           IF WRK-FS-BENMES EQUAL '35'
               OPEN OUTPUT BENMES
               CLOSE BENMES
               OPEN I-O BENMES
           END-IF.
           OPEN OUTPUT VTCOMPRA.
           MOVE WRK-MES-REF-NUM TO WRK-CH-ANOMES.
           MOVE WRK-DATASYS TO WRK-CH-DATA.
           MOVE WRK-CMP-HEADER TO VTCOMPRA-REG.
           WRITE VTCOMPRA-REG.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LOW-VALUES TO BEN-MATRICULA.
           START BENEFICIOS KEY IS NOT LESS THAN BEN-MATRICULA
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ BENEFICIOS NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF BEN-SIT-ATIVO
                           MOVE BEN-MATRICULA TO FUNC-MATRICULA
                           READ FUNCIONARIOS
                               INVALID KEY
                                   DISPLAY 'MATRICULA ' BEN-MATRICULA
                                       ' FORA DO CADASTRO'
                               NOT INVALID KEY
                                   IF FUNC-SIT-ATIVO
                                       PERFORM 4100-APURAR-FUNCIONARIO
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE WRK-QT-COMPRAS TO WRK-CT-QTDE.
           MOVE WRK-TOTAL-VT TO WRK-CT-TOTAL-VT.
           MOVE WRK-TOTAL-VR TO WRK-CT-TOTAL-VR.
           MOVE WRK-CMP-TRAILER TO VTCOMPRA-REG.
           WRITE VTCOMPRA-REG.
           CLOSE VTCOMPRA.
           CLOSE BENMES.
           DISPLAY 'BENEFICIOS APURADOS: ' WRK-QT-PROCESSADOS
               ' - VT ' WRK-TOTAL-VT ' - VR ' WRK-TOTAL-VR.
           DISPLAY 'COMPRA EM VTCOMPRA.DAT E BENEFICIO DO MES EM '
               'BENMES.DAT'.

      * DIA COM DIREITO E O DIA UTIL DO MES A PARTIR DA ADMISSAO
      * FORA DAS FERIAS AGENDADAS; AS FALTAS DO PONTO VIRAM DIAS
      * INTEIROS PELA JORNADA DE 8 HORAS
       4100-APURAR-FUNCIONARIO.
           MOVE ZEROS TO WRK-DIAS-FERIAS.
           MOVE ZEROS TO WRK-DIAS-BENEFICIO.
           MOVE WRK-MES-REF-NUM TO WRK-DE-ANOMES.
           PERFORM 4110-EXAMINAR-DIA VARYING WRK-DIA FROM 1 BY 1
               UNTIL WRK-DIA > WRK-DIAS-NO-MES.
           MOVE ZEROS TO WRK-DIAS-FALTAS.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-FLT
               IF WRK-FLT-MATRICULA(WRK-IND) EQUAL FUNC-MATRICULA
                   COMPUTE WRK-DIAS-FALTAS = WRK-DIAS-FALTAS +
                       (WRK-FLT-MINUTOS(WRK-IND) / WRK-JORNADA-MIN)
               END-IF
           END-PERFORM.
           IF WRK-DIAS-FALTAS > WRK-DIAS-BENEFICIO
               MOVE WRK-DIAS-BENEFICIO TO WRK-DIAS-FALTAS
           END-IF.
           SUBTRACT WRK-DIAS-FALTAS FROM WRK-DIAS-BENEFICIO.
           MOVE ZEROS TO WRK-VALOR-VT WRK-VALOR-VR.
           IF BEN-COM-VT
               COMPUTE WRK-VALOR-VT = WRK-DIAS-BENEFICIO *
                   BEN-TARIFA-DIA
           END-IF.
           IF BEN-COM-VR
               COMPUTE WRK-VALOR-VR = WRK-DIAS-BENEFICIO *
                   BEN-REFEICAO-DIA
           END-IF.
           MOVE WRK-MES-REF-NUM TO BNM-ANOMES.
           MOVE FUNC-MATRICULA TO BNM-MATRICULA.
           MOVE FUNC-DEPARTAMENTO TO BNM-DEPARTAMENTO.
           MOVE WRK-DIAS-UTEIS-MES TO BNM-DIAS-UTEIS.
           MOVE WRK-DIAS-FERIAS TO BNM-DIAS-FERIAS.
           MOVE WRK-DIAS-FALTAS TO BNM-DIAS-FALTAS.
           MOVE WRK-DIAS-BENEFICIO TO BNM-DIAS-BENEFICIO.
           MOVE WRK-VALOR-VT TO BNM-VALOR-VT.
           MOVE WRK-VALOR-VR TO BNM-VALOR-VR.
           MOVE WRK-DATASYS TO BNM-DATA-PROCESSAMENTO.
           WRITE BNM-REG
               INVALID KEY
                   REWRITE BNM-REG
           END-WRITE.
           ADD 1 TO WRK-QT-PROCESSADOS.
           MOVE FUNC-MATRICULA TO WRK-CD-MATRICULA.
           MOVE FUNC-CPF TO WRK-CD-CPF.
           MOVE FUNC-NOME TO WRK-CD-NOME.
           MOVE WRK-DIAS-BENEFICIO TO WRK-CD-DIAS.
           IF WRK-VALOR-VT > ZEROS
               MOVE 'VT' TO WRK-CD-TIPO
               MOVE BEN-TARIFA-DIA TO WRK-CD-VALOR-DIA
               MOVE WRK-VALOR-VT TO WRK-CD-VALOR
               MOVE WRK-CMP-DETALHE TO VTCOMPRA-REG
               WRITE VTCOMPRA-REG
               ADD 1 TO WRK-QT-COMPRAS
               ADD WRK-VALOR-VT TO WRK-TOTAL-VT
           END-IF.
           IF WRK-VALOR-VR > ZEROS
               MOVE 'VR' TO WRK-CD-TIPO
               MOVE BEN-REFEICAO-DIA TO WRK-CD-VALOR-DIA
               MOVE WRK-VALOR-VR TO WRK-CD-VALOR
               MOVE WRK-CMP-DETALHE TO VTCOMPRA-REG
               WRITE VTCOMPRA-REG
               ADD 1 TO WRK-QT-COMPRAS
               ADD WRK-VALOR-VR TO WRK-TOTAL-VR
           END-IF.

       4110-EXAMINAR-DIA.
           MOVE WRK-DIA TO WRK-DE-DIA.
           IF WRK-CAL-UTIL(WRK-DIA) EQUAL 'S'
               AND WRK-DATA-EXAME-NUM NOT < FUNC-DATA-ADMISSAO
               MOVE 'N' TO WRK-EM-FERIAS
               PERFORM VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QT-FER
                   IF WRK-FER-MATRICULA(WRK-IND) EQUAL
                           FUNC-MATRICULA
                       AND WRK-DATA-EXAME-NUM NOT <
                           WRK-FER-INICIO(WRK-IND)
                       AND WRK-DATA-EXAME-NUM NOT >
                           WRK-FER-FIM(WRK-IND)
                       SET WRK-DIA-EM-FERIAS TO TRUE
                   END-IF
               END-PERFORM
               IF WRK-DIA-EM-FERIAS
                   ADD 1 TO WRK-DIAS-FERIAS
               ELSE
                   ADD 1 TO WRK-DIAS-BENEFICIO
               END-IF
           END-IF.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB117' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-PROCESSADOS TO RUNLOG-QTDE-REGISTROS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
