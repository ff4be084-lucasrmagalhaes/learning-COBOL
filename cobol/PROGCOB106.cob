       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB106.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: PREVISAO MENSAL DE VENDAS POR LOJA - LE O
      * HISTORICO DE VENDASDIA.DAT E PROJETA O PROXIMO MES
      * MISTURANDO A MEDIA MOVEL POR DIA UTIL DOS ULTIMOS 3
      * MESES FECHADOS (PESO 60) COM O MESMO MES DO ANO ANTERIOR
      * POR DIA UTIL (PESO 40), AMBAS MULTIPLICADAS PELOS DIAS
      * UTEIS DO MES PROJETADO (SERVICO DE DIA UTIL DO
      * PROGCOBDATA, COM OS FERIADOS DE FERIADOS.DAT); LOJA SEM
      * UM DOS DOIS USA SO O OUTRO. GRAVA A PREVISAO EM
      * PREVISAO.DAT COMO META PROPOSTA (ACEITA OU ALTERADA PELO
      * GERENTE NO PROGCOB59), IMPRIME EM PREVREL.DAT A PREVISAO
      * CONTRA O ANO ANTERIOR E CONTRA A META VIGENTE E FECHA A
      * PREVISAO DO MES QUE ACABOU COM O REALIZADO E O ERRO POR
      * LOJA. O MES CORRENTE AINDA ESTA ABERTO E NAO ENTRA NA
      * MEDIA; A META VIGENTE E A DO MES PROJETADO, SE JA
      * DIGITADA, OU A DO MES CORRENTE
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDASDIA ASSIGN TO "VENDASDIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDA-CHAVE
               FILE STATUS IS WRK-FS-VENDASDIA.

           SELECT METAS ASSIGN TO "METAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-METAS.

           SELECT PREVISAO ASSIGN TO "PREVISAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREV-CHAVE
               FILE STATUS IS WRK-FS-PREVISAO.

           SELECT PREVREL ASSIGN TO "PREVREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PREVREL.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDASDIA.
           COPY VENDREG.

       FD  METAS.
       01  META-REG.
           02  META-LOJA           PIC 9(03).
           02  META-ANOMES         PIC 9(06).
           02  META-VALOR          PIC 9(10)V99.

       FD  PREVISAO.
           COPY PRVREG.

       FD  PREVREL.
       01  PREVREL-LINHA           PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-VENDASDIA  PIC X(02)      VALUE SPACES.
       77 WRK-FS-METAS      PIC X(02)      VALUE SPACES.
       77 WRK-FS-PREVISAO   PIC X(02)      VALUE SPACES.
       77 WRK-FS-PREVREL    PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-ERRO-FLAG     PIC X(01)      VALUE 'N'.
           88 WRK-TEVE-ERRO        VALUE 'S'.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-FUNCAO   PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2 PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-RESULTADO PIC S9(08)    VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-PESO-MEDIA    PIC 9(03)      VALUE 60.
       77 WRK-PESO-ANO-ANT  PIC 9(03)      VALUE 40.
       77 WRK-MESES-ABS     PIC 9(06)      VALUE ZEROS.
       77 WRK-MESES-CALC    PIC 9(06)      VALUE ZEROS.
       77 WRK-DESLOCAMENTO  PIC S9(03)     VALUE ZEROS.
       77 WRK-ANO-CALC      PIC 9(04)      VALUE ZEROS.
       77 WRK-IND           PIC 9(03)      VALUE ZEROS.
       77 WRK-IND-MES       PIC 9(01)      VALUE ZEROS.
       77 WRK-IND-META      PIC 9(03)      VALUE ZEROS.
       77 WRK-ANOMES-VENDA  PIC 9(06)      VALUE ZEROS.
       77 WRK-QT-MESES-MEDIA PIC 9(01)     VALUE ZEROS.
       77 WRK-SOMA-DIARIA   PIC 9(10)V99   VALUE ZEROS.
       77 WRK-PROJ-MEDIA    PIC 9(10)V99   VALUE ZEROS.
       77 WRK-PROJ-ANO-ANT  PIC 9(10)V99   VALUE ZEROS.
       77 WRK-PREVISTO      PIC 9(10)V99   VALUE ZEROS.
       77 WRK-META-VIGENTE  PIC 9(10)V99   VALUE ZEROS.
       77 WRK-REALIZADO     PIC 9(10)V99   VALUE ZEROS.
       77 WRK-PCT-CALC      PIC S9(07)V99  VALUE ZEROS.
       77 WRK-PCT-ANO-ED    PIC -ZZZ9,99   VALUE ZEROS.
       77 WRK-PCT-META-ED   PIC -ZZZ9,99   VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR2-ED     PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR3-ED     PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-QT-PREVISTAS  PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-SEM-HISTORICO PIC 9(03)   VALUE ZEROS.
       77 WRK-QT-FECHADAS   PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-IGNORADAS  PIC 9(05)      VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(100)     VALUE SPACES.
       01 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       01 WRK-DATASYS-GRP REDEFINES WRK-DATASYS.
           02 WRK-ANO-SYS      PIC 9(04).
           02 WRK-MES-SYS      PIC 9(02).
           02 WRK-DIA-SYS      PIC 9(02).
       01 WRK-ANOMES-GRP.
           02 WRK-AM-ANO       PIC 9(04).
           02 WRK-AM-MES       PIC 9(02).
       01 WRK-ANOMES-NUM REDEFINES WRK-ANOMES-GRP PIC 9(06).
       01 WRK-DATA-VARRE.
           02 WRK-VAR-ANOMES   PIC 9(06).
           02 WRK-VAR-DIA      PIC 9(02).
       01 WRK-DATA-VARRE-NUM REDEFINES WRK-DATA-VARRE PIC 9(08).
      * MESES DO CALCULO: 1 A 3 = OS TRES MESES FECHADOS (O 3 E O
      * MES QUE ACABOU), 4 = MESMO MES DO ANO ANTERIOR, 5 = MES
      * PROJETADO, 6 = MES CORRENTE
       01 WRK-DESLOC-LISTA.
           02 FILLER        PIC S9(03)     VALUE -3.
           02 FILLER        PIC S9(03)     VALUE -2.
           02 FILLER        PIC S9(03)     VALUE -1.
           02 FILLER        PIC S9(03)     VALUE -11.
           02 FILLER        PIC S9(03)     VALUE +1.
           02 FILLER        PIC S9(03)     VALUE ZEROS.
       01 WRK-DESLOC-TAB REDEFINES WRK-DESLOC-LISTA.
           02 WRK-DESLOC    PIC S9(03)     OCCURS 6.
       01 WRK-MESES.
           02 WRK-MES OCCURS 6 TIMES.
               05 WRK-MES-ANOMES    PIC 9(06).
               05 WRK-MES-UTEIS     PIC 9(02).
       01 WRK-TAB-METAS.
           02 WRK-QT-METAS  PIC 9(03)      VALUE ZEROS.
           02 WRK-META OCCURS 100 TIMES.
               05 WRK-META-LOJA     PIC 9(03).
               05 WRK-META-ANOMES   PIC 9(06).
               05 WRK-META-VALOR    PIC 9(10)V99.
       01 WRK-TAB-LOJAS.
           02 WRK-QT-LOJAS  PIC 9(03)      VALUE ZEROS.
           02 WRK-LOJA OCCURS 100 TIMES.
               05 WRK-LOJA-NUMERO   PIC 9(03).
               05 WRK-LOJA-VENDA    PIC 9(10)V99 OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0100-MONTAR-MESES.
           PERFORM 0200-CARREGAR-METAS.
           PERFORM 0300-SOMAR-HISTORICO.
           IF NOT WRK-TEVE-ERRO
               OPEN I-O PREVISAO
               IF WRK-FS-PREVISAO EQUAL '35'
                   OPEN OUTPUT PREVISAO
                   CLOSE PREVISAO
                   OPEN I-O PREVISAO
               END-IF
               OPEN OUTPUT PREVREL
               PERFORM 0400-PREVER-LOJAS
               PERFORM 0500-FECHAR-MES-ANTERIOR
               CLOSE PREVREL
               CLOSE PREVISAO
               DISPLAY 'PREVISAO DE ' WRK-MES-ANOMES(5) ' PARA '
                   WRK-QT-PREVISTAS ' LOJA(S) - RELATORIO EM '
                   'PREVREL.DAT'
           END-IF.
           PERFORM 0900-GRAVAR-RUNLOG.
           GOBACK.

      * O ANO-MES DE CADA POSICAO SAI DA CONTAGEM DE MESES
      * DESDE O ANO ZERO, SOMADA AO DESLOCAMENTO DA POSICAO
       0100-MONTAR-MESES.
           COMPUTE WRK-MESES-ABS = (WRK-ANO-SYS * 12) +
               WRK-MES-SYS - 1.
           PERFORM VARYING WRK-IND-MES FROM 1 BY 1
                   UNTIL WRK-IND-MES > 6
               COMPUTE WRK-MESES-CALC = WRK-MESES-ABS +
                   WRK-DESLOC(WRK-IND-MES)
               COMPUTE WRK-ANO-CALC = WRK-MESES-CALC / 12
               MOVE WRK-ANO-CALC TO WRK-AM-ANO
               COMPUTE WRK-AM-MES = WRK-MESES-CALC -
                   (WRK-ANO-CALC * 12) + 1
               MOVE WRK-ANOMES-NUM TO WRK-MES-ANOMES(WRK-IND-MES)
               PERFORM 0110-CONTAR-DIAS-UTEIS
           END-PERFORM.

      * DIA QUE NAO EXISTE NO MES (31/04, 30/02) VOLTA INVALIDO
      * DO SERVICO DE DIA UTIL E NAO CONTA
       0110-CONTAR-DIAS-UTEIS.
           MOVE ZEROS TO WRK-MES-UTEIS(WRK-IND-MES).
           MOVE WRK-MES-ANOMES(WRK-IND-MES) TO WRK-VAR-ANOMES.
           PERFORM VARYING WRK-VAR-DIA FROM 1 BY 1
                   UNTIL WRK-VAR-DIA > 31
               MOVE 'U' TO WRK-DATA-FUNCAO
               MOVE WRK-DATA-VARRE-NUM TO WRK-DATA-SERVICO
               MOVE ZEROS TO WRK-DATA-SERVICO2
               CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
                   WRK-DATA-SERVICO WRK-DATA-SERVICO2
                   WRK-DATA-RESULTADO WRK-DATA-VALIDA
               IF WRK-DATA-OK
                   ADD 1 TO WRK-MES-UTEIS(WRK-IND-MES)
               END-IF
           END-PERFORM.

       0200-CARREGAR-METAS.
           MOVE ZEROS TO WRK-QT-METAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT METAS.
           IF WRK-FS-METAS EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ METAS
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF WRK-QT-METAS < 100
                               ADD 1 TO WRK-QT-METAS
                               MOVE META-LOJA TO
                                   WRK-META-LOJA(WRK-QT-METAS)
                               MOVE META-ANOMES TO
                                   WRK-META-ANOMES(WRK-QT-METAS)
                               MOVE META-VALOR TO
                                   WRK-META-VALOR(WRK-QT-METAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE METAS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0300-SOMAR-HISTORICO.
           MOVE ZEROS TO WRK-QT-LOJAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT VENDASDIA.
           IF WRK-FS-VENDASDIA NOT EQUAL '00'
               DISPLAY 'ARQUIVO VENDASDIA.DAT NAO ENCONTRADO - '
                   'PREVISAO NAO CALCULADA'
               SET WRK-TEVE-ERRO TO TRUE
           ELSE
               MOVE LOW-VALUES TO VENDA-CHAVE
               START VENDASDIA KEY IS NOT LESS THAN VENDA-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ VENDASDIA NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           PERFORM 0310-CLASSIFICAR-VENDA
                   END-READ
               END-PERFORM
               CLOSE VENDASDIA
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0310-CLASSIFICAR-VENDA.
           COMPUTE WRK-ANOMES-VENDA = (VENDA-ANO * 100) + VENDA-MES.
           PERFORM VARYING WRK-IND-MES FROM 1 BY 1
                   UNTIL WRK-IND-MES > 4
                   OR WRK-MES-ANOMES(WRK-IND-MES) EQUAL
                   WRK-ANOMES-VENDA
               CONTINUE
           END-PERFORM.
           IF WRK-IND-MES NOT GREATER THAN 4
               PERFORM 0320-LOCALIZAR-LOJA
               IF WRK-IND NOT GREATER THAN WRK-QT-LOJAS
                   ADD VENDA-ACUM TO
                       WRK-LOJA-VENDA(WRK-IND, WRK-IND-MES)
               END-IF
           END-IF.

       0320-LOCALIZAR-LOJA.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-LOJAS
                   OR WRK-LOJA-NUMERO(WRK-IND) EQUAL VENDA-LOJA
               CONTINUE
           END-PERFORM.
           IF WRK-IND > WRK-QT-LOJAS
               IF WRK-QT-LOJAS < 100
                   ADD 1 TO WRK-QT-LOJAS
                   MOVE VENDA-LOJA TO WRK-LOJA-NUMERO(WRK-IND)
                   MOVE ZEROS TO WRK-LOJA-VENDA(WRK-IND, 1)
                   MOVE ZEROS TO WRK-LOJA-VENDA(WRK-IND, 2)
                   MOVE ZEROS TO WRK-LOJA-VENDA(WRK-IND, 3)
                   MOVE ZEROS TO WRK-LOJA-VENDA(WRK-IND, 4)
               ELSE
                   ADD 1 TO WRK-QT-IGNORADAS
               END-IF
           END-IF.

       0400-PREVER-LOJAS.
           MOVE SPACES TO PREVREL-LINHA.
           STRING 'PROGCOB106 - PREVISAO DE VENDAS PARA '
               WRK-MES-ANOMES(5) ' (' WRK-MES-UTEIS(5)
               ' DIAS UTEIS) - CALCULADA EM ' WRK-DATASYS
               DELIMITED BY SIZE INTO PREVREL-LINHA.
           WRITE PREVREL-LINHA.
           MOVE SPACES TO PREVREL-LINHA.
           STRING 'MEDIA MOVEL DE ' WRK-MES-ANOMES(1) ' A '
               WRK-MES-ANOMES(3) ' (PESO ' WRK-PESO-MEDIA
               ') E ANO ANTERIOR ' WRK-MES-ANOMES(4) ' (PESO '
               WRK-PESO-ANO-ANT ')'
               DELIMITED BY SIZE INTO PREVREL-LINHA.
           WRITE PREVREL-LINHA.
           MOVE SPACES TO PREVREL-LINHA.
           WRITE PREVREL-LINHA.
           MOVE 'LOJA      PREVISAO    ANO ANTERIOR   VAR%  '
               TO PREVREL-LINHA.
           MOVE '  META VIGENTE   VAR%' TO PREVREL-LINHA(43:21).
           WRITE PREVREL-LINHA.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-LOJAS
               PERFORM 0410-PREVER-UMA-LOJA
           END-PERFORM.
           IF WRK-QT-SEM-HISTORICO > ZEROS
               MOVE SPACES TO PREVREL-LINHA
               STRING WRK-QT-SEM-HISTORICO ' LOJA(S) SEM HISTORICO '
                   'NOS MESES DO CALCULO - SEM PREVISAO'
                   DELIMITED BY SIZE INTO PREVREL-LINHA
               WRITE PREVREL-LINHA
           END-IF.
           IF WRK-QT-IGNORADAS > ZEROS
               MOVE SPACES TO PREVREL-LINHA
               STRING 'ATENCAO: TABELA DE 100 LOJAS CHEIA - '
                   WRK-QT-IGNORADAS ' MOVIMENTO(S) FORA DO CALCULO'
                   DELIMITED BY SIZE INTO PREVREL-LINHA
               WRITE PREVREL-LINHA
           END-IF.

      * CADA MES ENTRA NA MEDIA PELO VALOR POR DIA UTIL; O MES
      * SEM VENDA (LOJA NOVA OU FECHADA) FICA FORA DA MEDIA
       0410-PREVER-UMA-LOJA.
           MOVE ZEROS TO WRK-SOMA-DIARIA.
           MOVE ZEROS TO WRK-QT-MESES-MEDIA.
           MOVE ZEROS TO WRK-PROJ-MEDIA.
           MOVE ZEROS TO WRK-PROJ-ANO-ANT.
           PERFORM VARYING WRK-IND-MES FROM 1 BY 1
                   UNTIL WRK-IND-MES > 3
               IF WRK-LOJA-VENDA(WRK-IND, WRK-IND-MES) > ZEROS
                       AND WRK-MES-UTEIS(WRK-IND-MES) > ZEROS
                   COMPUTE WRK-SOMA-DIARIA = WRK-SOMA-DIARIA +
                       (WRK-LOJA-VENDA(WRK-IND, WRK-IND-MES) /
                        WRK-MES-UTEIS(WRK-IND-MES))
                   ADD 1 TO WRK-QT-MESES-MEDIA
               END-IF
           END-PERFORM.
           IF WRK-QT-MESES-MEDIA > ZEROS
               COMPUTE WRK-PROJ-MEDIA ROUNDED =
                   (WRK-SOMA-DIARIA / WRK-QT-MESES-MEDIA) *
                   WRK-MES-UTEIS(5)
           END-IF.
           IF WRK-LOJA-VENDA(WRK-IND, 4) > ZEROS
                   AND WRK-MES-UTEIS(4) > ZEROS
               COMPUTE WRK-PROJ-ANO-ANT ROUNDED =
                   (WRK-LOJA-VENDA(WRK-IND, 4) / WRK-MES-UTEIS(4))
                   * WRK-MES-UTEIS(5)
           END-IF.
           EVALUATE TRUE
               WHEN WRK-PROJ-MEDIA > ZEROS
                       AND WRK-PROJ-ANO-ANT > ZEROS
                   COMPUTE WRK-PREVISTO ROUNDED =
                       ((WRK-PROJ-MEDIA * WRK-PESO-MEDIA) +
                        (WRK-PROJ-ANO-ANT * WRK-PESO-ANO-ANT)) /
                       (WRK-PESO-MEDIA + WRK-PESO-ANO-ANT)
               WHEN WRK-PROJ-MEDIA > ZEROS
                   MOVE WRK-PROJ-MEDIA TO WRK-PREVISTO
               WHEN OTHER
                   MOVE WRK-PROJ-ANO-ANT TO WRK-PREVISTO
           END-EVALUATE.
           IF WRK-PREVISTO EQUAL ZEROS
               ADD 1 TO WRK-QT-SEM-HISTORICO
           ELSE
               ADD 1 TO WRK-QT-PREVISTAS
               PERFORM 0420-ACHAR-META-VIGENTE
               PERFORM 0430-GRAVAR-PREVISAO
               PERFORM 0440-IMPRIMIR-PREVISAO
           END-IF.

       0420-ACHAR-META-VIGENTE.
           MOVE ZEROS TO WRK-META-VIGENTE.
           PERFORM VARYING WRK-IND-META FROM 1 BY 1
                   UNTIL WRK-IND-META > WRK-QT-METAS
               IF WRK-META-LOJA(WRK-IND-META) EQUAL
                       WRK-LOJA-NUMERO(WRK-IND)
                   IF WRK-META-ANOMES(WRK-IND-META) EQUAL
                           WRK-MES-ANOMES(5)
                       MOVE WRK-META-VALOR(WRK-IND-META) TO
                           WRK-META-VIGENTE
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-META-VIGENTE EQUAL ZEROS
               PERFORM VARYING WRK-IND-META FROM 1 BY 1
                       UNTIL WRK-IND-META > WRK-QT-METAS
                   IF WRK-META-LOJA(WRK-IND-META) EQUAL
                           WRK-LOJA-NUMERO(WRK-IND)
                       AND WRK-META-ANOMES(WRK-IND-META) EQUAL
                           WRK-MES-ANOMES(6)
                       MOVE WRK-META-VALOR(WRK-IND-META) TO
                           WRK-META-VIGENTE
                   END-IF
               END-PERFORM
           END-IF.

      * NA REEXECUCAO A PREVISAO E RECALCULADA, MAS A DECISAO
      * DO GERENTE SOBRE A PROPOSTA E MANTIDA
       0430-GRAVAR-PREVISAO.
           MOVE WRK-LOJA-NUMERO(WRK-IND) TO PREV-LOJA.
           MOVE WRK-MES-ANOMES(5) TO PREV-ANOMES.
           READ PREVISAO
               INVALID KEY
                   MOVE SPACES TO PREV-REG
                   MOVE WRK-LOJA-NUMERO(WRK-IND) TO PREV-LOJA
                   MOVE WRK-MES-ANOMES(5) TO PREV-ANOMES
                   SET PREV-SIT-PROPOSTA TO TRUE
                   MOVE ZEROS TO PREV-META-ACEITA
                   MOVE ZEROS TO PREV-REALIZADO
                   MOVE ZEROS TO PREV-ERRO-PCT
                   MOVE 'N' TO PREV-FECHADA
                   PERFORM 0431-MOVER-CALCULO
                   WRITE PREV-REG
               NOT INVALID KEY
                   PERFORM 0431-MOVER-CALCULO
                   REWRITE PREV-REG
           END-READ.

       0431-MOVER-CALCULO.
           MOVE WRK-DATASYS TO PREV-DATA-CALCULO.
           MOVE WRK-MES-UTEIS(5) TO PREV-DIAS-UTEIS.
           MOVE WRK-PROJ-MEDIA TO PREV-MEDIA-MOVEL.
           MOVE WRK-PROJ-ANO-ANT TO PREV-ANO-ANTERIOR.
           MOVE WRK-PREVISTO TO PREV-VALOR.
           MOVE WRK-META-VIGENTE TO PREV-META-ATUAL.

       0440-IMPRIMIR-PREVISAO.
           MOVE ZEROS TO WRK-PCT-CALC.
           IF WRK-LOJA-VENDA(WRK-IND, 4) > ZEROS
               COMPUTE WRK-PCT-CALC ROUNDED =
                   ((WRK-PREVISTO - WRK-LOJA-VENDA(WRK-IND, 4)) /
                    WRK-LOJA-VENDA(WRK-IND, 4)) * 100
           END-IF.
           MOVE WRK-PCT-CALC TO WRK-PCT-ANO-ED.
           MOVE ZEROS TO WRK-PCT-CALC.
           IF WRK-META-VIGENTE > ZEROS
               COMPUTE WRK-PCT-CALC ROUNDED =
                   ((WRK-PREVISTO - WRK-META-VIGENTE) /
                    WRK-META-VIGENTE) * 100
           END-IF.
           MOVE WRK-PCT-CALC TO WRK-PCT-META-ED.
           MOVE WRK-PREVISTO TO WRK-VALOR-ED.
           MOVE WRK-LOJA-VENDA(WRK-IND, 4) TO WRK-VALOR2-ED.
           MOVE WRK-META-VIGENTE TO WRK-VALOR3-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING WRK-LOJA-NUMERO(WRK-IND) ' ' WRK-VALOR-ED ' '
               WRK-VALOR2-ED ' ' WRK-PCT-ANO-ED ' '
               WRK-VALOR3-ED ' ' WRK-PCT-META-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO PREVREL-LINHA.
           WRITE PREVREL-LINHA.

      * A PREVISAO FEITA PARA O MES QUE ACABOU GANHA O REALIZADO
      * E O ERRO ((PREVISTO - REALIZADO) / REALIZADO)
       0500-FECHAR-MES-ANTERIOR.
           MOVE SPACES TO PREVREL-LINHA.
           WRITE PREVREL-LINHA.
           MOVE SPACES TO PREVREL-LINHA.
           STRING 'ACERTO DA PREVISAO DE ' WRK-MES-ANOMES(3)
               DELIMITED BY SIZE INTO PREVREL-LINHA.
           WRITE PREVREL-LINHA.
           MOVE 'LOJA      PREVISTO     META ACEITA      REALIZADO'
               TO PREVREL-LINHA.
           MOVE '   ERRO%' TO PREVREL-LINHA(51:8).
           WRITE PREVREL-LINHA.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE ZEROS TO PREV-LOJA.
           MOVE WRK-MES-ANOMES(3) TO PREV-ANOMES.
           START PREVISAO KEY IS NOT LESS THAN PREV-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ PREVISAO NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF PREV-ANOMES EQUAL WRK-MES-ANOMES(3)
                           PERFORM 0510-FECHAR-UMA-LOJA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.
           IF WRK-QT-FECHADAS EQUAL ZEROS
               MOVE 'NENHUMA PREVISAO FEITA PARA O MES QUE ACABOU'
                   TO PREVREL-LINHA
               WRITE PREVREL-LINHA
           END-IF.

       0510-FECHAR-UMA-LOJA.
           ADD 1 TO WRK-QT-FECHADAS.
           MOVE ZEROS TO WRK-REALIZADO.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-LOJAS
               IF WRK-LOJA-NUMERO(WRK-IND) EQUAL PREV-LOJA
                   MOVE WRK-LOJA-VENDA(WRK-IND, 3) TO WRK-REALIZADO
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-PCT-CALC.
           IF WRK-REALIZADO > ZEROS
               COMPUTE WRK-PCT-CALC ROUNDED =
                   ((PREV-VALOR - WRK-REALIZADO) / WRK-REALIZADO)
                   * 100
           END-IF.
           IF WRK-PCT-CALC > 999,99
               MOVE 999,99 TO WRK-PCT-CALC
           END-IF.
           IF WRK-PCT-CALC < -999,99
               MOVE -999,99 TO WRK-PCT-CALC
           END-IF.
           MOVE WRK-REALIZADO TO PREV-REALIZADO.
           MOVE WRK-PCT-CALC TO PREV-ERRO-PCT.
           SET PREV-MES-FECHADO TO TRUE.
           REWRITE PREV-REG.
           MOVE PREV-VALOR TO WRK-VALOR-ED.
           MOVE PREV-META-ACEITA TO WRK-VALOR2-ED.
           MOVE WRK-REALIZADO TO WRK-VALOR3-ED.
           MOVE WRK-PCT-CALC TO WRK-PCT-ANO-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING PREV-LOJA ' ' WRK-VALOR-ED ' ' WRK-VALOR2-ED ' '
               WRK-VALOR3-ED ' ' WRK-PCT-ANO-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO PREVREL-LINHA.
           WRITE PREVREL-LINHA.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB106' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-PREVISTAS TO RUNLOG-QTDE-REGISTROS.
           IF WRK-TEVE-ERRO
               SET RUNLOG-STATUS-ERRO TO TRUE
           ELSE
               SET RUNLOG-STATUS-OK TO TRUE
           END-IF.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
