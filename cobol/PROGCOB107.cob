       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB107.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: SCORECARD MENSAL DAS TRANSPORTADORAS - PARA O
      * MES QUE ACABOU E OS 11 ANTERIORES JUNTA POR
      * FRETE-TRANSPORTADORA: ENTREGAS NO PRAZO (EVENTO DE
      * ENTREGA EM RASTREIO.DAT CONTRA A EXPEDICAO DO PEDIDO
      * MAIS O PRAZO DE PRAZOENT.DAT, PADRAO 7), OCORRENCIAS DE
      * ENTREGA, DIAS MEDIOS DE ATRASO, CUSTO MEDIO POR KG DAS
      * COTACOES DE FRETES.DAT, VALOR COBRADO ACIMA DO COTADO
      * NAS LINHAS CONTESTADAS PELA CONFERENCIA DA FATURA
      * (FRETDISP.DAT) E EMBARQUES CONTRA O COMPROMISSO DE
      * VOLUME (COMPROM.DAT). IMPRIME EM SCORETRP.DAT O RANKING
      * DO MES PELA NOTA (60% PONTUALIDADE, 20% OCORRENCIAS,
      * 20% DIVERGENCIA DE FATURA), O DETALHE DE CADA
      * TRANSPORTADORA E A TENDENCIA DE 12 MESES DA PONTUALIDADE
      * E DO CUSTO POR KG - PARA A RENEGOCIACAO ANUAL
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RASTREIO ASSIGN TO "RASTREIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RASTREIO.

           SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT PRAZOENT ASSIGN TO "PRAZOENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRAZOENT.

           SELECT FRETES ASSIGN TO "FRETES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETES.

           SELECT FRETDISP ASSIGN TO "FRETDISP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CHAVE
               FILE STATUS IS WRK-FS-FRETDISP.

           SELECT COMPROM ASSIGN TO "COMPROM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMPROM.

           SELECT FORNECEDORES ASSIGN TO "FORNECEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS WRK-FS-FORNECEDORES.

           SELECT SCORETRP ASSIGN TO "SCORETRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SCORETRP.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  RASTREIO.
       01  RASTREIO-REG.
           02  RAST-PEDIDO         PIC 9(08).
           02  RAST-DATA           PIC 9(08).
           02  RAST-HORA           PIC 9(08).
           02  RAST-EVENTO         PIC X(01).
               88  RAST-EMBARCADO      VALUE 'E'.
               88  RAST-TRANSITO       VALUE 'T'.
               88  RAST-ENTREGUE       VALUE 'D'.
               88  RAST-OCORRENCIA     VALUE 'O'.
           02  RAST-OBSERVACAO     PIC X(30).

       FD  PEDIDOS.
           COPY PEDREG.

       FD  PRAZOENT.
       01  PRAZOENT-REG.
           02  PRAZOENT-DIAS       PIC 9(03).

       FD  FRETES.
           COPY FRETEREG.

       FD  FRETDISP.
           COPY DSPREG.

       FD  COMPROM.
       01  COMPROM-REG.
           02  COMPROM-TRANSP      PIC X(03).
           02  COMPROM-ANOMES      PIC 9(06).
           02  COMPROM-QT          PIC 9(05).
           02  COMPROM-VALOR       PIC 9(10)V99.

       FD  FORNECEDORES.
           COPY FORNREG.

       FD  SCORETRP.
       01  SCORETRP-LINHA          PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-RASTREIO   PIC X(02)      VALUE SPACES.
       77 WRK-FS-PEDIDOS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-PRAZOENT   PIC X(02)      VALUE SPACES.
       77 WRK-FS-FRETES     PIC X(02)      VALUE SPACES.
       77 WRK-FS-FRETDISP   PIC X(02)      VALUE SPACES.
       77 WRK-FS-COMPROM    PIC X(02)      VALUE SPACES.
       77 WRK-FS-FORNECEDORES PIC X(02)    VALUE SPACES.
       77 WRK-FS-SCORETRP   PIC X(02)      VALUE SPACES.
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
       77 WRK-DIAS-ENTREGA  PIC S9(08)     VALUE ZEROS.
       77 WRK-DIAS-ATRASO   PIC S9(08)     VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-PRAZO-DIAS    PIC 9(03)      VALUE 7.
       77 WRK-PESO-PONTUAL  PIC 9(03)      VALUE 60.
       77 WRK-PESO-OCORR    PIC 9(03)      VALUE 20.
       77 WRK-PESO-DIVERG   PIC 9(03)      VALUE 20.
       77 WRK-MESES-REF     PIC 9(06)      VALUE ZEROS.
       77 WRK-MESES-CALC    PIC 9(06)      VALUE ZEROS.
       77 WRK-MESES-EVENTO  PIC 9(06)      VALUE ZEROS.
       77 WRK-ANO-CALC      PIC 9(04)      VALUE ZEROS.
       77 WRK-IND-MES       PIC 9(02)      VALUE ZEROS.
       77 WRK-IND-TRP       PIC 9(02)      VALUE ZEROS.
       77 WRK-IND-OUTRA     PIC 9(02)      VALUE ZEROS.
       77 WRK-POSICAO       PIC 9(02)      VALUE ZEROS.
       77 WRK-COL           PIC 9(03)      VALUE ZEROS.
       77 WRK-TRP-BUSCA     PIC X(03)      VALUE SPACES.
       77 WRK-QT-RANKING    PIC 9(02)      VALUE ZEROS.
       77 WRK-QT-IGNORADOS  PIC 9(05)      VALUE ZEROS.
       77 WRK-PCT-PONTUAL   PIC 9(03)V99   VALUE ZEROS.
       77 WRK-OCORR-100     PIC 9(05)V99   VALUE ZEROS.
       77 WRK-PCT-DIVERG    PIC 9(05)V99   VALUE ZEROS.
       77 WRK-ATRASO-MEDIO  PIC 9(05)V99   VALUE ZEROS.
       77 WRK-CUSTO-KG      PIC 9(06)V99   VALUE ZEROS.
       77 WRK-FOLGA         PIC S9(06)     VALUE ZEROS.
       77 WRK-NOTA-PARCIAL  PIC S9(05)V99  VALUE ZEROS.
       77 WRK-PCT-ED        PIC ZZ9,99     VALUE ZEROS.
       77 WRK-PCT2-ED       PIC ZZZZ9,99   VALUE ZEROS.
       77 WRK-NOTA-ED       PIC ZZ9,99     VALUE ZEROS.
       77 WRK-MEDIA-ED      PIC ZZZZ9,99   VALUE ZEROS.
       77 WRK-CUSTO-ED      PIC ZZZZ9,99   VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-FOLGA-ED      PIC -ZZZZ9     VALUE ZEROS.
       77 WRK-TEND-PCT-ED   PIC ZZZ9       VALUE ZEROS.
       77 WRK-TEND-CUSTO-ED PIC ZZ9,99     VALUE ZEROS.
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
       01 WRK-DATA-EVENTO      PIC 9(08)   VALUE ZEROS.
       01 WRK-DATA-EVENTO-GRP REDEFINES WRK-DATA-EVENTO.
           02 WRK-EV-ANO       PIC 9(04).
           02 WRK-EV-MES       PIC 9(02).
           02 WRK-EV-DIA       PIC 9(02).
      * MES 12 E O MES QUE ACABOU (O DO RANKING); 1 A 11 SAO OS
      * ONZE ANTERIORES, SO PARA A TENDENCIA
       01 WRK-MESES.
           02 WRK-MES-ANOMES    PIC 9(06)  OCCURS 12 TIMES.
       01 WRK-TAB-TRANSP.
           02 WRK-QT-TRP       PIC 9(02)   VALUE ZEROS.
           02 WRK-TRP OCCURS 30 TIMES.
               05 WRK-TRP-CODIGO     PIC X(03).
               05 WRK-TRP-NOME       PIC X(30).
               05 WRK-TRP-COMPROM    PIC 9(05).
               05 WRK-TRP-NOTA       PIC 9(03)V99.
               05 WRK-TRP-RANK       PIC 9(02).
               05 WRK-TRP-MESES.
                   10 WRK-TRP-MES OCCURS 12 TIMES.
                       15 WRK-TM-ENTREGAS    PIC 9(05).
                       15 WRK-TM-NO-PRAZO    PIC 9(05).
                       15 WRK-TM-ATRASADAS   PIC 9(05).
                       15 WRK-TM-DIAS-ATRASO PIC 9(07).
                       15 WRK-TM-OCORRENCIAS PIC 9(05).
                       15 WRK-TM-EMBARQUES   PIC 9(05).
                       15 WRK-TM-FRETE       PIC 9(10)V99.
                       15 WRK-TM-PESO        PIC 9(08)V99.
                       15 WRK-TM-DIVERG-QT   PIC 9(05).
                       15 WRK-TM-DIVERG-VAL  PIC 9(08)V99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0100-MONTAR-MESES.
           PERFORM 0150-LER-PRAZO.
           PERFORM 0200-APURAR-ENTREGAS.
           PERFORM 0300-APURAR-FRETES.
           PERFORM 0400-APURAR-DIVERGENCIAS.
           PERFORM 0500-CARREGAR-COMPROMISSOS.
           PERFORM 0550-NOMEAR-TRANSPORTADORAS.
           PERFORM 0600-CLASSIFICAR.
           OPEN OUTPUT SCORETRP.
           PERFORM 0700-IMPRIMIR-RANKING.
           PERFORM 0800-IMPRIMIR-DETALHE.
           CLOSE SCORETRP.
           DISPLAY 'SCORECARD DE ' WRK-MES-ANOMES(12) ' - '
               WRK-QT-TRP ' TRANSPORTADORA(S) EM SCORETRP.DAT'.
           PERFORM 0900-GRAVAR-RUNLOG.
           GOBACK.

      * O ANO-MES DE CADA POSICAO SAI DA CONTAGEM DE MESES
      * DESDE O ANO ZERO; A POSICAO 12 E O MES ANTERIOR AO ATUAL
       0100-MONTAR-MESES.
           COMPUTE WRK-MESES-REF = (WRK-ANO-SYS * 12) +
               WRK-MES-SYS - 2.
           PERFORM VARYING WRK-IND-MES FROM 1 BY 1
                   UNTIL WRK-IND-MES > 12
               COMPUTE WRK-MESES-CALC = WRK-MESES-REF - 12 +
                   WRK-IND-MES
               COMPUTE WRK-ANO-CALC = WRK-MESES-CALC / 12
               MOVE WRK-ANO-CALC TO WRK-AM-ANO
               COMPUTE WRK-AM-MES = WRK-MESES-CALC -
                   (WRK-ANO-CALC * 12) + 1
               MOVE WRK-ANOMES-NUM TO WRK-MES-ANOMES(WRK-IND-MES)
           END-PERFORM.

       0150-LER-PRAZO.
           OPEN INPUT PRAZOENT.
           IF WRK-FS-PRAZOENT EQUAL '00'
               READ PRAZOENT
                   NOT AT END
                       IF PRAZOENT-DIAS IS NUMERIC
                               AND PRAZOENT-DIAS > 0
                           MOVE PRAZOENT-DIAS TO WRK-PRAZO-DIAS
                       END-IF
               END-READ
               CLOSE PRAZOENT
           END-IF.

      * POSICAO DA DATA NA JANELA DE 12 MESES - ZERO QUANDO FICA
      * FORA DELA
       0160-LOCALIZAR-MES.
           COMPUTE WRK-MESES-EVENTO = (WRK-EV-ANO * 12) +
               WRK-EV-MES - 1.
           IF WRK-MESES-EVENTO > WRK-MESES-REF
               OR WRK-MESES-EVENTO < WRK-MESES-REF - 11
               MOVE ZEROS TO WRK-IND-MES
           ELSE
               COMPUTE WRK-IND-MES = WRK-MESES-EVENTO -
                   WRK-MESES-REF + 12
           END-IF.

       0170-LOCALIZAR-TRANSP.
           PERFORM VARYING WRK-IND-TRP FROM 1 BY 1
                   UNTIL WRK-IND-TRP > WRK-QT-TRP
                   OR WRK-TRP-CODIGO(WRK-IND-TRP) EQUAL
                   WRK-TRP-BUSCA
               CONTINUE
           END-PERFORM.
           IF WRK-IND-TRP > WRK-QT-TRP
               IF WRK-QT-TRP < 30
                   ADD 1 TO WRK-QT-TRP
                   MOVE WRK-TRP-BUSCA TO WRK-TRP-CODIGO(WRK-IND-TRP)
                   MOVE SPACES TO WRK-TRP-NOME(WRK-IND-TRP)
                   MOVE ZEROS TO WRK-TRP-COMPROM(WRK-IND-TRP)
                   MOVE ZEROS TO WRK-TRP-NOTA(WRK-IND-TRP)
                   MOVE ZEROS TO WRK-TRP-RANK(WRK-IND-TRP)
                   MOVE ZEROS TO WRK-TRP-MESES(WRK-IND-TRP)
               ELSE
                   ADD 1 TO WRK-QT-IGNORADOS
                   MOVE ZEROS TO WRK-IND-TRP
               END-IF
           END-IF.

      * A TRANSPORTADORA DO EVENTO VEM DO PEDIDO; O PRAZO CONTA
      * DA DATA DO PEDIDO, COMO NAS EXCECOES DO PROGCOB70
       0200-APURAR-ENTREGAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PEDIDOS.
           OPEN INPUT RASTREIO.
           IF WRK-FS-PEDIDOS NOT EQUAL '00'
               DISPLAY 'ARQUIVO PEDIDOS.DAT NAO ENCONTRADO - '
                   'ENTREGAS NAO APURADAS'
               SET WRK-TEVE-ERRO TO TRUE
           ELSE
               IF WRK-FS-RASTREIO NOT EQUAL '00'
                   DISPLAY 'ARQUIVO RASTREIO.DAT NAO ENCONTRADO'
               ELSE
                   PERFORM UNTIL WRK-FIM-ARQ
                       READ RASTREIO
                           AT END
                               SET WRK-FIM-ARQ TO TRUE
                           NOT AT END
                               IF RAST-ENTREGUE OR RAST-OCORRENCIA
                                   PERFORM 0210-APURAR-EVENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RASTREIO
               END-IF
               CLOSE PEDIDOS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0210-APURAR-EVENTO.
           MOVE RAST-DATA TO WRK-DATA-EVENTO.
           PERFORM 0160-LOCALIZAR-MES.
           IF WRK-IND-MES NOT EQUAL ZEROS
               MOVE RAST-PEDIDO TO PED-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       MOVE SPACES TO PED-TRANSPORTADORA
               END-READ
               IF PED-TRANSPORTADORA NOT EQUAL SPACES
                   MOVE PED-TRANSPORTADORA TO WRK-TRP-BUSCA
                   PERFORM 0170-LOCALIZAR-TRANSP
                   IF WRK-IND-TRP NOT EQUAL ZEROS
                       IF RAST-OCORRENCIA
                           ADD 1 TO WRK-TM-OCORRENCIAS(WRK-IND-TRP,
                               WRK-IND-MES)
                       ELSE
                           PERFORM 0220-APURAR-ENTREGA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0220-APURAR-ENTREGA.
           MOVE 'D' TO WRK-DATA-FUNCAO.
           MOVE PED-DATA TO WRK-DATA-SERVICO.
           MOVE RAST-DATA TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DIAS-ENTREGA WRK-DATA-VALIDA.
           IF WRK-DATA-OK
               ADD 1 TO WRK-TM-ENTREGAS(WRK-IND-TRP, WRK-IND-MES)
               COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-ENTREGA -
                   WRK-PRAZO-DIAS
               IF WRK-DIAS-ATRASO > ZEROS
                   ADD 1 TO WRK-TM-ATRASADAS(WRK-IND-TRP,
                       WRK-IND-MES)
                   ADD WRK-DIAS-ATRASO TO
                       WRK-TM-DIAS-ATRASO(WRK-IND-TRP, WRK-IND-MES)
               ELSE
                   ADD 1 TO WRK-TM-NO-PRAZO(WRK-IND-TRP,
                       WRK-IND-MES)
               END-IF
           END-IF.

      * COTACAO EFETIVA = EMBARQUE, COMO NA COMPARACAO COM O
      * COMPROMISSO DO PROGCOB71
       0300-APURAR-FRETES.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT FRETES.
           IF WRK-FS-FRETES NOT EQUAL '00'
               DISPLAY 'ARQUIVO FRETES.DAT NAO ENCONTRADO'
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ
                   READ FRETES
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           MOVE FRETE-DATA TO WRK-DATA-EVENTO
                           PERFORM 0160-LOCALIZAR-MES
                           IF WRK-IND-MES NOT EQUAL ZEROS
                               AND FRETE-TRANSPORTADORA NOT EQUAL
                                   SPACES
                               PERFORM 0310-SOMAR-FRETE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FRETES
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0310-SOMAR-FRETE.
           MOVE FRETE-TRANSPORTADORA TO WRK-TRP-BUSCA.
           PERFORM 0170-LOCALIZAR-TRANSP.
           IF WRK-IND-TRP NOT EQUAL ZEROS
               ADD 1 TO WRK-TM-EMBARQUES(WRK-IND-TRP, WRK-IND-MES)
               ADD FRETE-VALOR-FRETE TO
                   WRK-TM-FRETE(WRK-IND-TRP, WRK-IND-MES)
               ADD FRETE-PESO TO WRK-TM-PESO(WRK-IND-TRP, WRK-IND-MES)
           END-IF.

      * TODA LINHA QUE A CONFERENCIA CONTESTOU CONTA, MESMO QUE
      * DEPOIS TENHA SIDO ACEITA - O MES E O DO EMBARQUE COBRADO
       0400-APURAR-DIVERGENCIAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT FRETDISP.
           IF WRK-FS-FRETDISP EQUAL '00'
               MOVE LOW-VALUES TO DSP-CHAVE
               START FRETDISP KEY IS NOT LESS THAN DSP-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ FRETDISP NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           MOVE DSP-DATA TO WRK-DATA-EVENTO
                           PERFORM 0160-LOCALIZAR-MES
                           IF WRK-IND-MES NOT EQUAL ZEROS
                               PERFORM 0410-SOMAR-DIVERGENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FRETDISP
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0410-SOMAR-DIVERGENCIA.
           MOVE DSP-TRANSPORTADORA TO WRK-TRP-BUSCA.
           PERFORM 0170-LOCALIZAR-TRANSP.
           IF WRK-IND-TRP NOT EQUAL ZEROS
               ADD 1 TO WRK-TM-DIVERG-QT(WRK-IND-TRP, WRK-IND-MES)
               IF DSP-VALOR-COBRADO > DSP-VALOR-COTADO
                   COMPUTE WRK-TM-DIVERG-VAL(WRK-IND-TRP,
                       WRK-IND-MES) = WRK-TM-DIVERG-VAL(WRK-IND-TRP,
                       WRK-IND-MES) + DSP-VALOR-COBRADO -
                       DSP-VALOR-COTADO
               END-IF
           END-IF.

       0500-CARREGAR-COMPROMISSOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT COMPROM.
           IF WRK-FS-COMPROM EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ COMPROM
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF COMPROM-ANOMES EQUAL WRK-MES-ANOMES(12)
                               MOVE COMPROM-TRANSP TO WRK-TRP-BUSCA
                               PERFORM 0170-LOCALIZAR-TRANSP
                               IF WRK-IND-TRP NOT EQUAL ZEROS
                                   ADD COMPROM-QT TO
                                       WRK-TRP-COMPROM(WRK-IND-TRP)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPROM
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

      * O NOME VEM DO FORNECEDOR QUE TEM O CODIGO DA
      * TRANSPORTADORA; SEM CADASTRO O NOME FICA EM BRANCO
       0550-NOMEAR-TRANSPORTADORAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT FORNECEDORES.
           IF WRK-FS-FORNECEDORES EQUAL '00'
               MOVE LOW-VALUES TO FORN-CODIGO
               START FORNECEDORES KEY IS NOT LESS THAN FORN-CODIGO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ FORNECEDORES NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF FORN-SIT-ATIVO
                               AND FORN-TRANSPORTADORA NOT EQUAL
                                   SPACES
                               PERFORM 0560-NOMEAR-UMA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORNECEDORES
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0560-NOMEAR-UMA.
           PERFORM VARYING WRK-IND-TRP FROM 1 BY 1
                   UNTIL WRK-IND-TRP > WRK-QT-TRP
               IF WRK-TRP-CODIGO(WRK-IND-TRP) EQUAL
                       FORN-TRANSPORTADORA
                   MOVE FORN-NOME TO WRK-TRP-NOME(WRK-IND-TRP)
               END-IF
           END-PERFORM.

      * NOTA DO MES = 60% DA PONTUALIDADE + 20% DE (100 MENOS
      * OCORRENCIAS POR 100 ENTREGAS) + 20% DE (100 MENOS O
      * PERCENTUAL COBRADO ACIMA DO COTADO SOBRE O FRETE);
      * SO ENTRA NO RANKING QUEM TEVE ENTREGA NO MES
       0600-CLASSIFICAR.
           MOVE ZEROS TO WRK-QT-RANKING.
           PERFORM VARYING WRK-IND-TRP FROM 1 BY 1
                   UNTIL WRK-IND-TRP > WRK-QT-TRP
               MOVE 12 TO WRK-IND-MES
               PERFORM 0610-CALCULAR-INDICADORES
               IF WRK-TM-ENTREGAS(WRK-IND-TRP, 12) > ZEROS
                   ADD 1 TO WRK-QT-RANKING
                   COMPUTE WRK-NOTA-PARCIAL ROUNDED =
                       (WRK-PCT-PONTUAL * WRK-PESO-PONTUAL) / 100
                   MOVE WRK-NOTA-PARCIAL TO WRK-TRP-NOTA(WRK-IND-TRP)
                   IF WRK-OCORR-100 < 100
                       COMPUTE WRK-NOTA-PARCIAL ROUNDED =
                           ((100 - WRK-OCORR-100) * WRK-PESO-OCORR)
                           / 100
                       ADD WRK-NOTA-PARCIAL TO
                           WRK-TRP-NOTA(WRK-IND-TRP)
                   END-IF
                   IF WRK-PCT-DIVERG < 100
                       COMPUTE WRK-NOTA-PARCIAL ROUNDED =
                           ((100 - WRK-PCT-DIVERG) * WRK-PESO-DIVERG)
                           / 100
                       ADD WRK-NOTA-PARCIAL TO
                           WRK-TRP-NOTA(WRK-IND-TRP)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IND-TRP FROM 1 BY 1
                   UNTIL WRK-IND-TRP > WRK-QT-TRP
               IF WRK-TM-ENTREGAS(WRK-IND-TRP, 12) > ZEROS
                   PERFORM 0620-POSICIONAR
               END-IF
           END-PERFORM.

      * INDICADORES DA TRANSPORTADORA WRK-IND-TRP NO MES
      * WRK-IND-MES
       0610-CALCULAR-INDICADORES.
           MOVE ZEROS TO WRK-PCT-PONTUAL.
           MOVE ZEROS TO WRK-OCORR-100.
           MOVE ZEROS TO WRK-PCT-DIVERG.
           MOVE ZEROS TO WRK-ATRASO-MEDIO.
           MOVE ZEROS TO WRK-CUSTO-KG.
           IF WRK-TM-ENTREGAS(WRK-IND-TRP, WRK-IND-MES) > ZEROS
               COMPUTE WRK-PCT-PONTUAL ROUNDED =
                   (WRK-TM-NO-PRAZO(WRK-IND-TRP, WRK-IND-MES) * 100)
                   / WRK-TM-ENTREGAS(WRK-IND-TRP, WRK-IND-MES)
               COMPUTE WRK-OCORR-100 ROUNDED =
                   (WRK-TM-OCORRENCIAS(WRK-IND-TRP, WRK-IND-MES)
                   * 100) / WRK-TM-ENTREGAS(WRK-IND-TRP, WRK-IND-MES)
                   ON SIZE ERROR
                       MOVE 99999,99 TO WRK-OCORR-100
               END-COMPUTE
           END-IF.
           IF WRK-TM-ATRASADAS(WRK-IND-TRP, WRK-IND-MES) > ZEROS
               COMPUTE WRK-ATRASO-MEDIO ROUNDED =
                   WRK-TM-DIAS-ATRASO(WRK-IND-TRP, WRK-IND-MES) /
                   WRK-TM-ATRASADAS(WRK-IND-TRP, WRK-IND-MES)
                   ON SIZE ERROR
                       MOVE 99999,99 TO WRK-ATRASO-MEDIO
               END-COMPUTE
           END-IF.
           IF WRK-TM-PESO(WRK-IND-TRP, WRK-IND-MES) > ZEROS
               COMPUTE WRK-CUSTO-KG ROUNDED =
                   WRK-TM-FRETE(WRK-IND-TRP, WRK-IND-MES) /
                   WRK-TM-PESO(WRK-IND-TRP, WRK-IND-MES)
                   ON SIZE ERROR
                       MOVE 999999,99 TO WRK-CUSTO-KG
               END-COMPUTE
           END-IF.
           IF WRK-TM-FRETE(WRK-IND-TRP, WRK-IND-MES) > ZEROS
               COMPUTE WRK-PCT-DIVERG ROUNDED =
                   (WRK-TM-DIVERG-VAL(WRK-IND-TRP, WRK-IND-MES)
                   * 100) / WRK-TM-FRETE(WRK-IND-TRP, WRK-IND-MES)
                   ON SIZE ERROR
                       MOVE 99999,99 TO WRK-PCT-DIVERG
               END-COMPUTE
           ELSE
               IF WRK-TM-DIVERG-VAL(WRK-IND-TRP, WRK-IND-MES) > ZEROS
                   MOVE 100 TO WRK-PCT-DIVERG
               END-IF
           END-IF.

      * POSICAO = 1 + QUANTAS TEM NOTA MAIOR; NO EMPATE FICA NA
      * FRENTE QUEM VEIO ANTES NA TABELA
       0620-POSICIONAR.
           MOVE 1 TO WRK-POSICAO.
           PERFORM VARYING WRK-IND-OUTRA FROM 1 BY 1
                   UNTIL WRK-IND-OUTRA > WRK-QT-TRP
               IF WRK-TM-ENTREGAS(WRK-IND-OUTRA, 12) > ZEROS
                   IF WRK-TRP-NOTA(WRK-IND-OUTRA) >
                           WRK-TRP-NOTA(WRK-IND-TRP)
                       OR (WRK-TRP-NOTA(WRK-IND-OUTRA) EQUAL
                           WRK-TRP-NOTA(WRK-IND-TRP)
                       AND WRK-IND-OUTRA < WRK-IND-TRP)
                       ADD 1 TO WRK-POSICAO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WRK-POSICAO TO WRK-TRP-RANK(WRK-IND-TRP).

       0700-IMPRIMIR-RANKING.
           MOVE SPACES TO SCORETRP-LINHA.
           STRING 'PROGCOB107 - SCORECARD DE TRANSPORTADORAS - MES '
               WRK-MES-ANOMES(12) ' (PRAZO ' WRK-PRAZO-DIAS
               ' DIAS) - EMITIDO EM ' WRK-DATASYS
               DELIMITED BY SIZE INTO SCORETRP-LINHA.
           WRITE SCORETRP-LINHA.
           MOVE SPACES TO SCORETRP-LINHA.
           WRITE SCORETRP-LINHA.
           MOVE '*** RANKING DO MES ***' TO SCORETRP-LINHA.
           WRITE SCORETRP-LINHA.
           MOVE SPACES TO SCORETRP-LINHA.
           MOVE 'POS TRA NOME' TO SCORETRP-LINHA(1:12).
           MOVE 'NOTA' TO SCORETRP-LINHA(32:4).
           MOVE 'PONT.%' TO SCORETRP-LINHA(39:6).
           MOVE 'OCOR/100' TO SCORETRP-LINHA(46:8).
           MOVE 'ATRASO' TO SCORETRP-LINHA(59:6).
           MOVE 'CUSTO/KG' TO SCORETRP-LINHA(67:8).
           MOVE 'DIVERG.%' TO SCORETRP-LINHA(78:8).
           WRITE SCORETRP-LINHA.
           PERFORM VARYING WRK-POSICAO FROM 1 BY 1
                   UNTIL WRK-POSICAO > WRK-QT-RANKING
               PERFORM VARYING WRK-IND-TRP FROM 1 BY 1
                       UNTIL WRK-IND-TRP > WRK-QT-TRP
                   IF WRK-TM-ENTREGAS(WRK-IND-TRP, 12) > ZEROS
                       AND WRK-TRP-RANK(WRK-IND-TRP) EQUAL
                           WRK-POSICAO
                       PERFORM 0710-IMPRIMIR-POSICAO
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WRK-IND-TRP FROM 1 BY 1
                   UNTIL WRK-IND-TRP > WRK-QT-TRP
               IF WRK-TM-ENTREGAS(WRK-IND-TRP, 12) EQUAL ZEROS
                   MOVE SPACES TO WRK-LINHA-ED
                   STRING ' -  ' WRK-TRP-CODIGO(WRK-IND-TRP) ' '
                       WRK-TRP-NOME(WRK-IND-TRP)(1:20)
                       ' SEM ENTREGA NO MES - FORA DO RANKING'
                       DELIMITED BY SIZE INTO WRK-LINHA-ED
                   MOVE WRK-LINHA-ED TO SCORETRP-LINHA
                   WRITE SCORETRP-LINHA
               END-IF
           END-PERFORM.

       0710-IMPRIMIR-POSICAO.
           MOVE 12 TO WRK-IND-MES.
           PERFORM 0610-CALCULAR-INDICADORES.
           MOVE WRK-TRP-NOTA(WRK-IND-TRP) TO WRK-NOTA-ED.
           MOVE WRK-PCT-PONTUAL TO WRK-PCT-ED.
           MOVE WRK-OCORR-100 TO WRK-PCT2-ED.
           MOVE WRK-ATRASO-MEDIO TO WRK-MEDIA-ED.
           MOVE WRK-CUSTO-KG TO WRK-CUSTO-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING ' ' WRK-POSICAO ' ' WRK-TRP-CODIGO(WRK-IND-TRP) ' '
               WRK-TRP-NOME(WRK-IND-TRP)(1:20) ' ' WRK-NOTA-ED
               '   ' WRK-PCT-ED ' ' WRK-PCT2-ED '   '
               WRK-MEDIA-ED '  ' WRK-CUSTO-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-PCT-DIVERG TO WRK-PCT2-ED.
           MOVE WRK-PCT2-ED TO WRK-LINHA-ED(78:8).
           MOVE WRK-LINHA-ED TO SCORETRP-LINHA.
           WRITE SCORETRP-LINHA.

       0800-IMPRIMIR-DETALHE.
           PERFORM VARYING WRK-IND-TRP FROM 1 BY 1
                   UNTIL WRK-IND-TRP > WRK-QT-TRP
               PERFORM 0810-DETALHAR-TRANSP
           END-PERFORM.
           IF WRK-QT-IGNORADOS > ZEROS
               MOVE SPACES TO SCORETRP-LINHA
               WRITE SCORETRP-LINHA
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'REGISTROS DE TRANSPORTADORAS ALEM DO LIMITE '
                   'DE 30 IGNORADOS: ' WRK-QT-IGNORADOS
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO SCORETRP-LINHA
               WRITE SCORETRP-LINHA
           END-IF.

       0810-DETALHAR-TRANSP.
           MOVE 12 TO WRK-IND-MES.
           PERFORM 0610-CALCULAR-INDICADORES.
           MOVE SPACES TO SCORETRP-LINHA.
           WRITE SCORETRP-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TRANSPORTADORA ' WRK-TRP-CODIGO(WRK-IND-TRP) ' '
               WRK-TRP-NOME(WRK-IND-TRP)
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO SCORETRP-LINHA.
           WRITE SCORETRP-LINHA.
           MOVE WRK-PCT-PONTUAL TO WRK-PCT-ED.
           MOVE WRK-ATRASO-MEDIO TO WRK-MEDIA-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  ENTREGAS ' WRK-TM-ENTREGAS(WRK-IND-TRP, 12)
               ' NO PRAZO ' WRK-TM-NO-PRAZO(WRK-IND-TRP, 12)
               ' (' WRK-PCT-ED '%) ATRASADAS '
               WRK-TM-ATRASADAS(WRK-IND-TRP, 12)
               ' ATRASO MEDIO ' WRK-MEDIA-ED ' DIAS'
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO SCORETRP-LINHA.
           WRITE SCORETRP-LINHA.
           MOVE WRK-TM-FRETE(WRK-IND-TRP, 12) TO WRK-VALOR-ED.
           MOVE WRK-CUSTO-KG TO WRK-CUSTO-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  OCORRENCIAS '
               WRK-TM-OCORRENCIAS(WRK-IND-TRP, 12)
               ' FRETE COTADO ' WRK-VALOR-ED
               ' CUSTO POR KG ' WRK-CUSTO-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO SCORETRP-LINHA.
           WRITE SCORETRP-LINHA.
           COMPUTE WRK-FOLGA = WRK-TM-EMBARQUES(WRK-IND-TRP, 12) -
               WRK-TRP-COMPROM(WRK-IND-TRP).
           MOVE WRK-FOLGA TO WRK-FOLGA-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           IF WRK-TRP-COMPROM(WRK-IND-TRP) EQUAL ZEROS
               STRING '  EMBARQUES '
                   WRK-TM-EMBARQUES(WRK-IND-TRP, 12)
                   ' - SEM COMPROMISSO DE VOLUME NO MES'
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           ELSE
               STRING '  EMBARQUES '
                   WRK-TM-EMBARQUES(WRK-IND-TRP, 12)
                   ' COMPROMISSO ' WRK-TRP-COMPROM(WRK-IND-TRP)
                   ' DIFERENCA ' WRK-FOLGA-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           END-IF.
           MOVE WRK-LINHA-ED TO SCORETRP-LINHA.
           WRITE SCORETRP-LINHA.
           MOVE WRK-TM-DIVERG-VAL(WRK-IND-TRP, 12) TO WRK-VALOR-ED.
           MOVE WRK-PCT-DIVERG TO WRK-PCT2-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  LINHAS DE FATURA CONTESTADAS '
               WRK-TM-DIVERG-QT(WRK-IND-TRP, 12)
               ' COBRADO ACIMA DO COTADO ' WRK-VALOR-ED
               ' (' WRK-PCT2-ED '% DO FRETE)'
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO SCORETRP-LINHA.
           WRITE SCORETRP-LINHA.
           PERFORM 0820-IMPRIMIR-TENDENCIA.

      * TENDENCIA DE 12 MESES - UMA COLUNA DE 6 POSICOES POR MES,
      * DO MAIS ANTIGO AO MES DO RANKING; '-' = SEM MOVIMENTO
       0820-IMPRIMIR-TENDENCIA.
           MOVE SPACES TO WRK-LINHA-ED.
           MOVE '  MES (AAMM)' TO WRK-LINHA-ED(1:12).
           PERFORM VARYING WRK-IND-MES FROM 1 BY 1
                   UNTIL WRK-IND-MES > 12
               COMPUTE WRK-COL = 13 + ((WRK-IND-MES - 1) * 6) + 2
               MOVE WRK-MES-ANOMES(WRK-IND-MES)(3:4) TO
                   WRK-LINHA-ED(WRK-COL:4)
           END-PERFORM.
           MOVE WRK-LINHA-ED TO SCORETRP-LINHA.
           WRITE SCORETRP-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           MOVE '  PONTUAL.% ' TO WRK-LINHA-ED(1:12).
           PERFORM VARYING WRK-IND-MES FROM 1 BY 1
                   UNTIL WRK-IND-MES > 12
               PERFORM 0610-CALCULAR-INDICADORES
               COMPUTE WRK-COL = 13 + ((WRK-IND-MES - 1) * 6) + 2
               IF WRK-TM-ENTREGAS(WRK-IND-TRP, WRK-IND-MES) > ZEROS
                   MOVE WRK-PCT-PONTUAL TO WRK-TEND-PCT-ED
                   MOVE WRK-TEND-PCT-ED TO WRK-LINHA-ED(WRK-COL:4)
               ELSE
                   MOVE '   -' TO WRK-LINHA-ED(WRK-COL:4)
               END-IF
           END-PERFORM.
           MOVE WRK-LINHA-ED TO SCORETRP-LINHA.
           WRITE SCORETRP-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           MOVE '  CUSTO/KG  ' TO WRK-LINHA-ED(1:12).
           PERFORM VARYING WRK-IND-MES FROM 1 BY 1
                   UNTIL WRK-IND-MES > 12
               PERFORM 0610-CALCULAR-INDICADORES
               COMPUTE WRK-COL = 13 + ((WRK-IND-MES - 1) * 6)
               IF WRK-TM-PESO(WRK-IND-TRP, WRK-IND-MES) > ZEROS
                   MOVE WRK-CUSTO-KG TO WRK-TEND-CUSTO-ED
                   MOVE WRK-TEND-CUSTO-ED TO WRK-LINHA-ED(WRK-COL:6)
               ELSE
                   MOVE '     -' TO WRK-LINHA-ED(WRK-COL:6)
               END-IF
           END-PERFORM.
           MOVE WRK-LINHA-ED TO SCORETRP-LINHA.
           WRITE SCORETRP-LINHA.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB107' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-TRP TO RUNLOG-QTDE-REGISTROS.
           IF WRK-TEVE-ERRO
               SET RUNLOG-STATUS-ERRO TO TRUE
           ELSE
               SET RUNLOG-STATUS-OK TO TRUE
           END-IF.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
