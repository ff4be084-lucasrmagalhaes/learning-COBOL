       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB99.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: REVISAO TRIMESTRAL DO LIMITE DE CREDITO PELO
      * COMPORTAMENTO DE PAGAMENTO - PARA CADA CLIENTE ATIVO COM
      * LIMITE, PONTUA OS TITULOS BAIXADOS NOS ULTIMOS 3 MESES
      * EM CONTASREC.DAT PELA MEDIA DE DIAS DE ATRASO (DATA DO
      * PAGAMENTO CONTRA O VENCIMENTO), PELOS ENCARGOS DE ATRASO
      * PAGOS SOBRE O VALOR DOS TITULOS E PELA PARCELA DE
      * TITULOS QUE CHEGARAM A RECEBER AVISO DE COBRANCA; A
      * PONTUACAO PROPOE AUMENTO, MANUTENCAO OU CORTE DO LIMITE.
      * AUMENTO E CORTE NAO SAO APLICADOS AQUI - VIRAM PENDENCIA
      * DO TIPO LIMITECRED NA FILA DE APROVACOES (PENDAPR.DAT)
      * PARA UM ADMINISTRADOR DECIDIR NO PROGCOB81. IMPRIME A
      * REVISAO EM REVLIMREL.DAT E REGISTRA A EXECUCAO EM
      * RUNLOG.DAT
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTES.

           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REC-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CONTASREC.

           SELECT PENDAPR ASSIGN TO "PENDAPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDAPR.

           SELECT REVLIMREL ASSIGN TO "REVLIMREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REVLIMREL.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIREG.

       FD  CONTASREC.
           COPY RECREG.

       FD  PENDAPR.
           COPY APRREG.

       FD  REVLIMREL.
       01  REVLIMREL-LINHA     PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-CLIENTES   PIC X(02)      VALUE SPACES.
       77 WRK-FS-CONTASREC  PIC X(02)      VALUE SPACES.
       77 WRK-FS-PENDAPR    PIC X(02)      VALUE SPACES.
       77 WRK-FS-REVLIMREL  PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-AGORA    PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-CORTE    PIC 9(08)      VALUE ZEROS.
       77 WRK-IND           PIC 9(03)      VALUE ZEROS.
       77 WRK-IND-ACHADO    PIC 9(03)      VALUE ZEROS.
       77 WRK-PROX-SEQ      PIC 9(06)      VALUE ZEROS.
       77 WRK-QT-AUMENTO    PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-MANTER     PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-CORTE      PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-SEM-MOVTO  PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-JA-PENDENTE PIC 9(03)     VALUE ZEROS.
       77 WRK-QT-PROPOSTAS  PIC 9(03)      VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(100)     VALUE SPACES.
      * REGRA DA REVISAO - PERCENTUAIS DE AUMENTO E DE CORTE E
      * PONTUACAO A PARTIR DA QUAL O LIMITE E CORTADO
       77 WRK-PERC-AUMENTO  PIC 9(02)V99   VALUE 20,00.
       77 WRK-PERC-CORTE    PIC 9(02)V99   VALUE 25,00.
       77 WRK-PONTOS-CORTE  PIC 9(02)      VALUE 04.
       77 WRK-DATA-FUNCAO   PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2 PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-ATRASO   PIC S9(08)     VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-MEDIA-ATRASO  PIC 9(05)V9    VALUE ZEROS.
       77 WRK-PERC-ENCARGO  PIC 9(03)V99   VALUE ZEROS.
       77 WRK-PERC-AVISO    PIC 9(03)      VALUE ZEROS.
       77 WRK-PONTOS        PIC 9(02)      VALUE ZEROS.
       01 WRK-DATA-CORTE-GRP.
           02 WRK-CORTE-ANO    PIC 9(04).
           02 WRK-CORTE-MES    PIC 9(02).
           02 WRK-CORTE-DIA    PIC 9(02).
       01 WRK-DATA-CORTE-RED REDEFINES WRK-DATA-CORTE-GRP
           PIC 9(08).
       01 WRK-REVISAO.
           02 WRK-QT-CLIENTES  PIC 9(03)   VALUE ZEROS.
           02 WRK-CLI OCCURS 200 TIMES.
               05 WRK-CLI-NUMERO    PIC 9(06).
               05 WRK-CLI-LIMITE    PIC 9(08)V99.
               05 WRK-CLI-QT-TIT    PIC 9(05).
               05 WRK-CLI-VALOR     PIC 9(10)V99.
               05 WRK-CLI-DIAS      PIC 9(07).
               05 WRK-CLI-ENCARGOS  PIC 9(08)V99.
               05 WRK-CLI-QT-AVISO  PIC 9(05).
               05 WRK-CLI-PENDENTE  PIC X(01).
               05 WRK-CLI-ACAO      PIC X(01).
               05 WRK-CLI-PONTOS    PIC 9(02).
               05 WRK-CLI-NOVO      PIC 9(08)V99.
      * IMAGEM DA PENDENCIA - CLIENTE, LIMITE E, NO DEPOIS, A ACAO
      * E A PONTUACAO QUE A JUSTIFICA
       01 WRK-LIM-IMAGEM.
           02 WRK-IMG-CLIENTE  PIC 9(06).
           02 WRK-IMG-LIMITE   PIC 9(08)V99.
           02 WRK-IMG-ACAO     PIC X(01).
           02 WRK-IMG-PONTOS   PIC 9(02).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-CARREGAR-ATIVOS.
           PERFORM 0250-MARCAR-PENDENTES.
           PERFORM 0300-SOMAR-TITULOS.
           PERFORM 0400-PONTUAR.
           PERFORM 0500-GRAVAR-PROPOSTAS.
           PERFORM 0700-IMPRIMIR-REVISAO.
           PERFORM 0800-GRAVAR-RUNLOG.
           STOP RUN.

      * O TRIMESTRE E O MESMO DIA TRES MESES ATRAS - DIA 29 A 31
      * SEM CORRESPONDENTE SO SERVE DE CORTE NA COMPARACAO
       0100-INICIAR.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           MOVE WRK-DATASYS TO WRK-DATA-CORTE-RED.
           IF WRK-CORTE-MES > 3
               SUBTRACT 3 FROM WRK-CORTE-MES
           ELSE
               ADD 9 TO WRK-CORTE-MES
               SUBTRACT 1 FROM WRK-CORTE-ANO
           END-IF.
           MOVE WRK-DATA-CORTE-RED TO WRK-DATA-CORTE.
           DISPLAY 'REVISAO DE LIMITE - TITULOS BAIXADOS DESDE '
               WRK-DATA-CORTE.

      * LIMITE ZERO E CLIENTE SEM CONTROLE - NAO HA O QUE REVER
       0200-CARREGAR-ATIVOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CLIENTES.
           IF WRK-FS-CLIENTES NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE CLIENTES INEXISTENTE OU VAZIO'
           ELSE
               MOVE LOW-VALUES TO CLI-NUMERO
               START CLIENTES KEY IS NOT LESS THAN CLI-NUMERO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ CLIENTES NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF CLI-SIT-ATIVO
                               AND CLI-LIMITE-CREDITO > ZEROS
                               AND WRK-QT-CLIENTES < 200
                               PERFORM 0210-INCLUIR-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
           END-IF.

       0210-INCLUIR-CLIENTE.
           ADD 1 TO WRK-QT-CLIENTES.
           MOVE CLI-NUMERO TO WRK-CLI-NUMERO(WRK-QT-CLIENTES).
           MOVE CLI-LIMITE-CREDITO TO WRK-CLI-LIMITE(WRK-QT-CLIENTES).
           MOVE ZEROS TO WRK-CLI-QT-TIT(WRK-QT-CLIENTES).
           MOVE ZEROS TO WRK-CLI-VALOR(WRK-QT-CLIENTES).
           MOVE ZEROS TO WRK-CLI-DIAS(WRK-QT-CLIENTES).
           MOVE ZEROS TO WRK-CLI-ENCARGOS(WRK-QT-CLIENTES).
           MOVE ZEROS TO WRK-CLI-QT-AVISO(WRK-QT-CLIENTES).
           MOVE 'N' TO WRK-CLI-PENDENTE(WRK-QT-CLIENTES).
           MOVE 'M' TO WRK-CLI-ACAO(WRK-QT-CLIENTES).
           MOVE ZEROS TO WRK-CLI-PONTOS(WRK-QT-CLIENTES).
           MOVE CLI-LIMITE-CREDITO TO WRK-CLI-NOVO(WRK-QT-CLIENTES).

      * CLIENTE COM PROPOSTA AINDA SEM DECISAO NAO GANHA OUTRA -
      * A LEITURA TAMBEM DA O PROXIMO NUMERO DA FILA
       0250-MARCAR-PENDENTES.
           MOVE ZEROS TO WRK-PROX-SEQ.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PENDAPR.
           IF WRK-FS-PENDAPR EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ PENDAPR
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF APR-SEQ > WRK-PROX-SEQ
                               MOVE APR-SEQ TO WRK-PROX-SEQ
                           END-IF
                           IF APR-TIPO-LIMITE AND APR-PENDENTE
                               PERFORM 0260-MARCAR-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDAPR
           END-IF.
           ADD 1 TO WRK-PROX-SEQ.

       0260-MARCAR-CLIENTE.
           MOVE APR-IMAGEM-DEPOIS(1:19) TO WRK-LIM-IMAGEM.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-CLIENTES
               IF WRK-CLI-NUMERO(WRK-IND) EQUAL WRK-IMG-CLIENTE
                   MOVE 'S' TO WRK-CLI-PENDENTE(WRK-IND)
               END-IF
           END-PERFORM.

       0300-SOMAR-TITULOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CONTASREC.
           IF WRK-FS-CONTASREC NOT EQUAL '00'
               DISPLAY 'ARQUIVO CONTASREC.DAT NAO ENCONTRADO'
           ELSE
               MOVE LOW-VALUES TO REC-CHAVE
               START CONTASREC KEY IS NOT LESS THAN REC-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ CONTASREC NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF REC-SIT-PAGO
                               AND REC-DATA-PGTO NOT LESS THAN
                                   WRK-DATA-CORTE
                               PERFORM 0310-SOMAR-UM-TITULO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTASREC
           END-IF.

      * PAGAMENTO ANTECIPADO CONTA COMO ZERO DIA DE ATRASO - NAO
      * COMPENSA O ATRASO DE OUTRO TITULO NA MEDIA
       0310-SOMAR-UM-TITULO.
           MOVE ZEROS TO WRK-IND-ACHADO.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-CLIENTES
                      OR WRK-IND-ACHADO > ZEROS
               IF WRK-CLI-NUMERO(WRK-IND) EQUAL REC-CLIENTE
                   MOVE WRK-IND TO WRK-IND-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-IND-ACHADO > ZEROS
               MOVE WRK-IND-ACHADO TO WRK-IND
               ADD 1 TO WRK-CLI-QT-TIT(WRK-IND)
               ADD REC-VALOR TO WRK-CLI-VALOR(WRK-IND)
               ADD REC-MULTA TO WRK-CLI-ENCARGOS(WRK-IND)
               ADD REC-JUROS TO WRK-CLI-ENCARGOS(WRK-IND)
               IF NOT REC-SEM-AVISO
                   ADD 1 TO WRK-CLI-QT-AVISO(WRK-IND)
               END-IF
               MOVE 'D' TO WRK-DATA-FUNCAO
               MOVE REC-VENCIMENTO TO WRK-DATA-SERVICO
               MOVE REC-DATA-PGTO TO WRK-DATA-SERVICO2
               CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
                   WRK-DATA-SERVICO WRK-DATA-SERVICO2
                   WRK-DIAS-ATRASO WRK-DATA-VALIDA
               IF WRK-DATA-OK
                   AND WRK-DIAS-ATRASO > ZEROS
                   ADD WRK-DIAS-ATRASO TO WRK-CLI-DIAS(WRK-IND)
               END-IF
           END-IF.

      * PONTOS POR ATRASO MEDIO (0 A 3), ENCARGOS SOBRE O VALOR
      * (0 A 2) E PARCELA COM AVISO DE COBRANCA (0 A 3): ZERO
      * PONTO = PAGADOR EM DIA, AUMENTA; A PARTIR DE
      * WRK-PONTOS-CORTE, CORTA; NO MEIO, MANTEM
       0400-PONTUAR.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-CLIENTES
               IF WRK-CLI-QT-TIT(WRK-IND) EQUAL ZEROS
                   ADD 1 TO WRK-QT-SEM-MOVTO
               ELSE
                   PERFORM 0410-PONTUAR-CLIENTE
               END-IF
           END-PERFORM.

       0410-PONTUAR-CLIENTE.
           COMPUTE WRK-MEDIA-ATRASO ROUNDED =
               WRK-CLI-DIAS(WRK-IND) / WRK-CLI-QT-TIT(WRK-IND).
           MOVE ZEROS TO WRK-PERC-ENCARGO.
           IF WRK-CLI-VALOR(WRK-IND) > ZEROS
               COMPUTE WRK-PERC-ENCARGO ROUNDED =
                   (WRK-CLI-ENCARGOS(WRK-IND) /
                    WRK-CLI-VALOR(WRK-IND)) * 100
           END-IF.
           COMPUTE WRK-PERC-AVISO ROUNDED =
               (WRK-CLI-QT-AVISO(WRK-IND) * 100) /
               WRK-CLI-QT-TIT(WRK-IND).
           MOVE ZEROS TO WRK-PONTOS.
           EVALUATE TRUE
               WHEN WRK-MEDIA-ATRASO EQUAL ZEROS
                   CONTINUE
               WHEN WRK-MEDIA-ATRASO NOT GREATER THAN 10
                   ADD 1 TO WRK-PONTOS
               WHEN WRK-MEDIA-ATRASO NOT GREATER THAN 30
                   ADD 2 TO WRK-PONTOS
               WHEN OTHER
                   ADD 3 TO WRK-PONTOS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WRK-PERC-ENCARGO EQUAL ZEROS
                   CONTINUE
               WHEN WRK-PERC-ENCARGO < 2
                   ADD 1 TO WRK-PONTOS
               WHEN OTHER
                   ADD 2 TO WRK-PONTOS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WRK-PERC-AVISO EQUAL ZEROS
                   CONTINUE
               WHEN WRK-PERC-AVISO < 25
                   ADD 1 TO WRK-PONTOS
               WHEN WRK-PERC-AVISO < 50
                   ADD 2 TO WRK-PONTOS
               WHEN OTHER
                   ADD 3 TO WRK-PONTOS
           END-EVALUATE.
           MOVE WRK-PONTOS TO WRK-CLI-PONTOS(WRK-IND).
           EVALUATE TRUE
               WHEN WRK-PONTOS EQUAL ZEROS
                   MOVE 'A' TO WRK-CLI-ACAO(WRK-IND)
                   COMPUTE WRK-CLI-NOVO(WRK-IND) ROUNDED =
                       WRK-CLI-LIMITE(WRK-IND) *
                       (1 + WRK-PERC-AUMENTO / 100)
                   ADD 1 TO WRK-QT-AUMENTO
               WHEN WRK-PONTOS NOT LESS THAN WRK-PONTOS-CORTE
                   MOVE 'C' TO WRK-CLI-ACAO(WRK-IND)
                   COMPUTE WRK-CLI-NOVO(WRK-IND) ROUNDED =
                       WRK-CLI-LIMITE(WRK-IND) *
                       (1 - WRK-PERC-CORTE / 100)
                   ADD 1 TO WRK-QT-CORTE
               WHEN OTHER
                   ADD 1 TO WRK-QT-MANTER
           END-EVALUATE.

      * SO AUMENTO E CORTE VIRAM PENDENCIA; O SOLICITANTE E O
      * PROPRIO LOTE, ENTAO QUALQUER ADMINISTRADOR PODE DECIDIR
       0500-GRAVAR-PROPOSTAS.
           OPEN EXTEND PENDAPR.
           IF WRK-FS-PENDAPR EQUAL '35'
               OPEN OUTPUT PENDAPR
           END-IF.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-CLIENTES
               IF WRK-CLI-ACAO(WRK-IND) NOT EQUAL 'M'
                   IF WRK-CLI-PENDENTE(WRK-IND) EQUAL 'S'
                       ADD 1 TO WRK-QT-JA-PENDENTE
                   ELSE
                       PERFORM 0510-GRAVAR-PENDENCIA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PENDAPR.

       0510-GRAVAR-PENDENCIA.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE SPACES TO APR-REG.
           MOVE WRK-PROX-SEQ TO APR-SEQ.
           SET APR-TIPO-LIMITE TO TRUE.
           MOVE ZEROS TO APR-LINHA.
           MOVE 'PROGCOB99' TO APR-SOLICITANTE.
           MOVE WRK-DATASYS TO APR-DATA.
           MOVE WRK-HORA-AGORA TO APR-HORA.
           MOVE WRK-CLI-NUMERO(WRK-IND) TO WRK-IMG-CLIENTE.
           MOVE WRK-CLI-LIMITE(WRK-IND) TO WRK-IMG-LIMITE.
           MOVE SPACES TO WRK-IMG-ACAO.
           MOVE ZEROS TO WRK-IMG-PONTOS.
           MOVE SPACES TO APR-IMAGEM-ANTES.
           MOVE WRK-LIM-IMAGEM(1:16) TO APR-IMAGEM-ANTES.
           MOVE WRK-CLI-NOVO(WRK-IND) TO WRK-IMG-LIMITE.
           MOVE WRK-CLI-ACAO(WRK-IND) TO WRK-IMG-ACAO.
           MOVE WRK-CLI-PONTOS(WRK-IND) TO WRK-IMG-PONTOS.
           MOVE SPACES TO APR-IMAGEM-DEPOIS.
           MOVE WRK-LIM-IMAGEM TO APR-IMAGEM-DEPOIS(1:19).
           SET APR-PENDENTE TO TRUE.
           MOVE SPACES TO APR-APROVADOR.
           MOVE ZEROS TO APR-DATA-DECISAO.
           WRITE APR-REG.
           ADD 1 TO WRK-PROX-SEQ.
           ADD 1 TO WRK-QT-PROPOSTAS.

       0700-IMPRIMIR-REVISAO.
           OPEN OUTPUT REVLIMREL.
           MOVE SPACES TO REVLIMREL-LINHA.
           STRING 'PROGCOB99 - REVISAO DE LIMITE DE CREDITO - '
               WRK-DATASYS
               DELIMITED BY SIZE INTO REVLIMREL-LINHA.
           WRITE REVLIMREL-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'PERIODO: TITULOS BAIXADOS DESDE ' WRK-DATA-CORTE
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO REVLIMREL-LINHA.
           WRITE REVLIMREL-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'CLIENT TITUL DIASATR ENCARGOS   AVISO PT A    '
               'LIMITE     PROPOSTO'
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO REVLIMREL-LINHA.
           WRITE REVLIMREL-LINHA.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-CLIENTES
               IF WRK-CLI-QT-TIT(WRK-IND) > ZEROS
                   PERFORM 0710-IMPRIMIR-CLIENTE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REVLIMREL-LINHA.
           WRITE REVLIMREL-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'AUMENTO: ' WRK-QT-AUMENTO
               '  MANTER: ' WRK-QT-MANTER
               '  CORTE: ' WRK-QT-CORTE
               '  SEM TITULO BAIXADO: ' WRK-QT-SEM-MOVTO
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO REVLIMREL-LINHA.
           WRITE REVLIMREL-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'PENDENCIAS GRAVADAS: ' WRK-QT-PROPOSTAS
               '  CLIENTES COM PROPOSTA AINDA SEM DECISAO: '
               WRK-QT-JA-PENDENTE
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO REVLIMREL-LINHA.
           WRITE REVLIMREL-LINHA.
           CLOSE REVLIMREL.
           DISPLAY 'REVISAO GRAVADA EM REVLIMREL.DAT - '
               WRK-QT-PROPOSTAS ' PENDENCIAS PARA O PROGCOB81'.

       0710-IMPRIMIR-CLIENTE.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING WRK-CLI-NUMERO(WRK-IND) ' '
               WRK-CLI-QT-TIT(WRK-IND) ' '
               WRK-CLI-DIAS(WRK-IND) ' '
               WRK-CLI-ENCARGOS(WRK-IND) ' '
               WRK-CLI-QT-AVISO(WRK-IND) ' '
               WRK-CLI-PONTOS(WRK-IND) ' '
               WRK-CLI-ACAO(WRK-IND) '    '
               WRK-CLI-LIMITE(WRK-IND) ' '
               WRK-CLI-NOVO(WRK-IND)
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO REVLIMREL-LINHA.
           WRITE REVLIMREL-LINHA.

       0800-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB99' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-PROPOSTAS TO RUNLOG-QTDE-REGISTROS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
