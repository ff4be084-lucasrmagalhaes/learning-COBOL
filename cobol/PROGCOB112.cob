       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB112.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: ENCERRAMENTO DO EXERCICIO - LOTE CONTROLADO,
      * RESTRITO AO ADMINISTRADOR, QUE RODA EM ETAPAS:
      * 1 FOTOGRAFA OS ARQUIVOS (QUANTIDADE E VALOR);
      * 2 ENCERRA AS CONTAS DE RESULTADO DO DIARIO (LANCTOS.DAT)
      *   EM LUCROS OU PREJUIZOS ACUMULADOS, DATADO DE 31/12;
      * 3 GRAVA OS SALDOS DE ABERTURA DO ANO SEGUINTE DAS CONTAS
      *   PATRIMONIAIS (SALDOS.DAT);
      * 4 A 7 MOVE PARA ARQUIVOS MORTOS DATADOS DE 31/12 DO
      *   EXERCICIO O HISTORICO DE VENDAS (VENDAAAAAMMDD.DAT), OS
      *   ITENS DE VENDA (VITEMAAAAMMDD.DAT), OS TITULOS PAGOS
      *   (TITPGAAAAMMDD.DAT) E OS PEDIDOS ENTREGUES SEM TITULO
      *   NA CARTEIRA (PEDENAAAAMMDD.DAT), QUE O PROGCOB83 BUSCA;
      * E IMPRIME O CERTIFICADO DE ENCERRAMENTO (ENCERREL.DAT)
      * COM ANTES, MOVIMENTO E DEPOIS DE CADA ARQUIVO.
      * CADA ETAPA CONCLUIDA FICA EM FECHANO.DAT: O LOTE
      * INTERROMPIDO RETOMA NA ETAPA SEGUINTE E O EXERCICIO
      * CONCLUIDO NAO RODA DE NOVO
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
           SELECT FECHANO ASSIGN TO "FECHANO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCA-ANO
               FILE STATUS IS WRK-FS-FECHANO.

           SELECT SALDOS ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLD-CHAVE
               FILE STATUS IS WRK-FS-SALDOS.

           SELECT PLANOCTA ASSIGN TO "PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PLANOCTA.

           SELECT LANCTOS ASSIGN TO "LANCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCTOS.

           SELECT VENDASDIA ASSIGN TO "VENDASDIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDA-CHAVE
               FILE STATUS IS WRK-FS-VENDASDIA.

           SELECT VENDIT ASSIGN TO "VENDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDIT-CHAVE
               FILE STATUS IS WRK-FS-VENDIT.

           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REC-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CONTASREC.

           SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT RASTREIO ASSIGN TO "RASTREIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RASTREIO.

           SELECT ARQVENDA ASSIGN TO WRK-ARQ-VENDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQVENDA.

           SELECT ARQVENDIT ASSIGN TO WRK-ARQ-VENDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQVENDIT.

           SELECT ARQTITULO ASSIGN TO WRK-ARQ-TITULO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQTITULO.

           SELECT ARQPEDIDO ASSIGN TO WRK-ARQ-PEDIDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQPEDIDO.

           SELECT ENCERREL ASSIGN TO "ENCERREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENCERREL.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FECHANO.
           COPY FCAREG.

       FD  SALDOS.
           COPY SLDREG.

       FD  PLANOCTA.
           COPY PLANREG.

       FD  LANCTOS.
           COPY LANCREG.

       FD  VENDASDIA.
           COPY VENDREG.

       FD  VENDIT.
           COPY VENDITRG.

       FD  CONTASREC.
           COPY RECREG.

       FD  PEDIDOS.
           COPY PEDREG.

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

       FD  ARQVENDA.
       01  ARQVENDA-REG            PIC X(24).

       FD  ARQVENDIT.
       01  ARQVENDIT-REG           PIC X(70).

       FD  ARQTITULO.
       01  ARQTITULO-REG           PIC X(123).

       FD  ARQPEDIDO.
       01  ARQPEDIDO-REG           PIC X(169).

       FD  ENCERREL.
       01  ENCERREL-LINHA          PIC X(110).

       FD  AUDITORIA.
       01  AUDITORIA-LINHA         PIC X(80).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FECHANO    PIC X(02)      VALUE SPACES.
       77 WRK-FS-SALDOS     PIC X(02)      VALUE SPACES.
       77 WRK-FS-PLANOCTA   PIC X(02)      VALUE SPACES.
       77 WRK-FS-LANCTOS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-VENDASDIA  PIC X(02)      VALUE SPACES.
       77 WRK-FS-VENDIT     PIC X(02)      VALUE SPACES.
       77 WRK-FS-CONTASREC  PIC X(02)      VALUE SPACES.
       77 WRK-FS-PEDIDOS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-RASTREIO   PIC X(02)      VALUE SPACES.
       77 WRK-FS-ARQVENDA   PIC X(02)      VALUE SPACES.
       77 WRK-FS-ARQVENDIT  PIC X(02)      VALUE SPACES.
       77 WRK-FS-ARQTITULO  PIC X(02)      VALUE SPACES.
       77 WRK-FS-ARQPEDIDO  PIC X(02)      VALUE SPACES.
       77 WRK-FS-ENCERREL   PIC X(02)      VALUE SPACES.
       77 WRK-FS-AUDITORIA  PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-AUDIT    PIC 9(08)      VALUE ZEROS.
       77 WRK-USUARIO       PIC X(20)      VALUE SPACES.
       77 WRK-NIVEL         PIC 9(02)      VALUE ZEROS.
           88 WRK-NIVEL-ADM        VALUE 01.
       77 WRK-LOGIN-VALIDO  PIC X(01)      VALUE 'N'.
           88 WRK-LOGIN-OK         VALUE 'S'.
       77 WRK-CONFIRMA      PIC X(01)      VALUE SPACES.
           88 WRK-CONFIRMA-SIM     VALUE 'S'.
       77 WRK-ANO-FECHA     PIC 9(04)      VALUE ZEROS.
       77 WRK-ANO-ABERTURA  PIC 9(04)      VALUE ZEROS.
       77 WRK-ANO-ATUAL     PIC 9(04)      VALUE ZEROS.
       77 WRK-DATA-ENCERRA  PIC 9(08)      VALUE ZEROS.
       77 WRK-ETAPA         PIC 9(01)      VALUE ZEROS.
       77 WRK-CONTA-LUCROS  PIC 9(06)      VALUE 230001.
       77 WRK-HIST-ENCERRA  PIC X(30)      VALUE SPACES.
       77 WRK-TEXTO-AUDIT   PIC X(40)      VALUE SPACES.
       77 WRK-ARQ-VENDA     PIC X(30)      VALUE SPACES.
       77 WRK-ARQ-VENDIT    PIC X(30)      VALUE SPACES.
       77 WRK-ARQ-TITULO    PIC X(30)      VALUE SPACES.
       77 WRK-ARQ-PEDIDO    PIC X(30)      VALUE SPACES.
       77 WRK-QT-PLANO      PIC 9(03)      VALUE ZEROS.
       77 WRK-IND           PIC 9(03)      VALUE ZEROS.
       77 WRK-IND-CTA       PIC 9(03)      VALUE ZEROS.
       77 WRK-IND-ARQ       PIC 9(01)      VALUE ZEROS.
       77 WRK-CONTA-EXAME   PIC 9(06)      VALUE ZEROS.
       77 WRK-VALOR-PERNA   PIC S9(12)V99  VALUE ZEROS.
       77 WRK-TIPO-EXAME    PIC X(01)      VALUE SPACES.
           88 WRK-TIPO-RESULTADO   VALUE 'R' 'D' 'C' 'E' 'O'.
       77 WRK-CONTA-RES     PIC X(01)      VALUE 'N'.
           88 WRK-CONTA-DE-RESULTADO VALUE 'S'.
       77 WRK-TABELA-CHEIA  PIC X(01)      VALUE 'N'.
           88 WRK-SEM-ESPACO       VALUE 'S'.
       77 WRK-QT-LANCADOS   PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-SALDOS     PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-ARQUIVADOS PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-PROCESSADOS PIC 9(07)     VALUE ZEROS.
       77 WRK-QT-ENTREGUES  PIC 9(04)      VALUE ZEROS.
       77 WRK-IND-ENT       PIC 9(04)      VALUE ZEROS.
       77 WRK-ENTREGUE-FLAG PIC X(01)      VALUE 'N'.
           88 WRK-PEDIDO-ENTREGUE  VALUE 'S'.
       77 WRK-TITULO-FLAG   PIC X(01)      VALUE 'N'.
           88 WRK-PEDIDO-COM-TITULO VALUE 'S'.
       77 WRK-CONTASREC-ABERTO PIC X(01)   VALUE 'N'.
           88 WRK-CARTEIRA-ABERTA  VALUE 'S'.
       77 WRK-RESULTADO     PIC S9(12)V99  VALUE ZEROS.
       77 WRK-QT-ED         PIC Z.ZZZ.ZZ9.
       77 WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-RESULTADO-ED  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-LINHA-ED      PIC X(110)     VALUE SPACES.
      * PLANO DE CONTAS E SALDO DE CADA CONTA ATE 31/12 (DEVEDOR
      * POSITIVO); CONTA DO DIARIO FORA DO PLANO ENTRA SEM TIPO
       01 WRK-CONTAS.
           02 WRK-QT-CONTAS    PIC 9(03)   VALUE ZEROS.
           02 WRK-CTA OCCURS 200 TIMES.
               05 WRK-CTA-NUMERO        PIC 9(06).
               05 WRK-CTA-TIPO          PIC X(01).
               05 WRK-CTA-SALDO         PIC S9(14)V99.
       01 WRK-ENTREGUES.
           02 WRK-ENT-PEDIDO   PIC 9(08)   OCCURS 5000 TIMES.
      * CONTAGENS POR ARQUIVO: 1 LANCTOS, 2 VENDASDIA, 3 VENDIT,
      * 4 CONTASREC, 5 PEDIDOS
       01 WRK-CONTAGEM.
           02 WRK-CNT OCCURS 5 TIMES.
               05 WRK-CNT-QT            PIC 9(07).
               05 WRK-CNT-VL            PIC 9(12)V99.
       01 WRK-MOVIMENTO.
           02 WRK-MOV OCCURS 5 TIMES.
               05 WRK-MOV-QT            PIC 9(07).
               05 WRK-MOV-VL            PIC 9(12)V99.
       01 WRK-ANTES.
           02 WRK-ANT OCCURS 5 TIMES.
               05 WRK-ANT-QT            PIC 9(07).
               05 WRK-ANT-VL            PIC 9(12)V99.
       01 WRK-CONFERE.
           02 WRK-CONF-QT      PIC S9(08).
           02 WRK-CONF-VL      PIC S9(13)V99.
       01 WRK-NOMES-LISTA.
           02 FILLER           PIC X(10)   VALUE 'LANCTOS'.
           02 FILLER           PIC X(10)   VALUE 'VENDASDIA'.
           02 FILLER           PIC X(10)   VALUE 'VENDIT'.
           02 FILLER           PIC X(10)   VALUE 'CONTASREC'.
           02 FILLER           PIC X(10)   VALUE 'PEDIDOS'.
       01 WRK-NOMES REDEFINES WRK-NOMES-LISTA.
           02 WRK-NOME-ARQ     PIC X(10)   OCCURS 5 TIMES.
      * VISOES DOS REGISTROS ARQUIVADOS PARA SOMAR O VALOR DE CADA
      * UM (MESMOS LAYOUTS DOS VIVOS)
       01 WRK-IMG-VENDA.
           02 FILLER           PIC X(11).
           02 WRK-IMV-ACUM     PIC 9(08)V99.
           02 FILLER           PIC X(03).
       01 WRK-IMG-VENDIT.
           02 FILLER           PIC X(38).
           02 WRK-IMI-TOTAL    PIC 9(08)V99.
           02 FILLER           PIC X(22).
       01 WRK-IMG-TITULO.
           02 FILLER           PIC X(16).
           02 WRK-IMT-VALOR    PIC 9(08)V99.
           02 FILLER           PIC X(97).
       01 WRK-IMG-PEDIDO.
           02 FILLER           PIC X(62).
           02 WRK-IMP-TOTAL    PIC 9(08)V99.
           02 FILLER           PIC X(97).
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB112'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           CALL 'PROGCOBLOGIN' USING WRK-USUARIO WRK-NIVEL
               WRK-LOGIN-VALIDO.
           IF NOT WRK-LOGIN-OK
               DISPLAY 'USUARIO OU SENHA INVALIDOS - ACESSO NEGADO'
           ELSE
               IF NOT WRK-NIVEL-ADM
                   DISPLAY 'ENCERRAMENTO DE EXERCICIO RESTRITO AO '
                       'NIVEL ADMINISTRADOR'
               ELSE
                   PERFORM 0100-INICIAR
                   IF WRK-CONFIRMA-SIM
                       PERFORM 0200-EXECUTAR-ETAPAS
                   END-IF
                   PERFORM 0900-GRAVAR-RUNLOG
               END-IF
           END-IF.
           STOP RUN.

      * SO ENCERRA ANO JA TERMINADO
       0100-INICIAR.
           MOVE 'N' TO WRK-CONFIRMA.
           DISPLAY 'EXERCICIO A ENCERRAR (AAAA): '.
           ACCEPT WRK-ANO-FECHA.
           MOVE WRK-DATASYS(1:4) TO WRK-ANO-ATUAL.
           IF WRK-ANO-FECHA EQUAL ZEROS
               OR WRK-ANO-FECHA NOT LESS THAN WRK-ANO-ATUAL
               DISPLAY 'SO ENCERRA EXERCICIO JA TERMINADO'
           ELSE
               PERFORM 0110-LER-CONTROLE
           END-IF.
           IF WRK-CONFIRMA-SIM
               COMPUTE WRK-DATA-ENCERRA = WRK-ANO-FECHA * 10000
                   + 1231
               COMPUTE WRK-ANO-ABERTURA = WRK-ANO-FECHA + 1
               MOVE SPACES TO WRK-HIST-ENCERRA
               STRING 'ENCERRAMENTO EXERCICIO ' WRK-ANO-FECHA
                   DELIMITED BY SIZE INTO WRK-HIST-ENCERRA
               MOVE SPACES TO WRK-ARQ-VENDA
               STRING 'VENDA' WRK-DATA-ENCERRA '.DAT'
                   DELIMITED BY SIZE INTO WRK-ARQ-VENDA
               MOVE SPACES TO WRK-ARQ-VENDIT
               STRING 'VITEM' WRK-DATA-ENCERRA '.DAT'
                   DELIMITED BY SIZE INTO WRK-ARQ-VENDIT
               MOVE SPACES TO WRK-ARQ-TITULO
               STRING 'TITPG' WRK-DATA-ENCERRA '.DAT'
                   DELIMITED BY SIZE INTO WRK-ARQ-TITULO
               MOVE SPACES TO WRK-ARQ-PEDIDO
               STRING 'PEDEN' WRK-DATA-ENCERRA '.DAT'
                   DELIMITED BY SIZE INTO WRK-ARQ-PEDIDO
           END-IF.

      * EXERCICIO SEM REGISTRO COMECA DA ETAPA 1; INTERROMPIDO
      * RETOMA NA ETAPA SEGUINTE A ULTIMA CONCLUIDA
       0110-LER-CONTROLE.
           OPEN I-O FECHANO.
           IF WRK-FS-FECHANO EQUAL '35'
               OPEN OUTPUT FECHANO
               CLOSE FECHANO
               OPEN I-O FECHANO
           END-IF.
           MOVE WRK-ANO-FECHA TO FCA-ANO.
           READ FECHANO
               INVALID KEY
                   DISPLAY 'ENCERRAR O EXERCICIO ' WRK-ANO-FECHA
                       ' - RESULTADO VAI PARA LUCROS ACUMULADOS E O '
                       'MOVIMENTO DO ANO PARA OS MORTOS (S/N): '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA-SIM
                       PERFORM 0120-CRIAR-CONTROLE
                   END-IF
               NOT INVALID KEY
                   IF FCA-SIT-CONCLUIDO
                       DISPLAY 'EXERCICIO ' WRK-ANO-FECHA
                           ' JA ENCERRADO EM ' FCA-DATA-CONCLUSAO
                           ' POR ' FCA-USUARIO
                   ELSE
                       MOVE FCA-ETAPA TO WRK-ETAPA
                       DISPLAY 'ENCERRAMENTO DE ' WRK-ANO-FECHA
                           ' INTERROMPIDO APOS A ETAPA ' WRK-ETAPA
                           ' - RETOMAR (S/N): '
                       ACCEPT WRK-CONFIRMA
                   END-IF
           END-READ.
           CLOSE FECHANO.

       0120-CRIAR-CONTROLE.
           MOVE SPACES TO FCA-REG.
           MOVE WRK-ANO-FECHA TO FCA-ANO.
           SET FCA-SIT-ANDAMENTO TO TRUE.
           MOVE ZEROS TO FCA-ETAPA.
           MOVE WRK-DATASYS TO FCA-DATA-INICIO.
           MOVE WRK-USUARIO TO FCA-USUARIO.
           MOVE ZEROS TO FCA-DATA-CONCLUSAO.
           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                   UNTIL WRK-IND-ARQ > 5
               MOVE ZEROS TO FCA-QT-ANTES(WRK-IND-ARQ)
               MOVE ZEROS TO FCA-VL-ANTES(WRK-IND-ARQ)
           END-PERFORM.
           WRITE FCA-REG.
           MOVE ZEROS TO WRK-ETAPA.
           MOVE SPACES TO WRK-TEXTO-AUDIT.
           STRING 'ENCERRAMENTO EXERCICIO ' WRK-ANO-FECHA
               ' INICIADO'
               DELIMITED BY SIZE INTO WRK-TEXTO-AUDIT.
           PERFORM 9000-GRAVAR-AUDITORIA.

       0200-EXECUTAR-ETAPAS.
           PERFORM 0300-CARREGAR-PLANO.
           IF WRK-ETAPA < 1
               PERFORM 1000-FOTOGRAFAR-ANTES
           END-IF.
           IF WRK-ETAPA < 2
               PERFORM 2000-ENCERRAR-RESULTADO
           END-IF.
           IF WRK-ETAPA < 3
               PERFORM 3000-SALDOS-ABERTURA
           END-IF.
           IF WRK-ETAPA < 4
               PERFORM 4000-ARQUIVAR-VENDAS
           END-IF.
           IF WRK-ETAPA < 5
               PERFORM 4100-ARQUIVAR-ITENS
           END-IF.
           IF WRK-ETAPA < 6
               PERFORM 4200-ARQUIVAR-TITULOS
           END-IF.
           IF WRK-ETAPA < 7
               PERFORM 4300-ARQUIVAR-PEDIDOS
           END-IF.
           PERFORM 5000-EMITIR-CERTIFICADO.
           PERFORM 0260-CONCLUIR.

      * A ETAPA SO E MARCADA DEPOIS DE CONCLUIDA; NA ETAPA 1 VAI
      * JUNTO A FOTOGRAFIA DO ANTES
       0250-MARCAR-ETAPA.
           OPEN I-O FECHANO.
           MOVE WRK-ANO-FECHA TO FCA-ANO.
           READ FECHANO
               INVALID KEY
                   DISPLAY 'FECHANO.DAT SEM O EXERCICIO ' WRK-ANO-FECHA
               NOT INVALID KEY
                   MOVE WRK-ETAPA TO FCA-ETAPA
                   IF WRK-ETAPA EQUAL 1
                       PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                               UNTIL WRK-IND-ARQ > 5
                           MOVE WRK-CNT-QT(WRK-IND-ARQ) TO
                               FCA-QT-ANTES(WRK-IND-ARQ)
                           MOVE WRK-CNT-VL(WRK-IND-ARQ) TO
                               FCA-VL-ANTES(WRK-IND-ARQ)
                       END-PERFORM
                   END-IF
                   REWRITE FCA-REG
           END-READ.
           CLOSE FECHANO.
           DISPLAY 'ETAPA ' WRK-ETAPA ' CONCLUIDA'.

       0260-CONCLUIR.
           OPEN I-O FECHANO.
           MOVE WRK-ANO-FECHA TO FCA-ANO.
           READ FECHANO
               INVALID KEY
                   DISPLAY 'FECHANO.DAT SEM O EXERCICIO ' WRK-ANO-FECHA
               NOT INVALID KEY
                   SET FCA-SIT-CONCLUIDO TO TRUE
                   MOVE WRK-DATASYS TO FCA-DATA-CONCLUSAO
                   MOVE WRK-USUARIO TO FCA-USUARIO
                   REWRITE FCA-REG
           END-READ.
           CLOSE FECHANO.
           MOVE SPACES TO WRK-TEXTO-AUDIT.
           STRING 'ENCERRAMENTO EXERCICIO ' WRK-ANO-FECHA
               ' CONCLUIDO'
               DELIMITED BY SIZE INTO WRK-TEXTO-AUDIT.
           PERFORM 9000-GRAVAR-AUDITORIA.
           DISPLAY 'EXERCICIO ' WRK-ANO-FECHA ' ENCERRADO - '
               'CERTIFICADO EM ENCERREL.DAT'.

      * SEM PLANOCTA.DAT A NATUREZA SAI PELO PRIMEIRO DIGITO DA
      * CONTA, COMO NO PROGCOB64
       0300-CARREGAR-PLANO.
           MOVE ZEROS TO WRK-QT-CONTAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PLANOCTA.
           IF WRK-FS-PLANOCTA EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ PLANOCTA
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF WRK-QT-CONTAS < 200
                               ADD 1 TO WRK-QT-CONTAS
                               MOVE PLANO-CONTA TO
                                   WRK-CTA-NUMERO(WRK-QT-CONTAS)
                               MOVE PLANO-TIPO TO
                                   WRK-CTA-TIPO(WRK-QT-CONTAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANOCTA
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE WRK-QT-CONTAS TO WRK-QT-PLANO.

       1000-FOTOGRAFAR-ANTES.
           PERFORM 7000-CONTAR-VIVOS.
           MOVE 1 TO WRK-ETAPA.
           PERFORM 0250-MARCAR-ETAPA.

      * O ENCERRAMENTO LANCA O SALDO QUE AINDA RESTA EM CADA CONTA
      * DE RESULTADO ATE 31/12 - NA RETOMADA O QUE JA FOI LANCADO
      * ZERA A CONTA E ELA NAO E LANCADA DE NOVO
       2000-ENCERRAR-RESULTADO.
           PERFORM 7200-APURAR-SALDOS.
           MOVE ZEROS TO WRK-QT-LANCADOS.
           OPEN EXTEND LANCTOS.
           IF WRK-FS-LANCTOS EQUAL '35'
               OPEN OUTPUT LANCTOS
           END-IF.
           PERFORM VARYING WRK-IND-CTA FROM 1 BY 1
                   UNTIL WRK-IND-CTA > WRK-QT-CONTAS
               PERFORM 7300-CLASSIFICAR-CONTA
               IF WRK-CONTA-DE-RESULTADO
                   AND WRK-CTA-SALDO(WRK-IND-CTA) NOT EQUAL ZEROS
                   PERFORM 2100-LANCAR-ENCERRAMENTO
               END-IF
           END-PERFORM.
           CLOSE LANCTOS.
           DISPLAY 'CONTAS DE RESULTADO ENCERRADAS: ' WRK-QT-LANCADOS.
           MOVE 2 TO WRK-ETAPA.
           PERFORM 0250-MARCAR-ETAPA.

      * SALDO DEVEDOR (DESPESA) SAI A CREDITO DA CONTA, SALDO
      * CREDOR (RECEITA) A DEBITO, CONTRA LUCROS ACUMULADOS
       2100-LANCAR-ENCERRAMENTO.
           MOVE SPACES TO LANCTO-REG.
           MOVE WRK-DATA-ENCERRA TO LANCTO-DATA.
           IF WRK-CTA-SALDO(WRK-IND-CTA) > ZEROS
               MOVE WRK-CONTA-LUCROS TO LANCTO-CONTA-DEB
               MOVE WRK-CTA-NUMERO(WRK-IND-CTA) TO LANCTO-CONTA-CRED
               MOVE WRK-CTA-SALDO(WRK-IND-CTA) TO LANCTO-VALOR
           ELSE
               MOVE WRK-CTA-NUMERO(WRK-IND-CTA) TO LANCTO-CONTA-DEB
               MOVE WRK-CONTA-LUCROS TO LANCTO-CONTA-CRED
               COMPUTE LANCTO-VALOR =
                   0 - WRK-CTA-SALDO(WRK-IND-CTA)
           END-IF.
           MOVE WRK-HIST-ENCERRA TO LANCTO-HISTORICO.
           WRITE LANCTO-REG.
           ADD 1 TO WRK-QT-LANCADOS.

      * COM O RESULTADO JA ENCERRADO, O SALDO DAS PATRIMONIAIS EM
      * 31/12 E A ABERTURA DO ANO SEGUINTE (REGRAVADO NA RETOMADA)
       3000-SALDOS-ABERTURA.
           PERFORM 7200-APURAR-SALDOS.
           MOVE ZEROS TO WRK-QT-SALDOS.
           OPEN I-O SALDOS.
           IF WRK-FS-SALDOS EQUAL '35'
               OPEN OUTPUT SALDOS
               CLOSE SALDOS
               OPEN I-O SALDOS
           END-IF.
           PERFORM VARYING WRK-IND-CTA FROM 1 BY 1
                   UNTIL WRK-IND-CTA > WRK-QT-CONTAS
               PERFORM 7300-CLASSIFICAR-CONTA
               IF NOT WRK-CONTA-DE-RESULTADO
                   AND WRK-CTA-SALDO(WRK-IND-CTA) NOT EQUAL ZEROS
                   PERFORM 3100-GRAVAR-SALDO
               END-IF
           END-PERFORM.
           CLOSE SALDOS.
           DISPLAY 'SALDOS DE ABERTURA DE ' WRK-ANO-ABERTURA
               ' GRAVADOS: ' WRK-QT-SALDOS.
           MOVE 3 TO WRK-ETAPA.
           PERFORM 0250-MARCAR-ETAPA.

       3100-GRAVAR-SALDO.
           MOVE WRK-ANO-ABERTURA TO SLD-ANO.
           MOVE WRK-CTA-NUMERO(WRK-IND-CTA) TO SLD-CONTA.
           READ SALDOS
               INVALID KEY
                   MOVE WRK-CTA-SALDO(WRK-IND-CTA) TO SLD-SALDO
                   MOVE WRK-DATASYS TO SLD-DATA-GERACAO
                   WRITE SLD-REG
               NOT INVALID KEY
                   MOVE WRK-CTA-SALDO(WRK-IND-CTA) TO SLD-SALDO
                   MOVE WRK-DATASYS TO SLD-DATA-GERACAO
                   REWRITE SLD-REG
           END-READ.
           ADD 1 TO WRK-QT-SALDOS.

      * CADA REGISTRO VAI PRIMEIRO PARA O MORTO E SO DEPOIS SAI DO
      * VIVO - NA RETOMADA O QUE JA SAIU NAO E VISTO DE NOVO
       4000-ARQUIVAR-VENDAS.
           MOVE ZEROS TO WRK-QT-ARQUIVADOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN I-O VENDASDIA.
           IF WRK-FS-VENDASDIA NOT EQUAL '00'
               DISPLAY 'VENDASDIA.DAT INEXISTENTE - NADA A ARQUIVAR'
           ELSE
               OPEN EXTEND ARQVENDA
               IF WRK-FS-ARQVENDA EQUAL '35'
                   OPEN OUTPUT ARQVENDA
               END-IF
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
                           IF VENDA-DATA NOT > WRK-DATA-ENCERRA
                               MOVE VENDA-REG TO ARQVENDA-REG
                               WRITE ARQVENDA-REG
                               DELETE VENDASDIA RECORD
                               ADD 1 TO WRK-QT-ARQUIVADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQVENDA
               CLOSE VENDASDIA
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           DISPLAY 'DIAS DE VENDA ARQUIVADOS: ' WRK-QT-ARQUIVADOS.
           MOVE 4 TO WRK-ETAPA.
           PERFORM 0250-MARCAR-ETAPA.

      * VENDIT.DAT E CHAVEADO POR DATA - A LEITURA PARA NO PRIMEIRO
      * ITEM DO ANO SEGUINTE
       4100-ARQUIVAR-ITENS.
           MOVE ZEROS TO WRK-QT-ARQUIVADOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN I-O VENDIT.
           IF WRK-FS-VENDIT NOT EQUAL '00'
               DISPLAY 'VENDIT.DAT INEXISTENTE - NADA A ARQUIVAR'
           ELSE
               OPEN EXTEND ARQVENDIT
               IF WRK-FS-ARQVENDIT EQUAL '35'
                   OPEN OUTPUT ARQVENDIT
               END-IF
               MOVE LOW-VALUES TO VENDIT-CHAVE
               START VENDIT KEY IS NOT LESS THAN VENDIT-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ VENDIT NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF VENDIT-DATA > WRK-DATA-ENCERRA
                               SET WRK-FIM-ARQ TO TRUE
                           ELSE
                               MOVE VENDIT-REG TO ARQVENDIT-REG
                               WRITE ARQVENDIT-REG
                               DELETE VENDIT RECORD
                               ADD 1 TO WRK-QT-ARQUIVADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQVENDIT
               CLOSE VENDIT
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           DISPLAY 'ITENS DE VENDA ARQUIVADOS: ' WRK-QT-ARQUIVADOS.
           MOVE 5 TO WRK-ETAPA.
           PERFORM 0250-MARCAR-ETAPA.

      * SO O TITULO PAGO ATE 31/12 SAI DA CARTEIRA; ABERTO, EM
      * PERDA OU RENEGOCIADO CONTINUA VIVO
       4200-ARQUIVAR-TITULOS.
           MOVE ZEROS TO WRK-QT-ARQUIVADOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN I-O CONTASREC.
           IF WRK-FS-CONTASREC NOT EQUAL '00'
               DISPLAY 'CONTASREC.DAT INEXISTENTE - NADA A ARQUIVAR'
           ELSE
               OPEN EXTEND ARQTITULO
               IF WRK-FS-ARQTITULO EQUAL '35'
                   OPEN OUTPUT ARQTITULO
               END-IF
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
                               AND REC-DATA-PGTO NOT >
                                   WRK-DATA-ENCERRA
                               MOVE REC-REG TO ARQTITULO-REG
                               WRITE ARQTITULO-REG
                               DELETE CONTASREC RECORD
                               MOVE 'E' TO WRK-JRN-OPERACAO
                               PERFORM 0962-JORNAL-CONTASREC
                               ADD 1 TO WRK-QT-ARQUIVADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQTITULO
               CLOSE CONTASREC
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           DISPLAY 'TITULOS PAGOS ARQUIVADOS: ' WRK-QT-ARQUIVADOS.
           MOVE 6 TO WRK-ETAPA.
           PERFORM 0250-MARCAR-ETAPA.

      * PEDIDO ENTREGUE E O CONFIRMADO COM EVENTO DE ENTREGA NO
      * RASTREIO ATE 31/12; SO SAI SE NAO TEM MAIS TITULO NA
      * CARTEIRA (OS PAGOS JA FORAM PARA O MORTO NA ETAPA 6)
       4300-ARQUIVAR-PEDIDOS.
           MOVE ZEROS TO WRK-QT-ARQUIVADOS.
           PERFORM 4310-CARREGAR-ENTREGUES.
           MOVE 'N' TO WRK-CONTASREC-ABERTO.
           OPEN INPUT CONTASREC.
           IF WRK-FS-CONTASREC EQUAL '00'
               SET WRK-CARTEIRA-ABERTA TO TRUE
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN I-O PEDIDOS.
           IF WRK-FS-PEDIDOS NOT EQUAL '00'
               DISPLAY 'PEDIDOS.DAT INEXISTENTE - NADA A ARQUIVAR'
           ELSE
               OPEN EXTEND ARQPEDIDO
               IF WRK-FS-ARQPEDIDO EQUAL '35'
                   OPEN OUTPUT ARQPEDIDO
               END-IF
               MOVE LOW-VALUES TO PED-NUMERO
               START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ PEDIDOS NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF PED-SIT-CONFIRMADO
                               AND PED-DATA NOT > WRK-DATA-ENCERRA
                               PERFORM 4320-AVALIAR-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPEDIDO
               CLOSE PEDIDOS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           IF WRK-CARTEIRA-ABERTA
               CLOSE CONTASREC
           END-IF.
           DISPLAY 'PEDIDOS ENTREGUES ARQUIVADOS: '
               WRK-QT-ARQUIVADOS.
           MOVE 7 TO WRK-ETAPA.
           PERFORM 0250-MARCAR-ETAPA.

       4310-CARREGAR-ENTREGUES.
           MOVE ZEROS TO WRK-QT-ENTREGUES.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT RASTREIO.
           IF WRK-FS-RASTREIO NOT EQUAL '00'
               DISPLAY 'RASTREIO.DAT INEXISTENTE - NENHUM PEDIDO '
                   'COM ENTREGA REGISTRADA'
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ
                   READ RASTREIO
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF RAST-ENTREGUE
                               AND RAST-DATA NOT > WRK-DATA-ENCERRA
                               PERFORM 4315-GUARDAR-ENTREGUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RASTREIO
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       4315-GUARDAR-ENTREGUE.
           IF WRK-QT-ENTREGUES < 5000
               ADD 1 TO WRK-QT-ENTREGUES
               MOVE RAST-PEDIDO TO WRK-ENT-PEDIDO(WRK-QT-ENTREGUES)
           ELSE
               IF NOT WRK-SEM-ESPACO
                   SET WRK-SEM-ESPACO TO TRUE
                   DISPLAY 'MAIS DE 5000 ENTREGAS NO ANO - AS '
                       'DEMAIS FICAM PARA O PROXIMO ENCERRAMENTO'
               END-IF
           END-IF.

       4320-AVALIAR-PEDIDO.
           MOVE 'N' TO WRK-ENTREGUE-FLAG.
           PERFORM VARYING WRK-IND-ENT FROM 1 BY 1
                   UNTIL WRK-IND-ENT > WRK-QT-ENTREGUES
                   OR WRK-PEDIDO-ENTREGUE
               IF WRK-ENT-PEDIDO(WRK-IND-ENT) EQUAL PED-NUMERO
                   SET WRK-PEDIDO-ENTREGUE TO TRUE
               END-IF
           END-PERFORM.
           IF WRK-PEDIDO-ENTREGUE
               PERFORM 4330-PROCURAR-TITULO
               IF NOT WRK-PEDIDO-COM-TITULO
                   MOVE PEDIDO-REG TO ARQPEDIDO-REG
                   WRITE ARQPEDIDO-REG
                   DELETE PEDIDOS RECORD
                   MOVE 'E' TO WRK-JRN-OPERACAO
                   PERFORM 0961-JORNAL-PEDIDOS
                   ADD 1 TO WRK-QT-ARQUIVADOS
               END-IF
           END-IF.

       4330-PROCURAR-TITULO.
           MOVE 'N' TO WRK-TITULO-FLAG.
           IF WRK-CARTEIRA-ABERTA
               MOVE PED-NUMERO TO REC-PEDIDO
               MOVE ZEROS TO REC-PARCELA
               START CONTASREC KEY IS NOT LESS THAN REC-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CONTASREC NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF REC-PEDIDO EQUAL PED-NUMERO
                                   SET WRK-PEDIDO-COM-TITULO TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

      * CERTIFICADO: ANTES (FOTOGRAFIA DA ETAPA 1), MOVIMENTO E
      * DEPOIS DE CADA ARQUIVO. NO DIARIO O MOVIMENTO SAO OS
      * LANCAMENTOS DE ENCERRAMENTO (DEPOIS = ANTES + MOVIMENTO);
      * NOS DEMAIS E O QUE FOI PARA O MORTO (DEPOIS = ANTES -
      * MOVIMENTO)
       5000-EMITIR-CERTIFICADO.
           PERFORM 5100-LER-ANTES.
           PERFORM 7000-CONTAR-VIVOS.
           PERFORM 7100-CONTAR-MOVIMENTO.
           PERFORM 5200-CONTAR-SALDOS.
           COMPUTE WRK-QT-PROCESSADOS = WRK-MOV-QT(1)
               + WRK-MOV-QT(2) + WRK-MOV-QT(3) + WRK-MOV-QT(4)
               + WRK-MOV-QT(5).
           OPEN OUTPUT ENCERREL.
           MOVE SPACES TO ENCERREL-LINHA.
           STRING 'PROGCOB112 - CERTIFICADO DE ENCERRAMENTO DO '
               'EXERCICIO ' WRK-ANO-FECHA
               DELIMITED BY SIZE INTO ENCERREL-LINHA.
           WRITE ENCERREL-LINHA.
           MOVE SPACES TO ENCERREL-LINHA.
           STRING 'EMITIDO EM ' WRK-DATASYS ' POR ' WRK-USUARIO
               DELIMITED BY SIZE INTO ENCERREL-LINHA.
           WRITE ENCERREL-LINHA.
           MOVE SPACES TO ENCERREL-LINHA.
           WRITE ENCERREL-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           MOVE 'ARQUIVO' TO WRK-LINHA-ED(1:7).
           MOVE 'QTD ANTES' TO WRK-LINHA-ED(12:9).
           MOVE 'VALOR ANTES' TO WRK-LINHA-ED(29:11).
           MOVE 'QTD MOVTO' TO WRK-LINHA-ED(41:9).
           MOVE 'VALOR MOVTO' TO WRK-LINHA-ED(58:11).
           MOVE 'QT DEPOIS' TO WRK-LINHA-ED(70:9).
           MOVE 'VALOR DEPOIS' TO WRK-LINHA-ED(86:12).
           MOVE 'SITUACAO' TO WRK-LINHA-ED(99:8).
           MOVE WRK-LINHA-ED TO ENCERREL-LINHA.
           WRITE ENCERREL-LINHA.
           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                   UNTIL WRK-IND-ARQ > 5
               PERFORM 5300-IMPRIMIR-ARQUIVO
           END-PERFORM.
           MOVE SPACES TO ENCERREL-LINHA.
           WRITE ENCERREL-LINHA.
           MOVE WRK-RESULTADO TO WRK-RESULTADO-ED.
           MOVE SPACES TO ENCERREL-LINHA.
           STRING 'RESULTADO DO EXERCICIO LEVADO A LUCROS OU '
               'PREJUIZOS ACUMULADOS (CONTA ' WRK-CONTA-LUCROS
               '): ' WRK-RESULTADO-ED
               DELIMITED BY SIZE INTO ENCERREL-LINHA.
           WRITE ENCERREL-LINHA.
           MOVE WRK-QT-SALDOS TO WRK-QT-ED.
           MOVE SPACES TO ENCERREL-LINHA.
           STRING 'SALDOS DE ABERTURA DE ' WRK-ANO-ABERTURA
               ' EM SALDOS.DAT: ' WRK-QT-ED ' CONTAS'
               DELIMITED BY SIZE INTO ENCERREL-LINHA.
           WRITE ENCERREL-LINHA.
           MOVE SPACES TO ENCERREL-LINHA.
           STRING 'ARQUIVOS MORTOS: ' WRK-ARQ-VENDA DELIMITED BY ' '
               ' ' WRK-ARQ-VENDIT DELIMITED BY ' '
               ' ' WRK-ARQ-TITULO DELIMITED BY ' '
               ' ' WRK-ARQ-PEDIDO DELIMITED BY ' '
               INTO ENCERREL-LINHA.
           WRITE ENCERREL-LINHA.
           CLOSE ENCERREL.

       5100-LER-ANTES.
           OPEN INPUT FECHANO.
           MOVE WRK-ANO-FECHA TO FCA-ANO.
           READ FECHANO
               INVALID KEY
                   PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                           UNTIL WRK-IND-ARQ > 5
                       MOVE ZEROS TO WRK-ANT-QT(WRK-IND-ARQ)
                       MOVE ZEROS TO WRK-ANT-VL(WRK-IND-ARQ)
                   END-PERFORM
               NOT INVALID KEY
                   PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                           UNTIL WRK-IND-ARQ > 5
                       MOVE FCA-QT-ANTES(WRK-IND-ARQ) TO
                           WRK-ANT-QT(WRK-IND-ARQ)
                       MOVE FCA-VL-ANTES(WRK-IND-ARQ) TO
                           WRK-ANT-VL(WRK-IND-ARQ)
                   END-PERFORM
           END-READ.
           CLOSE FECHANO.

       5200-CONTAR-SALDOS.
           MOVE ZEROS TO WRK-QT-SALDOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT SALDOS.
           IF WRK-FS-SALDOS EQUAL '00'
               MOVE WRK-ANO-ABERTURA TO SLD-ANO
               MOVE ZEROS TO SLD-CONTA
               START SALDOS KEY IS NOT LESS THAN SLD-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ SALDOS NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF SLD-ANO NOT EQUAL WRK-ANO-ABERTURA
                               SET WRK-FIM-ARQ TO TRUE
                           ELSE
                               ADD 1 TO WRK-QT-SALDOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALDOS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       5300-IMPRIMIR-ARQUIVO.
           IF WRK-IND-ARQ EQUAL 1
               COMPUTE WRK-CONF-QT = WRK-ANT-QT(WRK-IND-ARQ)
                   + WRK-MOV-QT(WRK-IND-ARQ)
                   - WRK-CNT-QT(WRK-IND-ARQ)
               COMPUTE WRK-CONF-VL = WRK-ANT-VL(WRK-IND-ARQ)
                   + WRK-MOV-VL(WRK-IND-ARQ)
                   - WRK-CNT-VL(WRK-IND-ARQ)
           ELSE
               COMPUTE WRK-CONF-QT = WRK-ANT-QT(WRK-IND-ARQ)
                   - WRK-MOV-QT(WRK-IND-ARQ)
                   - WRK-CNT-QT(WRK-IND-ARQ)
               COMPUTE WRK-CONF-VL = WRK-ANT-VL(WRK-IND-ARQ)
                   - WRK-MOV-VL(WRK-IND-ARQ)
                   - WRK-CNT-VL(WRK-IND-ARQ)
           END-IF.
           MOVE SPACES TO WRK-LINHA-ED.
           MOVE WRK-NOME-ARQ(WRK-IND-ARQ) TO WRK-LINHA-ED(1:10).
           MOVE WRK-ANT-QT(WRK-IND-ARQ) TO WRK-QT-ED.
           MOVE WRK-QT-ED TO WRK-LINHA-ED(12:9).
           MOVE WRK-ANT-VL(WRK-IND-ARQ) TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA-ED(22:18).
           MOVE WRK-MOV-QT(WRK-IND-ARQ) TO WRK-QT-ED.
           MOVE WRK-QT-ED TO WRK-LINHA-ED(41:9).
           MOVE WRK-MOV-VL(WRK-IND-ARQ) TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA-ED(51:18).
           MOVE WRK-CNT-QT(WRK-IND-ARQ) TO WRK-QT-ED.
           MOVE WRK-QT-ED TO WRK-LINHA-ED(70:9).
           MOVE WRK-CNT-VL(WRK-IND-ARQ) TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA-ED(80:18).
           IF WRK-CONF-QT EQUAL ZEROS AND WRK-CONF-VL EQUAL ZEROS
               MOVE 'CONFERE' TO WRK-LINHA-ED(99:7)
           ELSE
               MOVE '*** DIVERGE' TO WRK-LINHA-ED(99:11)
           END-IF.
           MOVE WRK-LINHA-ED TO ENCERREL-LINHA.
           WRITE ENCERREL-LINHA.
           DISPLAY WRK-LINHA-ED.

      * QUANTIDADE E VALOR DOS ARQUIVOS VIVOS NA TABELA DE CONTAGEM
       7000-CONTAR-VIVOS.
           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                   UNTIL WRK-IND-ARQ > 5
               MOVE ZEROS TO WRK-CNT-QT(WRK-IND-ARQ)
               MOVE ZEROS TO WRK-CNT-VL(WRK-IND-ARQ)
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT LANCTOS.
           IF WRK-FS-LANCTOS EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ LANCTOS
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-CNT-QT(1)
                           ADD LANCTO-VALOR TO WRK-CNT-VL(1)
                   END-READ
               END-PERFORM
               CLOSE LANCTOS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT VENDASDIA.
           IF WRK-FS-VENDASDIA EQUAL '00'
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
                           ADD 1 TO WRK-CNT-QT(2)
                           ADD VENDA-ACUM TO WRK-CNT-VL(2)
                   END-READ
               END-PERFORM
               CLOSE VENDASDIA
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT VENDIT.
           IF WRK-FS-VENDIT EQUAL '00'
               MOVE LOW-VALUES TO VENDIT-CHAVE
               START VENDIT KEY IS NOT LESS THAN VENDIT-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ VENDIT NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-CNT-QT(3)
                           ADD VENDIT-TOTAL TO WRK-CNT-VL(3)
                   END-READ
               END-PERFORM
               CLOSE VENDIT
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CONTASREC.
           IF WRK-FS-CONTASREC EQUAL '00'
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
                           ADD 1 TO WRK-CNT-QT(4)
                           ADD REC-VALOR TO WRK-CNT-VL(4)
                   END-READ
               END-PERFORM
               CLOSE CONTASREC
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PEDIDOS.
           IF WRK-FS-PEDIDOS EQUAL '00'
               MOVE LOW-VALUES TO PED-NUMERO
               START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ PEDIDOS NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-CNT-QT(5)
                           ADD PED-TOTAL TO WRK-CNT-VL(5)
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

      * MOVIMENTO: LANCAMENTOS DE ENCERRAMENTO DO EXERCICIO NO
      * DIARIO (QUE TAMBEM DAO O RESULTADO) E REGISTROS DE CADA
      * ARQUIVO MORTO
       7100-CONTAR-MOVIMENTO.
           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                   UNTIL WRK-IND-ARQ > 5
               MOVE ZEROS TO WRK-MOV-QT(WRK-IND-ARQ)
               MOVE ZEROS TO WRK-MOV-VL(WRK-IND-ARQ)
           END-PERFORM.
           MOVE ZEROS TO WRK-RESULTADO.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT LANCTOS.
           IF WRK-FS-LANCTOS EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ LANCTOS
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF LANCTO-DATA EQUAL WRK-DATA-ENCERRA
                               AND LANCTO-HISTORICO EQUAL
                                   WRK-HIST-ENCERRA
                               PERFORM 7110-SOMAR-ENCERRAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LANCTOS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ARQVENDA.
           IF WRK-FS-ARQVENDA EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ ARQVENDA
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           MOVE ARQVENDA-REG TO WRK-IMG-VENDA
                           ADD 1 TO WRK-MOV-QT(2)
                           ADD WRK-IMV-ACUM TO WRK-MOV-VL(2)
                   END-READ
               END-PERFORM
               CLOSE ARQVENDA
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ARQVENDIT.
           IF WRK-FS-ARQVENDIT EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ ARQVENDIT
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           MOVE ARQVENDIT-REG TO WRK-IMG-VENDIT
                           ADD 1 TO WRK-MOV-QT(3)
                           ADD WRK-IMI-TOTAL TO WRK-MOV-VL(3)
                   END-READ
               END-PERFORM
               CLOSE ARQVENDIT
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ARQTITULO.
           IF WRK-FS-ARQTITULO EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ ARQTITULO
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           MOVE ARQTITULO-REG TO WRK-IMG-TITULO
                           ADD 1 TO WRK-MOV-QT(4)
                           ADD WRK-IMT-VALOR TO WRK-MOV-VL(4)
                   END-READ
               END-PERFORM
               CLOSE ARQTITULO
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ARQPEDIDO.
           IF WRK-FS-ARQPEDIDO EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ ARQPEDIDO
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           MOVE ARQPEDIDO-REG TO WRK-IMG-PEDIDO
                           ADD 1 TO WRK-MOV-QT(5)
                           ADD WRK-IMP-TOTAL TO WRK-MOV-VL(5)
                   END-READ
               END-PERFORM
               CLOSE ARQPEDIDO
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

      * CREDITO EM LUCROS ACUMULADOS E LUCRO, DEBITO E PREJUIZO
       7110-SOMAR-ENCERRAMENTO.
           ADD 1 TO WRK-MOV-QT(1).
           ADD LANCTO-VALOR TO WRK-MOV-VL(1).
           IF LANCTO-CONTA-CRED EQUAL WRK-CONTA-LUCROS
               ADD LANCTO-VALOR TO WRK-RESULTADO
           ELSE
               SUBTRACT LANCTO-VALOR FROM WRK-RESULTADO
           END-IF.

      * SALDO DE CADA CONTA COM TODO O DIARIO ATE 31/12 DO
      * EXERCICIO, INCLUSIVE ENCERRAMENTOS JA LANCADOS
       7200-APURAR-SALDOS.
           MOVE WRK-QT-PLANO TO WRK-QT-CONTAS.
           PERFORM VARYING WRK-IND-CTA FROM 1 BY 1
                   UNTIL WRK-IND-CTA > WRK-QT-CONTAS
               MOVE ZEROS TO WRK-CTA-SALDO(WRK-IND-CTA)
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT LANCTOS.
           IF WRK-FS-LANCTOS EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ LANCTOS
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF LANCTO-DATA NOT > WRK-DATA-ENCERRA
                               MOVE LANCTO-CONTA-DEB TO
                                   WRK-CONTA-EXAME
                               MOVE LANCTO-VALOR TO WRK-VALOR-PERNA
                               PERFORM 7210-SOMAR-PERNA
                               MOVE LANCTO-CONTA-CRED TO
                                   WRK-CONTA-EXAME
                               COMPUTE WRK-VALOR-PERNA =
                                   0 - LANCTO-VALOR
                               PERFORM 7210-SOMAR-PERNA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LANCTOS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       7210-SOMAR-PERNA.
           MOVE ZEROS TO WRK-IND-CTA.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-CONTAS
               IF WRK-CTA-NUMERO(WRK-IND) EQUAL WRK-CONTA-EXAME
                   MOVE WRK-IND TO WRK-IND-CTA
               END-IF
           END-PERFORM.
           IF WRK-IND-CTA EQUAL ZEROS
               IF WRK-QT-CONTAS < 200
                   ADD 1 TO WRK-QT-CONTAS
                   MOVE WRK-QT-CONTAS TO WRK-IND-CTA
                   MOVE WRK-CONTA-EXAME TO
                       WRK-CTA-NUMERO(WRK-IND-CTA)
                   MOVE SPACES TO WRK-CTA-TIPO(WRK-IND-CTA)
                   MOVE ZEROS TO WRK-CTA-SALDO(WRK-IND-CTA)
               ELSE
                   DISPLAY 'MAIS DE 200 CONTAS NO DIARIO - CONTA '
                       WRK-CONTA-EXAME ' NAO APURADA'
               END-IF
           END-IF.
           IF WRK-IND-CTA NOT EQUAL ZEROS
               ADD WRK-VALOR-PERNA TO WRK-CTA-SALDO(WRK-IND-CTA)
           END-IF.

      * RECEITA, DEDUCAO, CUSTO, DESPESA E OUTROS RESULTADOS; CONTA
      * SEM TIPO PELO PRIMEIRO DIGITO (3 E 4). LUCROS ACUMULADOS
      * NUNCA E RESULTADO
       7300-CLASSIFICAR-CONTA.
           MOVE 'N' TO WRK-CONTA-RES.
           MOVE WRK-CTA-TIPO(WRK-IND-CTA) TO WRK-TIPO-EXAME.
           MOVE WRK-CTA-NUMERO(WRK-IND-CTA) TO WRK-CONTA-EXAME.
           IF WRK-TIPO-EXAME NOT EQUAL SPACES
               IF WRK-TIPO-RESULTADO
                   SET WRK-CONTA-DE-RESULTADO TO TRUE
               END-IF
           ELSE
               IF WRK-CONTA-EXAME(1:1) EQUAL '3' OR '4'
                   SET WRK-CONTA-DE-RESULTADO TO TRUE
               END-IF
           END-IF.
           IF WRK-CONTA-EXAME EQUAL WRK-CONTA-LUCROS
               MOVE 'N' TO WRK-CONTA-RES
           END-IF.

       9000-GRAVAR-AUDITORIA.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           OPEN EXTEND AUDITORIA.
           IF WRK-FS-AUDITORIA EQUAL '35'
               OPEN OUTPUT AUDITORIA
           END-IF.
           MOVE SPACES TO AUDITORIA-LINHA.
           STRING WRK-DATASYS ' ' WRK-HORA-AUDIT ' '
               WRK-TEXTO-AUDIT DELIMITED BY '  '
               ' USUARIO: ' WRK-USUARIO DELIMITED BY SIZE
               INTO AUDITORIA-LINHA.
           WRITE AUDITORIA-LINHA.
           CLOSE AUDITORIA.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB112' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-PROCESSADOS TO RUNLOG-QTDE-REGISTROS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.

       0961-JORNAL-PEDIDOS.
           MOVE WRK-USUARIO TO WRK-JRN-USUARIO.
           MOVE 'PEDIDOS' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-PEDIDOS TO WRK-JRN-FS.
           MOVE PEDIDO-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.

       0962-JORNAL-CONTASREC.
           MOVE WRK-USUARIO TO WRK-JRN-USUARIO.
           MOVE 'CONTASREC' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-CONTASREC TO WRK-JRN-FS.
           MOVE REC-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
