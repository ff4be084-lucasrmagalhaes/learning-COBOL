       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB119.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: TESOURARIA - CADASTRO DAS APLICACOES
      * FINANCEIRAS REAIS DA EMPRESA (APLICACOES.DAT): BANCO,
      * PRODUTO, VALOR, DATA DA APLICACAO, VENCIMENTO, TAXA FIXA
      * AO MES OU CURVA DE TAXAS.DAT (A MESMA DO SIMULADOR
      * PROGCOBINVESTIMENTOFINANCEIRO, CONTADA A PARTIR DO MES DA
      * APLICACAO) E REGIME DE IR. O LOTE DIARIO APROPRIA O
      * RENDIMENTO DIA A DIA DESDE A ULTIMA APROPRIACAO E LANCA NO
      * DIARIO (LANCTOS.DAT); A APLICACAO QUE VENCE E LIQUIDADA NO
      * PROPRIO LOTE. APLICACAO, RESGATE E VENCIMENTO ALIMENTAM A
      * POSICAO DIARIA DE CAIXA (CAIXADIA.DAT) E O DIARIO. A
      * POSICAO (APLREL.DAT) MOSTRA O VALOR BRUTO, O IR DEVIDO E O
      * LIQUIDO DE CADA APLICACAO ATIVA POR DATA DE VENCIMENTO.
      * O IR REGRESSIVO SEGUE A TABELA DE RENDA FIXA PELOS DIAS
      * CORRIDOS DESDE A APLICACAO (22,5% ATE 180 DIAS, 20% ATE
      * 360, 17,5% ATE 720 E 15% ACIMA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLICACOES ASSIGN TO "APLICACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-NUMERO
               FILE STATUS IS WRK-FS-APLICACOES.

           SELECT TAXAS ASSIGN TO "TAXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TAXAS.

           SELECT LANCTOS ASSIGN TO "LANCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCTOS.

           SELECT CAIXADIA ASSIGN TO "CAIXADIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAIXADIA.

           SELECT APLREL ASSIGN TO "APLREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APLREL.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  APLICACOES.
           COPY APLREG.

       FD  TAXAS.
       01  TAXAS-REG.
           02  TAXAS-VALOR         PIC 9(02)V99.

       FD  LANCTOS.
           COPY LANCREG.

       FD  CAIXADIA.
           COPY CXAREG.

       FD  APLREL.
       01  APLREL-LINHA            PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-APLICACOES PIC X(02)      VALUE SPACES.
       77 WRK-FS-TAXAS      PIC X(02)      VALUE SPACES.
       77 WRK-FS-LANCTOS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-CAIXADIA   PIC X(02)      VALUE SPACES.
       77 WRK-FS-APLREL     PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-PERIODO-SIT   PIC X(01)      VALUE SPACES.
           88 WRK-PERIODO-FECHADO  VALUE 'F'.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-OPCAO         PIC X(01)      VALUE SPACES.
       77 WRK-FIM-MENU      PIC X(01)      VALUE 'N'.
           88 WRK-MENU-FIM         VALUE 'S'.
       77 WRK-CONFIRMA      PIC X(01)      VALUE SPACES.
           88 WRK-CONFIRMA-SIM     VALUE 'S'.
       77 WRK-DADOS-VALIDOS PIC X(01)      VALUE 'N'.
           88 WRK-DADOS-OK         VALUE 'S'.
       77 WRK-VENCEU        PIC X(01)      VALUE 'N'.
           88 WRK-APL-VENCEU       VALUE 'S'.
       77 WRK-NUMERO-BUSCA  PIC 9(06)      VALUE ZEROS.
       77 WRK-CONTA-BANCOS  PIC 9(06)      VALUE 110002.
       77 WRK-CONTA-APLICACOES PIC 9(06)   VALUE 110003.
       77 WRK-CONTA-IR-RETIDO PIC 9(06)    VALUE 110004.
       77 WRK-CONTA-RECEITA-FIN PIC 9(06)  VALUE 330001.
       77 WRK-DATA-FUNCAO   PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2 PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-RESULTADO PIC S9(08)    VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-DATA-LOTE     PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-LIMITE   PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-EVENTO   PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-IR       PIC 9(08)      VALUE ZEROS.
       77 WRK-ORIGEM-CAIXA  PIC X(20)      VALUE SPACES.
       77 WRK-MESES-CORRIDOS PIC S9(04)    VALUE ZEROS.
       77 WRK-IND-TAXA      PIC 9(03)      VALUE ZEROS.
       77 WRK-TAXA-MES      PIC 9(02)V99   VALUE ZEROS.
       77 WRK-FATOR-DIA     PIC 9(01)V9(12) VALUE ZEROS.
       77 WRK-RENDIMENTO-DIA PIC 9(10)V99  VALUE ZEROS.
       77 WRK-RENDIMENTO-PER PIC 9(10)V99  VALUE ZEROS.
       77 WRK-ALIQUOTA-IR   PIC 9(02)V99   VALUE ZEROS.
       77 WRK-BASE-IR       PIC 9(10)V99   VALUE ZEROS.
       77 WRK-IR            PIC 9(10)V99   VALUE ZEROS.
       77 WRK-VALOR-RESGATE PIC 9(10)V99   VALUE ZEROS.
       77 WRK-RENDIMENTO-RESG PIC 9(10)V99 VALUE ZEROS.
       77 WRK-PRINCIPAL-RESG PIC 9(10)V99  VALUE ZEROS.
       77 WRK-LIQUIDO-RESG  PIC 9(10)V99   VALUE ZEROS.
       77 WRK-VALOR-LANCTO  PIC 9(12)V99   VALUE ZEROS.
       77 WRK-QT-LANCTOS    PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-APLICACOES PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-APROPRIADAS PIC 9(05)     VALUE ZEROS.
       77 WRK-QT-VENCIDAS   PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-RENDIMENTO PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOTAL-VENCIDO PIC 9(12)V99   VALUE ZEROS.
       77 WRK-IND           PIC 9(03)      VALUE ZEROS.
       77 WRK-IND2          PIC 9(03)      VALUE ZEROS.
       77 WRK-PASSE         PIC 9(03)      VALUE ZEROS.
       77 WRK-VENC-ANTERIOR PIC 9(08)      VALUE ZEROS.
       77 WRK-QT-SUB        PIC 9(03)      VALUE ZEROS.
       77 WRK-SUB-APLICADO  PIC 9(12)V99   VALUE ZEROS.
       77 WRK-SUB-BRUTO     PIC 9(12)V99   VALUE ZEROS.
       77 WRK-SUB-IR        PIC 9(12)V99   VALUE ZEROS.
       77 WRK-SUB-LIQUIDO   PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOT-APLICADO  PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOT-BRUTO     PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOT-IR        PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOT-LIQUIDO   PIC 9(12)V99   VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-LINHA-ED      PIC X(100)     VALUE SPACES.
       77 WRK-DIAS-NO-MES   PIC 9(02)      VALUE ZEROS.
       77 WRK-QUOCIENTE     PIC 9(05)      VALUE ZEROS.
       77 WRK-RESTO-4       PIC 9(04)      VALUE ZEROS.
       77 WRK-RESTO-100     PIC 9(04)      VALUE ZEROS.
       77 WRK-RESTO-400     PIC 9(04)      VALUE ZEROS.
       01 WRK-DATA-VARRE.
           02 WRK-VAR-ANO      PIC 9(04).
           02 WRK-VAR-MES      PIC 9(02).
           02 WRK-VAR-DIA      PIC 9(02).
       01 WRK-DATA-VARRE-NUM REDEFINES WRK-DATA-VARRE PIC 9(08).
       01 WRK-DATA-BASE.
           02 WRK-BAS-ANO      PIC 9(04).
           02 WRK-BAS-MES      PIC 9(02).
           02 WRK-BAS-DIA      PIC 9(02).
       01 WRK-DATA-BASE-NUM REDEFINES WRK-DATA-BASE PIC 9(08).
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
       01 WRK-CURVA-TAXAS.
           02 WRK-QT-TAXAS     PIC 9(03)   VALUE ZEROS.
           02 WRK-TAXA-TAB     PIC 9(02)V99 OCCURS 360 TIMES.
      * POSICAO DAS APLICACOES ATIVAS, ORDENADA PELO VENCIMENTO
      * (SEM VENCIMENTO VAI PARA O FIM COMO 99999999)
       01 WRK-POSICOES.
           02 WRK-QT-POS       PIC 9(03)   VALUE ZEROS.
           02 WRK-POS OCCURS 200 TIMES.
               05 WRK-POS-VENCIMENTO  PIC 9(08).
               05 WRK-POS-NUMERO      PIC 9(06).
               05 WRK-POS-BANCO       PIC X(20).
               05 WRK-POS-PRODUTO     PIC X(20).
               05 WRK-POS-APLICADO    PIC 9(10)V99.
               05 WRK-POS-BRUTO       PIC 9(10)V99.
               05 WRK-POS-IR          PIC 9(10)V99.
               05 WRK-POS-LIQUIDO     PIC 9(10)V99.
       01 WRK-POS-AUX.
           05 WRK-AUX-VENCIMENTO  PIC 9(08).
           05 WRK-AUX-NUMERO      PIC 9(06).
           05 WRK-AUX-BANCO       PIC X(20).
           05 WRK-AUX-PRODUTO     PIC X(20).
           05 WRK-AUX-APLICADO    PIC 9(10)V99.
           05 WRK-AUX-BRUTO       PIC 9(10)V99.
           05 WRK-AUX-IR          PIC 9(10)V99.
           05 WRK-AUX-LIQUIDO     PIC 9(10)V99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0100-CARREGAR-TAXAS.
           PERFORM 0200-MENU UNTIL WRK-MENU-FIM.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.

      * A CURVA DE TAXAS.DAT E A MESMA DO SIMULADOR: UMA TAXA AO
      * MES POR LINHA; PASSANDO DO FIM DA CURVA VALE A ULTIMA
       0100-CARREGAR-TAXAS.
           MOVE ZEROS TO WRK-QT-TAXAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT TAXAS.
           IF WRK-FS-TAXAS EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ TAXAS
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF WRK-QT-TAXAS < 360
                               ADD 1 TO WRK-QT-TAXAS
                               MOVE TAXAS-VALOR TO
                                   WRK-TAXA-TAB(WRK-QT-TAXAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAXAS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0200-MENU.
           DISPLAY '=============================================='.
           DISPLAY 'TESOURARIA - APLICACOES FINANCEIRAS'.
           DISPLAY '1 - INCLUIR APLICACAO'.
           DISPLAY '2 - CONSULTAR APLICACOES'.
           DISPLAY '3 - RESGATE DE APLICACAO'.
           DISPLAY '4 - APROPRIACAO DIARIA DE RENDIMENTOS'.
           DISPLAY '5 - POSICAO POR VENCIMENTO'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 1000-INCLUIR-APLICACAO
               WHEN '2'
                   PERFORM 2000-CONSULTAR-APLICACOES
               WHEN '3'
                   PERFORM 3000-RESGATAR-APLICACAO
               WHEN '4'
                   PERFORM 4000-APROPRIACAO-DIARIA
               WHEN '5'
                   PERFORM 5000-POSICAO-VENCIMENTO
               WHEN 'X'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
           END-EVALUATE.

       0610-AVANCAR-UM-DIA.
           MOVE DIAS-DO-MES(WRK-VAR-MES) TO WRK-DIAS-NO-MES.
           IF WRK-VAR-MES EQUAL 02
               COMPUTE WRK-QUOCIENTE = WRK-VAR-ANO / 4
               COMPUTE WRK-RESTO-4 = WRK-VAR-ANO -
                   (WRK-QUOCIENTE * 4)
               COMPUTE WRK-QUOCIENTE = WRK-VAR-ANO / 100
               COMPUTE WRK-RESTO-100 = WRK-VAR-ANO -
                   (WRK-QUOCIENTE * 100)
               COMPUTE WRK-QUOCIENTE = WRK-VAR-ANO / 400
               COMPUTE WRK-RESTO-400 = WRK-VAR-ANO -
                   (WRK-QUOCIENTE * 400)
               IF (WRK-RESTO-4 EQUAL ZEROS
                       AND WRK-RESTO-100 NOT EQUAL ZEROS)
                   OR WRK-RESTO-400 EQUAL ZEROS
                   MOVE 29 TO WRK-DIAS-NO-MES
               END-IF
           END-IF.
           IF WRK-VAR-DIA < WRK-DIAS-NO-MES
               ADD 1 TO WRK-VAR-DIA
           ELSE
               MOVE 1 TO WRK-VAR-DIA
               IF WRK-VAR-MES < 12
                   ADD 1 TO WRK-VAR-MES
               ELSE
                   MOVE 1 TO WRK-VAR-MES
                   ADD 1 TO WRK-VAR-ANO
               END-IF
           END-IF.

       1000-INCLUIR-APLICACAO.
           OPEN I-O APLICACOES.
           IF WRK-FS-APLICACOES EQUAL '35'
               OPEN OUTPUT APLICACOES
               CLOSE APLICACOES
               OPEN I-O APLICACOES
           END-IF.
           DISPLAY 'NUMERO DA APLICACAO: '.
           ACCEPT WRK-NUMERO-BUSCA.
           MOVE WRK-NUMERO-BUSCA TO APL-NUMERO.
           READ APLICACOES
               INVALID KEY
                   PERFORM 1010-DIGITAR-APLICACAO
                   IF WRK-DADOS-OK
                       DISPLAY 'CONFIRMA A APLICACAO (S/N)? '
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA-SIM
                           WRITE APL-REG
                           ADD 1 TO WRK-QT-APLICACOES
                           PERFORM 1100-LANCAR-APLICACAO
                           DISPLAY 'APLICACAO INCLUIDA'
                       ELSE
                           DISPLAY 'APLICACAO NAO GRAVADA'
                       END-IF
                   ELSE
                       DISPLAY 'APLICACAO NAO GRAVADA'
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'APLICACAO JA CADASTRADA: ' APL-BANCO
                       ' ' APL-PRODUTO
           END-READ.
           CLOSE APLICACOES.

      * VENCIMENTO ZERO E APLICACAO SEM VENCIMENTO (LIQUIDEZ
      * DIARIA) - SO SAI PELO RESGATE
       1010-DIGITAR-APLICACAO.
           MOVE 'S' TO WRK-DADOS-VALIDOS.
           MOVE WRK-NUMERO-BUSCA TO APL-NUMERO.
           MOVE ZEROS TO APL-TAXA-FIXA.
           MOVE ZEROS TO APL-RENDIMENTO-ACUM.
           MOVE ZEROS TO APL-TOTAL-RESGATADO.
           MOVE ZEROS TO APL-IR-RETIDO.
           MOVE ZEROS TO APL-DATA-ENCERRAMENTO.
           SET APL-SIT-ATIVA TO TRUE.
           DISPLAY 'BANCO: '.
           ACCEPT APL-BANCO.
           DISPLAY 'PRODUTO (CDB, FUNDO...): '.
           ACCEPT APL-PRODUTO.
           IF APL-BANCO EQUAL SPACES OR APL-PRODUTO EQUAL SPACES
               DISPLAY 'BANCO E PRODUTO OBRIGATORIOS'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           DISPLAY 'VALOR APLICADO: '.
           ACCEPT APL-VALOR-INICIAL.
           IF APL-VALOR-INICIAL EQUAL ZEROS
               DISPLAY 'VALOR APLICADO OBRIGATORIO'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           DISPLAY 'DATA DA APLICACAO (AAAAMMDD): '.
           ACCEPT APL-DATA-APLICACAO.
           MOVE 'V' TO WRK-DATA-FUNCAO.
           MOVE APL-DATA-APLICACAO TO WRK-DATA-SERVICO.
           MOVE ZEROS TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DATA-RESULTADO WRK-DATA-VALIDA.
           IF NOT WRK-DATA-OK
               OR APL-DATA-APLICACAO > WRK-DATASYS
               DISPLAY 'DATA DA APLICACAO INVALIDA'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           IF WRK-DADOS-OK
               CALL 'PROGCOBPER' USING APL-DATA-APLICACAO
                   WRK-PERIODO-SIT
               IF WRK-PERIODO-FECHADO
                   MOVE 'N' TO WRK-DADOS-VALIDOS
               END-IF
           END-IF.
           DISPLAY 'VENCIMENTO (AAAAMMDD, 0 = SEM VENCIMENTO): '.
           ACCEPT APL-DATA-VENCIMENTO.
           IF APL-DATA-VENCIMENTO NOT EQUAL ZEROS
               MOVE 'V' TO WRK-DATA-FUNCAO
               MOVE APL-DATA-VENCIMENTO TO WRK-DATA-SERVICO
               MOVE ZEROS TO WRK-DATA-SERVICO2
               CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
                   WRK-DATA-SERVICO WRK-DATA-SERVICO2
                   WRK-DATA-RESULTADO WRK-DATA-VALIDA
               IF NOT WRK-DATA-OK
                   OR APL-DATA-VENCIMENTO NOT GREATER THAN
                       APL-DATA-APLICACAO
                   DISPLAY 'VENCIMENTO INVALIDO'
                   MOVE 'N' TO WRK-DADOS-VALIDOS
               END-IF
           END-IF.
           DISPLAY 'ORIGEM DA TAXA (F=FIXA AO MES C=CURVA TAXAS.DAT): '.
           ACCEPT APL-ORIGEM-TAXA.
           EVALUATE TRUE
               WHEN APL-TAXA-FIXA-MES
                   DISPLAY 'TAXA AO MES (%): '
                   ACCEPT APL-TAXA-FIXA
                   IF APL-TAXA-FIXA EQUAL ZEROS
                       DISPLAY 'TAXA OBRIGATORIA'
                       MOVE 'N' TO WRK-DADOS-VALIDOS
                   END-IF
               WHEN APL-TAXA-CURVA
                   IF WRK-QT-TAXAS EQUAL ZEROS
                       DISPLAY 'CURVA DE TAXAS.DAT NAO ENCONTRADA'
                       MOVE 'N' TO WRK-DADOS-VALIDOS
                   END-IF
               WHEN OTHER
                   DISPLAY 'ORIGEM DA TAXA INVALIDA'
                   MOVE 'N' TO WRK-DADOS-VALIDOS
           END-EVALUATE.
           DISPLAY 'REGIME DE IR (R=REGRESSIVO I=ISENTO F=15% FIXO): '.
           ACCEPT APL-REGIME-IR.
           IF NOT APL-REGIME-VALIDO
               DISPLAY 'REGIME DE IR INVALIDO'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           MOVE APL-VALOR-INICIAL TO APL-VALOR-APLICADO.
           MOVE APL-VALOR-INICIAL TO APL-SALDO-BRUTO.
           MOVE APL-DATA-APLICACAO TO APL-ULTIMA-APROPRIACAO.

      * O DINHEIRO SAI DE BANCOS PARA APLICACOES FINANCEIRAS
       1100-LANCAR-APLICACAO.
           MOVE APL-DATA-APLICACAO TO WRK-DATA-EVENTO.
           PERFORM 7000-ABRIR-LANCTOS.
           MOVE SPACES TO LANCTO-REG.
           MOVE WRK-CONTA-APLICACOES TO LANCTO-CONTA-DEB.
           MOVE WRK-CONTA-BANCOS TO LANCTO-CONTA-CRED.
           MOVE APL-VALOR-INICIAL TO WRK-VALOR-LANCTO.
           STRING 'APLICACAO FINANCEIRA ' APL-NUMERO
               DELIMITED BY SIZE INTO LANCTO-HISTORICO.
           PERFORM 7100-GRAVAR-LANCAMENTO.
           CLOSE LANCTOS.
           PERFORM 7200-ABRIR-CAIXA.
           MOVE SPACES TO CAIXADIA-REG.
           MOVE WRK-DATA-EVENTO TO CAIXA-DATA.
           SET CAIXA-SAIDA TO TRUE.
           MOVE APL-VALOR-INICIAL TO CAIXA-VALOR.
           MOVE 'APLICACAO FINANCEIRA' TO CAIXA-ORIGEM.
           WRITE CAIXADIA-REG.
           CLOSE CAIXADIA.

       2000-CONSULTAR-APLICACOES.
           OPEN INPUT APLICACOES.
           IF WRK-FS-APLICACOES NOT EQUAL '00'
               DISPLAY 'NENHUMA APLICACAO CADASTRADA'
           ELSE
               DISPLAY 'NUMERO DA APLICACAO (0 = LISTAR TODAS): '
               MOVE ZEROS TO WRK-NUMERO-BUSCA
               ACCEPT WRK-NUMERO-BUSCA
               IF WRK-NUMERO-BUSCA EQUAL ZEROS
                   PERFORM 2010-LISTAR-APLICACOES
               ELSE
                   MOVE WRK-NUMERO-BUSCA TO APL-NUMERO
                   READ APLICACOES
                       INVALID KEY
                           DISPLAY 'APLICACAO NAO CADASTRADA'
                       NOT INVALID KEY
                           PERFORM 2100-MOSTRAR-APLICACAO
                   END-READ
               END-IF
               CLOSE APLICACOES
           END-IF.

       2010-LISTAR-APLICACOES.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LOW-VALUES TO APL-NUMERO.
           START APLICACOES KEY IS NOT LESS THAN APL-NUMERO
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           DISPLAY 'NUMERO BANCO                PRODUTO              '
               'VENCTO   S  SALDO BRUTO'.
           PERFORM UNTIL WRK-FIM-ARQ
               READ APLICACOES NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE APL-SALDO-BRUTO TO WRK-VALOR-ED
                       DISPLAY APL-NUMERO ' ' APL-BANCO ' '
                           APL-PRODUTO ' ' APL-DATA-VENCIMENTO ' '
                           APL-SITUACAO ' ' WRK-VALOR-ED(5:14)
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.

      * O IR MOSTRADO E O QUE SERIA RETIDO NUM RESGATE TOTAL NA
      * DATA DA ULTIMA APROPRIACAO
       2100-MOSTRAR-APLICACAO.
           DISPLAY 'APLICACAO......: ' APL-NUMERO ' ' APL-BANCO
               ' ' APL-PRODUTO.
           DISPLAY 'APLICADA EM....: ' APL-DATA-APLICACAO
               ' VALOR ' APL-VALOR-INICIAL.
           IF APL-DATA-VENCIMENTO EQUAL ZEROS
               DISPLAY 'VENCIMENTO.....: SEM VENCIMENTO'
           ELSE
               DISPLAY 'VENCIMENTO.....: ' APL-DATA-VENCIMENTO
           END-IF.
           IF APL-TAXA-CURVA
               DISPLAY 'TAXA...........: CURVA DE TAXAS.DAT'
           ELSE
               DISPLAY 'TAXA...........: ' APL-TAXA-FIXA '% A.M.'
           END-IF.
           DISPLAY 'REGIME DE IR...: ' APL-REGIME-IR.
           DISPLAY 'PRINCIPAL......: ' APL-VALOR-APLICADO.
           DISPLAY 'RENDIMENTO.....: ' APL-RENDIMENTO-ACUM
               ' ATE ' APL-ULTIMA-APROPRIACAO.
           DISPLAY 'SALDO BRUTO....: ' APL-SALDO-BRUTO.
           IF APL-SIT-ATIVA
               MOVE APL-ULTIMA-APROPRIACAO TO WRK-DATA-IR
               MOVE APL-RENDIMENTO-ACUM TO WRK-BASE-IR
               PERFORM 4200-CALCULAR-IR
               DISPLAY 'IR DEVIDO......: ' WRK-IR
                   ' (' WRK-ALIQUOTA-IR '%)'
           END-IF.
           DISPLAY 'RESGATADO......: ' APL-TOTAL-RESGATADO
               ' IR RETIDO ' APL-IR-RETIDO.
           EVALUATE TRUE
               WHEN APL-SIT-RESGATADA
                   DISPLAY 'RESGATADA EM...: ' APL-DATA-ENCERRAMENTO
               WHEN APL-SIT-VENCIDA
                   DISPLAY 'VENCIDA EM.....: ' APL-DATA-ENCERRAMENTO
           END-EVALUATE.

       3000-RESGATAR-APLICACAO.
           OPEN I-O APLICACOES.
           IF WRK-FS-APLICACOES NOT EQUAL '00'
               DISPLAY 'NENHUMA APLICACAO CADASTRADA'
           ELSE
               DISPLAY 'NUMERO DA APLICACAO: '
               ACCEPT WRK-NUMERO-BUSCA
               MOVE WRK-NUMERO-BUSCA TO APL-NUMERO
               READ APLICACOES
                   INVALID KEY
                       DISPLAY 'APLICACAO NAO CADASTRADA'
                   NOT INVALID KEY
                       PERFORM 2100-MOSTRAR-APLICACAO
                       IF APL-SIT-ATIVA
                           PERFORM 3100-DIGITAR-RESGATE
                       ELSE
                           DISPLAY 'APLICACAO JA ENCERRADA'
                       END-IF
               END-READ
               CLOSE APLICACOES
           END-IF.

      * O RESGATE APROPRIA O RENDIMENTO ATE A DATA DO RESGATE ANTES
      * DE APURAR O IR; DEPOIS DO VENCIMENTO QUEM LIQUIDA E O LOTE
      * DIARIO
       3100-DIGITAR-RESGATE.
           MOVE 'S' TO WRK-DADOS-VALIDOS.
           DISPLAY 'DATA DO RESGATE (AAAAMMDD): '.
           ACCEPT WRK-DATA-EVENTO.
           MOVE 'V' TO WRK-DATA-FUNCAO.
           MOVE WRK-DATA-EVENTO TO WRK-DATA-SERVICO.
           MOVE ZEROS TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DATA-RESULTADO WRK-DATA-VALIDA.
           IF NOT WRK-DATA-OK
               OR WRK-DATA-EVENTO < APL-ULTIMA-APROPRIACAO
               OR WRK-DATA-EVENTO > WRK-DATASYS
               DISPLAY 'DATA DO RESGATE INVALIDA'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           IF WRK-DADOS-OK
               AND APL-DATA-VENCIMENTO NOT EQUAL ZEROS
               AND WRK-DATA-EVENTO NOT LESS THAN APL-DATA-VENCIMENTO
               DISPLAY 'APLICACAO VENCIDA - LIQUIDADA PELO LOTE '
                   'DIARIO'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           IF WRK-DADOS-OK
               CALL 'PROGCOBPER' USING WRK-DATA-EVENTO
                   WRK-PERIODO-SIT
               IF WRK-PERIODO-FECHADO
                   MOVE 'N' TO WRK-DADOS-VALIDOS
               END-IF
           END-IF.
           IF WRK-DADOS-OK
               AND APL-TAXA-CURVA
               AND WRK-QT-TAXAS EQUAL ZEROS
               DISPLAY 'CURVA DE TAXAS.DAT NAO ENCONTRADA'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           IF WRK-DADOS-OK
               MOVE WRK-DATA-EVENTO TO WRK-DATA-LIMITE
               PERFORM 4100-APROPRIAR-RENDIMENTO
               DISPLAY 'SALDO BRUTO EM ' WRK-DATA-EVENTO ': '
                   APL-SALDO-BRUTO
               DISPLAY 'VALOR BRUTO A RESGATAR (0 = TOTAL): '
               MOVE ZEROS TO WRK-VALOR-RESGATE
               ACCEPT WRK-VALOR-RESGATE
               IF WRK-VALOR-RESGATE EQUAL ZEROS
                   MOVE APL-SALDO-BRUTO TO WRK-VALOR-RESGATE
               END-IF
               IF WRK-VALOR-RESGATE > APL-SALDO-BRUTO
                   DISPLAY 'VALOR MAIOR QUE O SALDO BRUTO'
                   MOVE 'N' TO WRK-DADOS-VALIDOS
               END-IF
           END-IF.
           IF WRK-DADOS-OK
               PERFORM 3200-APURAR-RESGATE
               DISPLAY 'RENDIMENTO RESGATADO: ' WRK-RENDIMENTO-RESG
               DISPLAY 'IR RETIDO (' WRK-ALIQUOTA-IR '%).....: '
                   WRK-IR
               DISPLAY 'VALOR LIQUIDO.......: ' WRK-LIQUIDO-RESG
               DISPLAY 'CONFIRMA O RESGATE (S/N)? '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA-SIM
                   MOVE 'RESGATE APLICACAO' TO WRK-ORIGEM-CAIXA
                   PERFORM 3300-BAIXAR-RESGATE
                   IF APL-SALDO-BRUTO EQUAL ZEROS
                       SET APL-SIT-RESGATADA TO TRUE
                       MOVE WRK-DATA-EVENTO TO APL-DATA-ENCERRAMENTO
                   END-IF
                   REWRITE APL-REG
                   ADD 1 TO WRK-QT-APLICACOES
                   PERFORM 7000-ABRIR-LANCTOS
                   PERFORM 7200-ABRIR-CAIXA
                   IF WRK-RENDIMENTO-PER > ZEROS
                       PERFORM 7300-LANCAR-RENDIMENTO
                   END-IF
                   PERFORM 7400-LANCAR-RESGATE
                   CLOSE LANCTOS
                   CLOSE CAIXADIA
                   DISPLAY 'RESGATE EFETUADO'
               ELSE
                   DISPLAY 'RESGATE CANCELADO'
               END-IF
           ELSE
               DISPLAY 'RESGATE NAO EFETUADO'
           END-IF.

      * O RESGATE PARCIAL LEVA RENDIMENTO NA PROPORCAO DO SALDO -
      * O IR INCIDE SO SOBRE ESSA PARTE
       3200-APURAR-RESGATE.
           IF WRK-VALOR-RESGATE EQUAL APL-SALDO-BRUTO
               MOVE APL-RENDIMENTO-ACUM TO WRK-RENDIMENTO-RESG
           ELSE
               COMPUTE WRK-RENDIMENTO-RESG ROUNDED =
                   APL-RENDIMENTO-ACUM * WRK-VALOR-RESGATE /
                   APL-SALDO-BRUTO
           END-IF.
           COMPUTE WRK-PRINCIPAL-RESG =
               WRK-VALOR-RESGATE - WRK-RENDIMENTO-RESG.
           MOVE WRK-DATA-EVENTO TO WRK-DATA-IR.
           MOVE WRK-RENDIMENTO-RESG TO WRK-BASE-IR.
           PERFORM 4200-CALCULAR-IR.
           COMPUTE WRK-LIQUIDO-RESG = WRK-VALOR-RESGATE - WRK-IR.

       3300-BAIXAR-RESGATE.
           SUBTRACT WRK-RENDIMENTO-RESG FROM APL-RENDIMENTO-ACUM.
           SUBTRACT WRK-PRINCIPAL-RESG FROM APL-VALOR-APLICADO.
           SUBTRACT WRK-VALOR-RESGATE FROM APL-SALDO-BRUTO.
           ADD WRK-LIQUIDO-RESG TO APL-TOTAL-RESGATADO.
           ADD WRK-IR TO APL-IR-RETIDO.

      * APROPRIA O RENDIMENTO DE CADA APLICACAO ATIVA ATE A DATA DO
      * LOTE; A QUE VENCEU ATE ESSA DATA RENDE ATE O VENCIMENTO E E
      * LIQUIDADA NO MESMO LOTE (DATADA NO VENCIMENTO, OU NA DATA
      * DO LOTE SE O MES DO VENCIMENTO JA FOI FECHADO)
       4000-APROPRIACAO-DIARIA.
           DISPLAY 'DATA DO LOTE (AAAAMMDD, 0 = HOJE): '.
           MOVE ZEROS TO WRK-DATA-LOTE.
           ACCEPT WRK-DATA-LOTE.
           IF WRK-DATA-LOTE EQUAL ZEROS
               MOVE WRK-DATASYS TO WRK-DATA-LOTE
           END-IF.
           MOVE 'V' TO WRK-DATA-FUNCAO.
           MOVE WRK-DATA-LOTE TO WRK-DATA-SERVICO.
           MOVE ZEROS TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DATA-RESULTADO WRK-DATA-VALIDA.
           IF NOT WRK-DATA-OK
               OR WRK-DATA-LOTE > WRK-DATASYS
               DISPLAY 'DATA DO LOTE INVALIDA'
           ELSE
               CALL 'PROGCOBPER' USING WRK-DATA-LOTE
                   WRK-PERIODO-SIT
               IF WRK-PERIODO-FECHADO
                   DISPLAY 'MES JA ENTREGUE A CONTABILIDADE - '
                       'RENDIMENTOS NAO APROPRIADOS'
               ELSE
                   PERFORM 4010-PROCESSAR-APLICACOES
               END-IF
           END-IF.

       4010-PROCESSAR-APLICACOES.
           MOVE ZEROS TO WRK-QT-APROPRIADAS.
           MOVE ZEROS TO WRK-QT-VENCIDAS.
           MOVE ZEROS TO WRK-TOTAL-RENDIMENTO.
           MOVE ZEROS TO WRK-TOTAL-VENCIDO.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN I-O APLICACOES.
           IF WRK-FS-APLICACOES NOT EQUAL '00'
               DISPLAY 'NENHUMA APLICACAO CADASTRADA'
           ELSE
               PERFORM 7000-ABRIR-LANCTOS
               PERFORM 7200-ABRIR-CAIXA
               MOVE LOW-VALUES TO APL-NUMERO
               START APLICACOES KEY IS NOT LESS THAN APL-NUMERO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ APLICACOES NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF APL-SIT-ATIVA
                               PERFORM 4050-APROPRIAR-APLICACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APLICACOES
               CLOSE LANCTOS
               CLOSE CAIXADIA
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           DISPLAY 'APLICACOES APROPRIADAS: ' WRK-QT-APROPRIADAS
               ' RENDIMENTO: ' WRK-TOTAL-RENDIMENTO.
           DISPLAY 'APLICACOES VENCIDAS...: ' WRK-QT-VENCIDAS
               ' LIQUIDO CREDITADO: ' WRK-TOTAL-VENCIDO.

       4050-APROPRIAR-APLICACAO.
           IF APL-TAXA-CURVA AND WRK-QT-TAXAS EQUAL ZEROS
               DISPLAY 'APLICACAO ' APL-NUMERO ' SEM CURVA DE '
                   'TAXAS.DAT - NAO APROPRIADA'
           ELSE
               MOVE WRK-DATA-LOTE TO WRK-DATA-LIMITE
               MOVE WRK-DATA-LOTE TO WRK-DATA-EVENTO
               MOVE 'N' TO WRK-VENCEU
               IF APL-DATA-VENCIMENTO NOT EQUAL ZEROS
                   AND APL-DATA-VENCIMENTO NOT GREATER THAN
                       WRK-DATA-LOTE
                   SET WRK-APL-VENCEU TO TRUE
                   MOVE APL-DATA-VENCIMENTO TO WRK-DATA-EVENTO
                   CALL 'PROGCOBPER' USING WRK-DATA-EVENTO
                       WRK-PERIODO-SIT
                   IF WRK-PERIODO-FECHADO
                       MOVE WRK-DATA-LOTE TO WRK-DATA-EVENTO
                   END-IF
               END-IF
               PERFORM 4100-APROPRIAR-RENDIMENTO
               IF WRK-RENDIMENTO-PER > ZEROS
                   PERFORM 7300-LANCAR-RENDIMENTO
                   ADD WRK-RENDIMENTO-PER TO WRK-TOTAL-RENDIMENTO
                   ADD 1 TO WRK-QT-APROPRIADAS
               END-IF
               IF WRK-APL-VENCEU
                   PERFORM 4060-LIQUIDAR-VENCIMENTO
               END-IF
               REWRITE APL-REG
               ADD 1 TO WRK-QT-APLICACOES
           END-IF.

       4060-LIQUIDAR-VENCIMENTO.
           MOVE APL-SALDO-BRUTO TO WRK-VALOR-RESGATE.
           PERFORM 3200-APURAR-RESGATE.
           MOVE 'VENCIMENTO APLICACAO' TO WRK-ORIGEM-CAIXA.
           PERFORM 3300-BAIXAR-RESGATE.
           SET APL-SIT-VENCIDA TO TRUE.
           MOVE WRK-DATA-EVENTO TO APL-DATA-ENCERRAMENTO.
           PERFORM 7400-LANCAR-RESGATE.
           ADD 1 TO WRK-QT-VENCIDAS.
           ADD WRK-LIQUIDO-RESG TO WRK-TOTAL-VENCIDO.
           DISPLAY 'APLICACAO ' APL-NUMERO ' VENCIDA - LIQUIDO '
               WRK-LIQUIDO-RESG ' IR ' WRK-IR.

      * RENDE DIA A DIA DO DIA SEGUINTE A ULTIMA APROPRIACAO ATE A
      * DATA LIMITE (NUNCA ALEM DO VENCIMENTO); A TAXA DO MES VIRA
      * FATOR DIARIO COMPOSTO EM 30 DIAS CORRIDOS
       4100-APROPRIAR-RENDIMENTO.
           MOVE ZEROS TO WRK-RENDIMENTO-PER.
           IF APL-DATA-VENCIMENTO NOT EQUAL ZEROS
               AND APL-DATA-VENCIMENTO < WRK-DATA-LIMITE
               MOVE APL-DATA-VENCIMENTO TO WRK-DATA-LIMITE
           END-IF.
           MOVE APL-DATA-APLICACAO TO WRK-DATA-BASE-NUM.
           MOVE APL-ULTIMA-APROPRIACAO TO WRK-DATA-VARRE-NUM.
           PERFORM UNTIL WRK-DATA-VARRE-NUM NOT LESS THAN
                   WRK-DATA-LIMITE
               PERFORM 0610-AVANCAR-UM-DIA
               PERFORM 4110-RENDER-UM-DIA
           END-PERFORM.
           IF WRK-DATA-LIMITE > APL-ULTIMA-APROPRIACAO
               MOVE WRK-DATA-LIMITE TO APL-ULTIMA-APROPRIACAO
           END-IF.
           ADD WRK-RENDIMENTO-PER TO APL-RENDIMENTO-ACUM.

      * O MES DA CURVA CONTA DA DATA DA APLICACAO: O PRIMEIRO MES
      * VAI DO DIA SEGUINTE A APLICACAO ATE O MESMO DIA DO MES
      * SEGUINTE
       4110-RENDER-UM-DIA.
           COMPUTE WRK-MESES-CORRIDOS =
               ((WRK-VAR-ANO - WRK-BAS-ANO) * 12) +
               WRK-VAR-MES - WRK-BAS-MES.
           IF WRK-VAR-DIA NOT GREATER THAN WRK-BAS-DIA
               SUBTRACT 1 FROM WRK-MESES-CORRIDOS
           END-IF.
           IF APL-TAXA-CURVA
               COMPUTE WRK-IND-TAXA = WRK-MESES-CORRIDOS + 1
               IF WRK-IND-TAXA > WRK-QT-TAXAS
                   MOVE WRK-QT-TAXAS TO WRK-IND-TAXA
               END-IF
               MOVE WRK-TAXA-TAB(WRK-IND-TAXA) TO WRK-TAXA-MES
           ELSE
               MOVE APL-TAXA-FIXA TO WRK-TAXA-MES
           END-IF.
           COMPUTE WRK-FATOR-DIA =
               (1 + (WRK-TAXA-MES / 100)) ** (1 / 30).
           COMPUTE WRK-RENDIMENTO-DIA ROUNDED =
               APL-SALDO-BRUTO * (WRK-FATOR-DIA - 1).
           ADD WRK-RENDIMENTO-DIA TO APL-SALDO-BRUTO.
           ADD WRK-RENDIMENTO-DIA TO WRK-RENDIMENTO-PER.

      * ALIQUOTA PELO REGIME DA APLICACAO NA DATA WRK-DATA-IR SOBRE
      * O RENDIMENTO EM WRK-BASE-IR
       4200-CALCULAR-IR.
           EVALUATE TRUE
               WHEN APL-IR-ISENTO
                   MOVE ZEROS TO WRK-ALIQUOTA-IR
               WHEN APL-IR-FIXO-15
                   MOVE 15,00 TO WRK-ALIQUOTA-IR
               WHEN OTHER
                   MOVE 'D' TO WRK-DATA-FUNCAO
                   MOVE APL-DATA-APLICACAO TO WRK-DATA-SERVICO
                   MOVE WRK-DATA-IR TO WRK-DATA-SERVICO2
                   CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
                       WRK-DATA-SERVICO WRK-DATA-SERVICO2
                       WRK-DATA-RESULTADO WRK-DATA-VALIDA
                   EVALUATE TRUE
                       WHEN WRK-DATA-RESULTADO NOT GREATER THAN 180
                           MOVE 22,50 TO WRK-ALIQUOTA-IR
                       WHEN WRK-DATA-RESULTADO NOT GREATER THAN 360
                           MOVE 20,00 TO WRK-ALIQUOTA-IR
                       WHEN WRK-DATA-RESULTADO NOT GREATER THAN 720
                           MOVE 17,50 TO WRK-ALIQUOTA-IR
                       WHEN OTHER
                           MOVE 15,00 TO WRK-ALIQUOTA-IR
                   END-EVALUATE
           END-EVALUATE.
           COMPUTE WRK-IR ROUNDED =
               (WRK-BASE-IR * WRK-ALIQUOTA-IR) / 100.

       5000-POSICAO-VENCIMENTO.
           PERFORM 5010-CARREGAR-POSICOES.
           IF WRK-QT-POS EQUAL ZEROS
               DISPLAY 'NENHUMA APLICACAO ATIVA'
           ELSE
               PERFORM 5100-ORDENAR-POSICOES
               PERFORM 5200-IMPRIMIR-POSICAO
           END-IF.

       5010-CARREGAR-POSICOES.
           MOVE ZEROS TO WRK-QT-POS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT APLICACOES.
           IF WRK-FS-APLICACOES EQUAL '00'
               MOVE LOW-VALUES TO APL-NUMERO
               START APLICACOES KEY IS NOT LESS THAN APL-NUMERO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ APLICACOES NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF APL-SIT-ATIVA
                               PERFORM 5020-GUARDAR-POSICAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APLICACOES
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       5020-GUARDAR-POSICAO.
           IF WRK-QT-POS < 200
               ADD 1 TO WRK-QT-POS
               IF APL-DATA-VENCIMENTO EQUAL ZEROS
                   MOVE 99999999 TO WRK-POS-VENCIMENTO(WRK-QT-POS)
               ELSE
                   MOVE APL-DATA-VENCIMENTO TO
                       WRK-POS-VENCIMENTO(WRK-QT-POS)
               END-IF
               MOVE APL-NUMERO TO WRK-POS-NUMERO(WRK-QT-POS)
               MOVE APL-BANCO TO WRK-POS-BANCO(WRK-QT-POS)
               MOVE APL-PRODUTO TO WRK-POS-PRODUTO(WRK-QT-POS)
               MOVE APL-VALOR-APLICADO TO
                   WRK-POS-APLICADO(WRK-QT-POS)
               MOVE APL-SALDO-BRUTO TO WRK-POS-BRUTO(WRK-QT-POS)
               MOVE APL-ULTIMA-APROPRIACAO TO WRK-DATA-IR
               MOVE APL-RENDIMENTO-ACUM TO WRK-BASE-IR
               PERFORM 4200-CALCULAR-IR
               MOVE WRK-IR TO WRK-POS-IR(WRK-QT-POS)
               COMPUTE WRK-POS-LIQUIDO(WRK-QT-POS) =
                   APL-SALDO-BRUTO - WRK-IR
           ELSE
               DISPLAY 'APLICACAO ' APL-NUMERO ' FORA DA POSICAO - '
                   'TABELA CHEIA'
           END-IF.

       5100-ORDENAR-POSICOES.
           PERFORM VARYING WRK-PASSE FROM 1 BY 1
                   UNTIL WRK-PASSE >= WRK-QT-POS
               PERFORM VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND >= WRK-QT-POS
                   COMPUTE WRK-IND2 = WRK-IND + 1
                   IF WRK-POS-VENCIMENTO(WRK-IND) >
                           WRK-POS-VENCIMENTO(WRK-IND2)
                       MOVE WRK-POS(WRK-IND) TO WRK-POS-AUX
                       MOVE WRK-POS(WRK-IND2) TO WRK-POS(WRK-IND)
                       MOVE WRK-POS-AUX TO WRK-POS(WRK-IND2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * UM SUBTOTAL POR DATA DE VENCIMENTO E O TOTAL DA CARTEIRA;
      * O BRUTO E O DA ULTIMA APROPRIACAO E O IR E O DE UM RESGATE
      * TOTAL NESSA DATA
       5200-IMPRIMIR-POSICAO.
           MOVE ZEROS TO WRK-TOT-APLICADO.
           MOVE ZEROS TO WRK-TOT-BRUTO.
           MOVE ZEROS TO WRK-TOT-IR.
           MOVE ZEROS TO WRK-TOT-LIQUIDO.
           OPEN OUTPUT APLREL.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'PROGCOB119 - POSICAO DAS APLICACOES POR '
               'VENCIMENTO - ' WRK-DATASYS
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 6900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'VENCTO   NUMERO BANCO        PRODUTO     '
               '      APLICADO     VALOR BRUTO'
               '      IR DEVIDO        LIQUIDO'
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 6900-GRAVAR-LINHA.
           MOVE WRK-POS-VENCIMENTO(1) TO WRK-VENC-ANTERIOR.
           PERFORM 5210-ZERAR-SUBTOTAL.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-POS
               IF WRK-POS-VENCIMENTO(WRK-IND) NOT EQUAL
                       WRK-VENC-ANTERIOR
                   PERFORM 5230-IMPRIMIR-SUBTOTAL
                   MOVE WRK-POS-VENCIMENTO(WRK-IND) TO
                       WRK-VENC-ANTERIOR
                   PERFORM 5210-ZERAR-SUBTOTAL
               END-IF
               PERFORM 5220-IMPRIMIR-DETALHE
           END-PERFORM.
           PERFORM 5230-IMPRIMIR-SUBTOTAL.
           MOVE SPACES TO WRK-LINHA-ED.
           PERFORM 6900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL DA CARTEIRA (' WRK-QT-POS ' APLICACOES)'
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-TOT-APLICADO TO WRK-SUB-APLICADO.
           MOVE WRK-TOT-BRUTO TO WRK-SUB-BRUTO.
           MOVE WRK-TOT-IR TO WRK-SUB-IR.
           MOVE WRK-TOT-LIQUIDO TO WRK-SUB-LIQUIDO.
           PERFORM 5240-EDITAR-VALORES.
           PERFORM 6900-GRAVAR-LINHA.
           CLOSE APLREL.
           DISPLAY 'CARTEIRA BRUTO ' WRK-TOT-BRUTO
               ' IR ' WRK-TOT-IR ' LIQUIDO ' WRK-TOT-LIQUIDO.
           DISPLAY 'POSICAO GRAVADA EM APLREL.DAT'.

       5210-ZERAR-SUBTOTAL.
           MOVE ZEROS TO WRK-QT-SUB.
           MOVE ZEROS TO WRK-SUB-APLICADO.
           MOVE ZEROS TO WRK-SUB-BRUTO.
           MOVE ZEROS TO WRK-SUB-IR.
           MOVE ZEROS TO WRK-SUB-LIQUIDO.

       5220-IMPRIMIR-DETALHE.
           ADD 1 TO WRK-QT-SUB.
           ADD WRK-POS-APLICADO(WRK-IND) TO WRK-SUB-APLICADO.
           ADD WRK-POS-BRUTO(WRK-IND) TO WRK-SUB-BRUTO.
           ADD WRK-POS-IR(WRK-IND) TO WRK-SUB-IR.
           ADD WRK-POS-LIQUIDO(WRK-IND) TO WRK-SUB-LIQUIDO.
           MOVE SPACES TO WRK-LINHA-ED.
           IF WRK-POS-VENCIMENTO(WRK-IND) EQUAL 99999999
               STRING 'SEM VENC ' WRK-POS-NUMERO(WRK-IND) ' '
                   WRK-POS-BANCO(WRK-IND)(1:12) ' '
                   WRK-POS-PRODUTO(WRK-IND)(1:10)
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           ELSE
               STRING WRK-POS-VENCIMENTO(WRK-IND) ' '
                   WRK-POS-NUMERO(WRK-IND) ' '
                   WRK-POS-BANCO(WRK-IND)(1:12) ' '
                   WRK-POS-PRODUTO(WRK-IND)(1:10)
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           END-IF.
           MOVE WRK-POS-APLICADO(WRK-IND) TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(5:14) TO WRK-LINHA-ED(41:14).
           MOVE WRK-POS-BRUTO(WRK-IND) TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(5:14) TO WRK-LINHA-ED(56:14).
           MOVE WRK-POS-IR(WRK-IND) TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(5:14) TO WRK-LINHA-ED(71:14).
           MOVE WRK-POS-LIQUIDO(WRK-IND) TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(5:14) TO WRK-LINHA-ED(86:14).
           PERFORM 6900-GRAVAR-LINHA.

       5230-IMPRIMIR-SUBTOTAL.
           ADD WRK-SUB-APLICADO TO WRK-TOT-APLICADO.
           ADD WRK-SUB-BRUTO TO WRK-TOT-BRUTO.
           ADD WRK-SUB-IR TO WRK-TOT-IR.
           ADD WRK-SUB-LIQUIDO TO WRK-TOT-LIQUIDO.
           MOVE SPACES TO WRK-LINHA-ED.
           IF WRK-VENC-ANTERIOR EQUAL 99999999
               STRING '  SUBTOTAL SEM VENCIMENTO (' WRK-QT-SUB ')'
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           ELSE
               STRING '  SUBTOTAL ' WRK-VENC-ANTERIOR ' ('
                   WRK-QT-SUB ')'
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           END-IF.
           PERFORM 5240-EDITAR-VALORES.
           PERFORM 6900-GRAVAR-LINHA.

       5240-EDITAR-VALORES.
           MOVE WRK-SUB-APLICADO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(5:14) TO WRK-LINHA-ED(41:14).
           MOVE WRK-SUB-BRUTO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(5:14) TO WRK-LINHA-ED(56:14).
           MOVE WRK-SUB-IR TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(5:14) TO WRK-LINHA-ED(71:14).
           MOVE WRK-SUB-LIQUIDO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(5:14) TO WRK-LINHA-ED(86:14).

       6900-GRAVAR-LINHA.
           MOVE WRK-LINHA-ED TO APLREL-LINHA.
           WRITE APLREL-LINHA.

       7000-ABRIR-LANCTOS.
           OPEN EXTEND LANCTOS.
           IF WRK-FS-LANCTOS EQUAL '35'
               OPEN OUTPUT LANCTOS
           END-IF.

       7100-GRAVAR-LANCAMENTO.
           MOVE WRK-DATA-EVENTO TO LANCTO-DATA.
           MOVE WRK-VALOR-LANCTO TO LANCTO-VALOR.
           WRITE LANCTO-REG.
           ADD 1 TO WRK-QT-LANCTOS.

       7200-ABRIR-CAIXA.
           OPEN EXTEND CAIXADIA.
           IF WRK-FS-CAIXADIA EQUAL '35'
               OPEN OUTPUT CAIXADIA
           END-IF.

      * RENDIMENTO APROPRIADO: APLICACOES CONTRA RECEITA FINANCEIRA
       7300-LANCAR-RENDIMENTO.
           MOVE SPACES TO LANCTO-REG.
           MOVE WRK-CONTA-APLICACOES TO LANCTO-CONTA-DEB.
           MOVE WRK-CONTA-RECEITA-FIN TO LANCTO-CONTA-CRED.
           MOVE WRK-RENDIMENTO-PER TO WRK-VALOR-LANCTO.
           STRING 'RENDIMENTO APLICACAO ' APL-NUMERO
               DELIMITED BY SIZE INTO LANCTO-HISTORICO.
           PERFORM 7100-GRAVAR-LANCAMENTO.

      * RESGATE OU VENCIMENTO: O LIQUIDO VOLTA PARA BANCOS E O IR
      * RETIDO FICA COMO IMPOSTO A COMPENSAR; O LIQUIDO ENTRA NA
      * POSICAO DIARIA DE CAIXA
       7400-LANCAR-RESGATE.
           MOVE SPACES TO LANCTO-REG.
           MOVE WRK-CONTA-BANCOS TO LANCTO-CONTA-DEB.
           MOVE WRK-CONTA-APLICACOES TO LANCTO-CONTA-CRED.
           MOVE WRK-LIQUIDO-RESG TO WRK-VALOR-LANCTO.
           STRING 'RESGATE APLICACAO ' APL-NUMERO
               DELIMITED BY SIZE INTO LANCTO-HISTORICO.
           PERFORM 7100-GRAVAR-LANCAMENTO.
           IF WRK-IR > ZEROS
               MOVE SPACES TO LANCTO-REG
               MOVE WRK-CONTA-IR-RETIDO TO LANCTO-CONTA-DEB
               MOVE WRK-CONTA-APLICACOES TO LANCTO-CONTA-CRED
               MOVE WRK-IR TO WRK-VALOR-LANCTO
               STRING 'IR RETIDO APLICACAO ' APL-NUMERO
                   DELIMITED BY SIZE INTO LANCTO-HISTORICO
               PERFORM 7100-GRAVAR-LANCAMENTO
           END-IF.
           MOVE SPACES TO CAIXADIA-REG.
           MOVE WRK-DATA-EVENTO TO CAIXA-DATA.
           SET CAIXA-ENTRADA TO TRUE.
           MOVE WRK-LIQUIDO-RESG TO CAIXA-VALOR.
           MOVE WRK-ORIGEM-CAIXA TO CAIXA-ORIGEM.
           WRITE CAIXADIA-REG.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB119' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           COMPUTE RUNLOG-QTDE-REGISTROS =
               WRK-QT-APLICACOES + WRK-QT-LANCTOS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
