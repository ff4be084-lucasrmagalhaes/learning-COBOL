      * DO CONTAS A RECEBER (CONTASREC.DAT); O BALANCETE
      * (BALANCETE.DAT) PROVA DEBITOS = CREDITOS ANTES DE
      * ENTREGAR PARA A CONTABILIDADE
      * ATUALIZACAO: LAYOUT DO DIARIO EM COPYBOOK (LANCREG) E
      * CONTAS DE PERDAS COM CLIENTES E RECUPERACAO DE PERDAS NO
      * PLANO PADRAO - A BAIXA DE PERDA (PROGCOB81) E A
      * RECUPERACAO (PROGCOB40/PROGCOB53) LANCAM DIRETO NO DIARIO
      * ATUALIZACAO: CONTAS DO ATIVO IMOBILIZADO NO PLANO PADRAO -
      * A DEPRECIACAO E A BAIXA DE BENS (PROGCOB109) LANCAM DIRETO
      * NO DIARIO
      * ATUALIZACAO: PLANO DE CONTAS COM TIPO E CONTA AGRUPADORA
      * (COPYBOOK PLANREG) E AS DEMONSTRACOES DO MES - DRE
      * (DRE.DAT) E BALANCO PATRIMONIAL (BALANCO.DAT) COM O MES
      * ANTERIOR E O ACUMULADO NO ANO LADO A LADO; NENHUMA DAS
      * DUAS SAI SE O DIARIO NAO FECHA DEBITOS = CREDITOS OU SE
      * HOUVER CONTA MOVIMENTADA SEM TIPO
      * ATUALIZACAO: FOLHA LANCADA POR CENTRO DE CUSTO DO
      * DEPARTAMENTO (DEPTOS.DAT) E COMISSOES DO MES (COMISPAG.DAT,
      * GANHAS MENOS ESTORNADAS) LANCADAS POR CENTRO DE CUSTO DA
      * LOJA DO PEDIDO, PARA O ORCADO X REALIZADO (PROGCOB110)
      * ATUALIZACAO: MES JA FECHADO E ENTREGUE A CONTABILIDADE
      * (PERIODOS.DAT, PROGCOBPER) NAO E CONTABILIZADO DE NOVO
      * ATUALIZACAO: LUCROS OU PREJUIZOS ACUMULADOS NO PLANO PADRAO
      * E LANCAMENTOS DE ENCERRAMENTO DO EXERCICIO FORA DA DRE
      * ATUALIZACAO: APLICACOES FINANCEIRAS, IR RETIDO A COMPENSAR
      * E RECEITAS FINANCEIRAS NO PLANO PADRAO - A APROPRIACAO E OS
      * RESGATES DAS APLICACOES (PROGCOB119) LANCAM DIRETO NO DIARIO
      * ATUALIZACAO: RECEITA DE MENSALIDADES NO PLANO PADRAO - O
      * FATURAMENTO MENSAL DA ESCOLA (PROGCOB121) LANCA DIRETO NO
      * DIARIO E A BAIXA SEGUE NA CONTABILIZACAO DAS BAIXAS
      * ATUALIZACAO: LANCAMENTOS DA CONTABILIZACAO DO MES SAO
      * DATADOS NO ULTIMO DIA DO MES CONTABILIZADO (PROGCOBDATA),
      * NAO NA DATA EM QUE A ROTINA RODA
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REC-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CONTASREC.

           SELECT DEPTOS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-CODIGO
               FILE STATUS IS WRK-FS-DEPTOS.

           SELECT COMISPAG ASSIGN TO "COMISPAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CHAVE
               ALTERNATE RECORD KEY IS CMP-VENDEDOR WITH DUPLICATES
               FILE STATUS IS WRK-FS-COMISPAG.

           SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT LOJAS ASSIGN TO "LOJAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOJA-NUMERO
               FILE STATUS IS WRK-FS-LOJAS.

           SELECT LANCTOS ASSIGN TO "LANCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCTOS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BALANCETE.

           SELECT DRE ASSIGN TO "DRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DRE.

           SELECT BALANCO ASSIGN TO "BALANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BALANCO.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANOCTA.
           COPY PLANREG.

       FD  VENDASDIA.
           COPY VENDREG.
       FD  CONTASREC.
           COPY RECREG.

       FD  DEPTOS.
           COPY DPTREG.

       FD  COMISPAG.
           COPY CMPREG.

       FD  PEDIDOS.
           COPY PEDREG.

       FD  LOJAS.
           COPY LOJREG.

       FD  LANCTOS.
           COPY LANCREG.

       FD  BALANCETE.
       01  BALANCETE-LINHA         PIC X(90).

       FD  DRE.
       01  DRE-LINHA               PIC X(100).

       FD  BALANCO.
       01  BALANCO-LINHA           PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       77 WRK-FS-VENDASDIA  PIC X(02)      VALUE SPACES.
       77 WRK-FS-FUNCIONARIOS PIC X(02)    VALUE SPACES.
       77 WRK-FS-CONTASREC  PIC X(02)      VALUE SPACES.
       77 WRK-FS-DEPTOS     PIC X(02)      VALUE SPACES.
       77 WRK-FS-COMISPAG   PIC X(02)      VALUE SPACES.
       77 WRK-FS-PEDIDOS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-LOJAS      PIC X(02)      VALUE SPACES.
       77 WRK-FS-LANCTOS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-BALANCETE  PIC X(02)      VALUE SPACES.
       77 WRK-FS-DRE        PIC X(02)      VALUE SPACES.
       77 WRK-FS-BALANCO    PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-PERIODO-SIT   PIC X(01)      VALUE SPACES.
           88 WRK-PERIODO-FECHADO  VALUE 'F'.
       77 WRK-DATA-LANCTO   PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-FUNCAO   PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2 PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-RESULTADO PIC S9(08)    VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-OPCAO         PIC X(01)      VALUE SPACES.
       77 WRK-TOTAL-VENDAS  PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOTAL-FOLHA   PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOTAL-BAIXAS  PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOTAL-COMISSAO PIC S9(12)V99 VALUE ZEROS.
       77 WRK-CC-EXAME      PIC X(06)      VALUE SPACES.
       77 WRK-IND-CC        PIC 9(02)      VALUE ZEROS.
       77 WRK-VALOR-BAIXA   PIC 9(08)V99   VALUE ZEROS.
       77 WRK-QT-LANCTOS    PIC 9(04)      VALUE ZEROS.
       77 WRK-CONTA-EXAME   PIC 9(06)      VALUE ZEROS.
       77 WRK-TOTAL-CRED    PIC 9(14)V99   VALUE ZEROS.
       77 WRK-SALDO-CONTA   PIC S9(14)V99  VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(90)      VALUE SPACES.
       77 WRK-IND-CTA       PIC 9(02)      VALUE ZEROS.
       77 WRK-IND-PAI       PIC 9(02)      VALUE ZEROS.
       77 WRK-COL           PIC 9(01)      VALUE ZEROS.
       77 WRK-NIVEL-AUX     PIC 9(02)      VALUE ZEROS.
       77 WRK-VALOR-SINAL   PIC S9(14)V99  VALUE ZEROS.
       77 WRK-TIPO-SECAO    PIC X(01)      VALUE SPACES.
       77 WRK-SINAL-SECAO   PIC S9(01)     VALUE ZEROS.
       77 WRK-TIPO-RELAT    PIC X(01)      VALUE SPACES.
           88 WRK-RELAT-DRE        VALUE 'D'.
           88 WRK-RELAT-BALANCO    VALUE 'B'.
       77 WRK-APURACAO      PIC X(01)      VALUE 'N'.
           88 WRK-APURACAO-OK      VALUE 'S'.
       77 WRK-QT-SEM-TIPO   PIC 9(02)      VALUE ZEROS.
       77 WRK-COL-ED        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-DESC-LINHA    PIC X(44)      VALUE SPACES.
       77 WRK-LINHA-REL     PIC X(100)     VALUE SPACES.
       77 WRK-POS-DESC      PIC 9(02)      VALUE ZEROS.
       77 WRK-TIPO-EXAME    PIC X(01)      VALUE SPACES.
           88 WRK-TIPO-VALIDO      VALUE 'A' 'P' 'L' 'R' 'D' 'C'
                                         'E' 'O'.
           88 WRK-TIPO-RESULTADO   VALUE 'R' 'D' 'C' 'E' 'O'.
       01 WRK-MES-ANT.
           02 WRK-ANT-ANO      PIC 9(04).
           02 WRK-ANT-MES      PIC 9(02).
       01 WRK-MES-ANT-NUM REDEFINES WRK-MES-ANT PIC 9(06).
       01 WRK-MES-EXAME.
           02 WRK-EXA-ANO      PIC 9(04).
           02 WRK-EXA-MES      PIC 9(02).
       01 WRK-MES-EXAME-NUM REDEFINES WRK-MES-EXAME PIC 9(06).
       01 WRK-CONTA-CLASSIF.
           02 WRK-CLASSIF-DIG1 PIC 9(01).
           02 FILLER           PIC 9(05).
       01 WRK-CONTA-CLASSIF-NUM REDEFINES WRK-CONTA-CLASSIF
           PIC 9(06).
      * COLUNAS: 1 MES, 2 MES ANTERIOR, 3 ACUMULADO NO ANO,
      * 4 SALDO NO FIM DO MES, 5 SALDO NO FIM DO MES ANTERIOR
      * (DEBITOS MENOS CREDITOS)
       01 WRK-COLUNAS-RELAT.
           02 WRK-COL-RELAT    PIC 9(01)   OCCURS 3 TIMES.
       01 WRK-SECAO.
           02 WRK-SEC-VALOR    PIC S9(14)V99 OCCURS 5 TIMES.
       01 WRK-RESULTADO.
           02 WRK-RES-VALOR    PIC S9(14)V99 OCCURS 5 TIMES.
       01 WRK-TOTAIS-DEM.
           02 WRK-TOT-VALOR    PIC S9(14)V99 OCCURS 5 TIMES.
       01 WRK-LINHA-VALORES.
           02 WRK-LIN-VALOR    PIC S9(14)V99 OCCURS 3 TIMES.
       01 WRK-MES-REF.
           02 WRK-REF-ANO      PIC 9(04).
           02 WRK-REF-MES      PIC 9(02).
           02 WRK-DE-DIA       PIC 9(02).
       01 WRK-DATA-EXAME-NUM REDEFINES WRK-DATA-EXAME-GRP
           PIC 9(08).
      * FOLHA E COMISSOES DO MES POR CENTRO DE CUSTO; A POSICAO 1
      * (CENTRO EM BRANCO) RECEBE O QUE NAO TEM CENTRO OU NAO CABE
       01 WRK-CENTROS.
           02 WRK-QT-CC        PIC 9(02)   VALUE ZEROS.
           02 WRK-CC OCCURS 60 TIMES.
               05 WRK-CC-CODIGO     PIC X(06).
               05 WRK-CC-FOLHA      PIC 9(12)V99.
               05 WRK-CC-COMISSAO   PIC S9(12)V99.
       01 WRK-PLANO.
           02 WRK-QT-CONTAS    PIC 9(02)   VALUE ZEROS.
           02 WRK-CONTA OCCURS 50 TIMES.
               05 WRK-CTA-DESCRICAO PIC X(30).
               05 WRK-CTA-DEBITOS   PIC 9(14)V99.
               05 WRK-CTA-CREDITOS  PIC 9(14)V99.
               05 WRK-CTA-TIPO      PIC X(01).
               05 WRK-CTA-GRUPO     PIC 9(06).
               05 WRK-CTA-PAI       PIC 9(02).
               05 WRK-CTA-NIVEL     PIC 9(02).
               05 WRK-CTA-PROPRIO   PIC S9(14)V99 OCCURS 5 TIMES.
               05 WRK-CTA-TOTAL     PIC S9(14)V99 OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
                                   WRK-CTA-NUMERO(WRK-QT-CONTAS)
                               MOVE PLANO-DESCRICAO TO
                                   WRK-CTA-DESCRICAO(WRK-QT-CONTAS)
                               MOVE PLANO-TIPO TO
                                   WRK-CTA-TIPO(WRK-QT-CONTAS)
                               MOVE PLANO-GRUPO TO
                                   WRK-CTA-GRUPO(WRK-QT-CONTAS)
                               MOVE WRK-QT-CONTAS TO WRK-IND-CTA
                               PERFORM 0170-INICIAR-CONTA
                           END-IF
                   END-READ
               END-PERFORM
               END-IF
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0160-RESOLVER-GRUPOS.

       0150-PLANO-PADRAO.
           MOVE 19 TO WRK-QT-CONTAS.
           MOVE 110001 TO WRK-CTA-NUMERO(1).
           MOVE 'CLIENTES A RECEBER' TO WRK-CTA-DESCRICAO(1).
           MOVE 'A' TO WRK-CTA-TIPO(1).
           MOVE 110002 TO WRK-CTA-NUMERO(2).
           MOVE 'BANCOS' TO WRK-CTA-DESCRICAO(2).
           MOVE 'A' TO WRK-CTA-TIPO(2).
           MOVE 210001 TO WRK-CTA-NUMERO(3).
           MOVE 'SALARIOS A PAGAR' TO WRK-CTA-DESCRICAO(3).
           MOVE 'P' TO WRK-CTA-TIPO(3).
           MOVE 310001 TO WRK-CTA-NUMERO(4).
           MOVE 'RECEITA DE VENDAS' TO WRK-CTA-DESCRICAO(4).
           MOVE 'R' TO WRK-CTA-TIPO(4).
           MOVE 410001 TO WRK-CTA-NUMERO(5).
           MOVE 'DESPESA DE SALARIOS' TO WRK-CTA-DESCRICAO(5).
           MOVE 'E' TO WRK-CTA-TIPO(5).
           MOVE 410002 TO WRK-CTA-NUMERO(6).
           MOVE 'PERDAS COM CLIENTES' TO WRK-CTA-DESCRICAO(6).
           MOVE 'E' TO WRK-CTA-TIPO(6).
           MOVE 310002 TO WRK-CTA-NUMERO(7).
           MOVE 'RECUPERACAO DE PERDAS' TO WRK-CTA-DESCRICAO(7).
           MOVE 'O' TO WRK-CTA-TIPO(7).
           MOVE 120001 TO WRK-CTA-NUMERO(8).
           MOVE 'ATIVO IMOBILIZADO' TO WRK-CTA-DESCRICAO(8).
           MOVE 'A' TO WRK-CTA-TIPO(8).
           MOVE 120002 TO WRK-CTA-NUMERO(9).
           MOVE 'DEPRECIACAO ACUMULADA' TO WRK-CTA-DESCRICAO(9).
           MOVE 'A' TO WRK-CTA-TIPO(9).
           MOVE 420001 TO WRK-CTA-NUMERO(10).
           MOVE 'DESPESA DE DEPRECIACAO' TO WRK-CTA-DESCRICAO(10).
           MOVE 'E' TO WRK-CTA-TIPO(10).
           MOVE 320001 TO WRK-CTA-NUMERO(11).
           MOVE 'GANHO NA ALIENACAO DE BENS' TO
               WRK-CTA-DESCRICAO(11).
           MOVE 'O' TO WRK-CTA-TIPO(11).
           MOVE 420002 TO WRK-CTA-NUMERO(12).
           MOVE 'PERDA NA ALIENACAO DE BENS' TO
               WRK-CTA-DESCRICAO(12).
           MOVE 'O' TO WRK-CTA-TIPO(12).
           MOVE 410003 TO WRK-CTA-NUMERO(13).
           MOVE 'DESPESA DE COMISSOES' TO WRK-CTA-DESCRICAO(13).
           MOVE 'E' TO WRK-CTA-TIPO(13).
           MOVE 210002 TO WRK-CTA-NUMERO(14).
           MOVE 'COMISSOES A PAGAR' TO WRK-CTA-DESCRICAO(14).
           MOVE 'P' TO WRK-CTA-TIPO(14).
           MOVE 230001 TO WRK-CTA-NUMERO(15).
           MOVE 'LUCROS OU PREJUIZOS ACUMULADOS' TO
               WRK-CTA-DESCRICAO(15).
           MOVE 'L' TO WRK-CTA-TIPO(15).
           MOVE 110003 TO WRK-CTA-NUMERO(16).
           MOVE 'APLICACOES FINANCEIRAS' TO WRK-CTA-DESCRICAO(16).
           MOVE 'A' TO WRK-CTA-TIPO(16).
           MOVE 110004 TO WRK-CTA-NUMERO(17).
           MOVE 'IR RETIDO A COMPENSAR' TO WRK-CTA-DESCRICAO(17).
           MOVE 'A' TO WRK-CTA-TIPO(17).
           MOVE 330001 TO WRK-CTA-NUMERO(18).
           MOVE 'RECEITAS FINANCEIRAS' TO WRK-CTA-DESCRICAO(18).
           MOVE 'O' TO WRK-CTA-TIPO(18).
           MOVE 310003 TO WRK-CTA-NUMERO(19).
           MOVE 'RECEITA DE MENSALIDADES' TO WRK-CTA-DESCRICAO(19).
           MOVE 'R' TO WRK-CTA-TIPO(19).
           PERFORM VARYING WRK-IND-CTA FROM 1 BY 1
                   UNTIL WRK-IND-CTA > WRK-QT-CONTAS
               MOVE ZEROS TO WRK-CTA-GRUPO(WRK-IND-CTA)
               PERFORM 0170-INICIAR-CONTA
           END-PERFORM.

      * LIGA CADA CONTA A SUA AGRUPADORA NA TABELA E CALCULA O NIVEL
      * (DEZ NIVEIS NO MAXIMO, PARA UM GRUPO CIRCULAR NAO TRAVAR)
       0160-RESOLVER-GRUPOS.
           PERFORM VARYING WRK-IND-CTA FROM 1 BY 1
                   UNTIL WRK-IND-CTA > WRK-QT-CONTAS
               MOVE ZEROS TO WRK-CTA-PAI(WRK-IND-CTA)
               IF WRK-CTA-GRUPO(WRK-IND-CTA) NOT EQUAL ZEROS
                   PERFORM VARYING WRK-IND FROM 1 BY 1
                           UNTIL WRK-IND > WRK-QT-CONTAS
                       IF WRK-CTA-NUMERO(WRK-IND) EQUAL
                               WRK-CTA-GRUPO(WRK-IND-CTA)
                           AND WRK-IND NOT EQUAL WRK-IND-CTA
                           MOVE WRK-IND TO WRK-CTA-PAI(WRK-IND-CTA)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IND-CTA FROM 1 BY 1
                   UNTIL WRK-IND-CTA > WRK-QT-CONTAS
               MOVE ZEROS TO WRK-NIVEL-AUX
               MOVE WRK-CTA-PAI(WRK-IND-CTA) TO WRK-IND-PAI
               PERFORM UNTIL WRK-IND-PAI EQUAL ZEROS
                       OR WRK-NIVEL-AUX > 9
                   ADD 1 TO WRK-NIVEL-AUX
                   MOVE WRK-CTA-PAI(WRK-IND-PAI) TO WRK-IND-PAI
               END-PERFORM
               MOVE WRK-NIVEL-AUX TO WRK-CTA-NIVEL(WRK-IND-CTA)
           END-PERFORM.

       0170-INICIAR-CONTA.
           MOVE ZEROS TO WRK-CTA-DEBITOS(WRK-IND-CTA).
           MOVE ZEROS TO WRK-CTA-CREDITOS(WRK-IND-CTA).
           MOVE ZEROS TO WRK-CTA-PAI(WRK-IND-CTA).
           MOVE ZEROS TO WRK-CTA-NIVEL(WRK-IND-CTA).
           PERFORM VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 5
               MOVE ZEROS TO WRK-CTA-PROPRIO(WRK-IND-CTA, WRK-COL)
               MOVE ZEROS TO WRK-CTA-TOTAL(WRK-IND-CTA, WRK-COL)
           END-PERFORM.
           IF WRK-CTA-TIPO(WRK-IND-CTA) EQUAL SPACES
               MOVE WRK-CTA-NUMERO(WRK-IND-CTA) TO
                   WRK-CONTA-CLASSIF-NUM
               EVALUATE WRK-CLASSIF-DIG1
                   WHEN 1
                       MOVE 'A' TO WRK-CTA-TIPO(WRK-IND-CTA)
                   WHEN 2
                       MOVE 'P' TO WRK-CTA-TIPO(WRK-IND-CTA)
                   WHEN 3
                       MOVE 'R' TO WRK-CTA-TIPO(WRK-IND-CTA)
                   WHEN 4
                       MOVE 'E' TO WRK-CTA-TIPO(WRK-IND-CTA)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0200-MENU.
           DISPLAY '=============================================='.
           DISPLAY 'CONTABILIZACAO'.
           DISPLAY '1 - CONTABILIZAR O MES (GERAR LANCAMENTOS)'.
           DISPLAY '2 - BALANCETE DE VERIFICACAO'.
           DISPLAY '3 - DEMONSTRACAO DO RESULTADO (DRE)'.
           DISPLAY '4 - BALANCO PATRIMONIAL'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
                   PERFORM 1000-CONTABILIZAR-MES
               WHEN '2'
                   PERFORM 2000-BALANCETE
               WHEN '3'
                   PERFORM 3000-DRE
               WHEN '4'
                   PERFORM 4000-BALANCO
               WHEN 'X'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
       1000-CONTABILIZAR-MES.
           DISPLAY 'MES A CONTABILIZAR (AAAAMM): '.
           ACCEPT WRK-MES-REF-NUM.
           MOVE WRK-MES-REF-NUM TO WRK-DE-ANOMES.
           MOVE 01 TO WRK-DE-DIA.
           CALL 'PROGCOBPER' USING WRK-DATA-EXAME-NUM WRK-PERIODO-SIT.
           IF WRK-PERIODO-FECHADO
               DISPLAY 'MES JA ENTREGUE A CONTABILIDADE - NADA '
                   'CONTABILIZADO'
           ELSE
               PERFORM 1010-GERAR-LANCAMENTOS
           END-IF.

       1010-GERAR-LANCAMENTOS.
           MOVE ZEROS TO WRK-TOTAL-VENDAS.
           MOVE ZEROS TO WRK-TOTAL-FOLHA.
           MOVE ZEROS TO WRK-TOTAL-BAIXAS.
           MOVE ZEROS TO WRK-TOTAL-COMISSAO.
           MOVE 1 TO WRK-QT-CC.
           MOVE SPACES TO WRK-CC-CODIGO(1).
           MOVE ZEROS TO WRK-CC-FOLHA(1).
           MOVE ZEROS TO WRK-CC-COMISSAO(1).
           PERFORM 1100-SOMAR-VENDAS.
           PERFORM 1200-SOMAR-FOLHA.
           PERFORM 1250-SOMAR-COMISSOES.
           PERFORM 1300-SOMAR-BAIXAS.
           PERFORM 1020-ULTIMO-DIA-MES.
           OPEN EXTEND LANCTOS.
           IF WRK-FS-LANCTOS EQUAL '35'
               OPEN OUTPUT LANCTOS
           END-IF.
           MOVE SPACES TO LANCTO-REG.
           IF WRK-TOTAL-VENDAS > ZEROS
               MOVE 110001 TO LANCTO-CONTA-DEB
               MOVE 310001 TO LANCTO-CONTA-CRED
               MOVE 'VENDAS DO MES' TO LANCTO-HISTORICO
               PERFORM 1400-GRAVAR-LANCAMENTO
           END-IF.
           PERFORM VARYING WRK-IND-CC FROM 1 BY 1
                   UNTIL WRK-IND-CC > WRK-QT-CC
               PERFORM 1260-LANCAR-CENTRO
           END-PERFORM.
           MOVE SPACES TO LANCTO-REG.
           IF WRK-TOTAL-BAIXAS > ZEROS
               MOVE 110002 TO LANCTO-CONTA-DEB
               MOVE 110001 TO LANCTO-CONTA-CRED
           DISPLAY 'LANCAMENTOS GERADOS: ' WRK-QT-LANCTOS
               ' (VENDAS ' WRK-TOTAL-VENDAS
               ' FOLHA ' WRK-TOTAL-FOLHA
               ' COMISSOES ' WRK-TOTAL-COMISSAO
               ' BAIXAS ' WRK-TOTAL-BAIXAS ')'.

      * OS LANCAMENTOS PERTENCEM AO MES CONTABILIZADO - O FECHAMENTO
      * DE UM MES FEITO NO MES SEGUINTE NAO PODE CAIR NO PERIODO
      * ERRADO DA APURACAO NEM DO REALIZADO DO ORCAMENTO
       1020-ULTIMO-DIA-MES.
           MOVE WRK-MES-REF-NUM TO WRK-DE-ANOMES.
           MOVE 31 TO WRK-DE-DIA.
           MOVE 'V' TO WRK-DATA-FUNCAO.
           MOVE 'N' TO WRK-DATA-VALIDA.
           PERFORM UNTIL WRK-DATA-OK OR WRK-DE-DIA < 28
               MOVE WRK-DATA-EXAME-NUM TO WRK-DATA-SERVICO
               CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
                   WRK-DATA-SERVICO WRK-DATA-SERVICO2
                   WRK-DATA-RESULTADO WRK-DATA-VALIDA
               IF NOT WRK-DATA-OK
                   SUBTRACT 1 FROM WRK-DE-DIA
               END-IF
           END-PERFORM.
           MOVE WRK-DATA-EXAME-NUM TO WRK-DATA-LANCTO.

       1100-SOMAR-VENDAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT VENDASDIA.
           IF WRK-FS-FUNCIONARIOS NOT EQUAL '00'
               CONTINUE
           ELSE
               OPEN INPUT DEPTOS
               MOVE LOW-VALUES TO FUNC-MATRICULA
               START FUNCIONARIOS KEY IS NOT LESS THAN
                       FUNC-MATRICULA
                           IF FUNC-SIT-ATIVO
                               ADD FUNC-SALARIO TO
                                   WRK-TOTAL-FOLHA
                               PERFORM 1210-CENTRO-DO-FUNCIONARIO
                               ADD FUNC-SALARIO TO
                                   WRK-CC-FOLHA(WRK-IND-CC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
               IF WRK-FS-DEPTOS EQUAL '00'
                   CLOSE DEPTOS
               END-IF
           END-IF.

       1210-CENTRO-DO-FUNCIONARIO.
           MOVE SPACES TO WRK-CC-EXAME.
           IF WRK-FS-DEPTOS EQUAL '00'
               MOVE FUNC-DEPARTAMENTO TO DPT-CODIGO
               READ DEPTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DPT-CENTRO-CUSTO TO WRK-CC-EXAME
               END-READ
           END-IF.
           PERFORM 1220-LOCALIZAR-CENTRO.

       1220-LOCALIZAR-CENTRO.
           MOVE ZEROS TO WRK-IND-CC.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-CC
               IF WRK-CC-CODIGO(WRK-IND) EQUAL WRK-CC-EXAME
                   MOVE WRK-IND TO WRK-IND-CC
               END-IF
           END-PERFORM.
           IF WRK-IND-CC EQUAL ZEROS
               IF WRK-QT-CC < 60
                   ADD 1 TO WRK-QT-CC
                   MOVE WRK-QT-CC TO WRK-IND-CC
                   MOVE WRK-CC-EXAME TO WRK-CC-CODIGO(WRK-IND-CC)
                   MOVE ZEROS TO WRK-CC-FOLHA(WRK-IND-CC)
                   MOVE ZEROS TO WRK-CC-COMISSAO(WRK-IND-CC)
               ELSE
                   DISPLAY 'CENTRO DE CUSTO ' WRK-CC-EXAME
                       ' FORA DA TABELA - LANCADO SEM CENTRO'
                   MOVE 1 TO WRK-IND-CC
               END-IF
           END-IF.

      * COMISSAO GANHA NO MES MENOS A ESTORNADA NO MES, NO CENTRO
      * DE CUSTO DA LOJA DO PEDIDO
       1250-SOMAR-COMISSOES.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT COMISPAG.
           IF WRK-FS-COMISPAG NOT EQUAL '00'
               CONTINUE
           ELSE
               OPEN INPUT PEDIDOS
               OPEN INPUT LOJAS
               MOVE LOW-VALUES TO CMP-CHAVE
               START COMISPAG KEY IS NOT LESS THAN CMP-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ COMISPAG NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF CMP-MES-GANHO EQUAL WRK-MES-REF-NUM
                               PERFORM 1255-CENTRO-DA-COMISSAO
                               ADD CMP-COMISSAO TO
                                   WRK-CC-COMISSAO(WRK-IND-CC)
                               ADD CMP-COMISSAO TO
                                   WRK-TOTAL-COMISSAO
                           END-IF
                           IF CMP-SIT-ESTORNADA
                               AND CMP-MES-ESTORNO EQUAL
                                   WRK-MES-REF-NUM
                               PERFORM 1255-CENTRO-DA-COMISSAO
                               SUBTRACT CMP-COMISSAO FROM
                                   WRK-CC-COMISSAO(WRK-IND-CC)
                               SUBTRACT CMP-COMISSAO FROM
                                   WRK-TOTAL-COMISSAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMISPAG
               IF WRK-FS-PEDIDOS EQUAL '00'
                   CLOSE PEDIDOS
               END-IF
               IF WRK-FS-LOJAS EQUAL '00'
                   CLOSE LOJAS
               END-IF
           END-IF.

       1255-CENTRO-DA-COMISSAO.
           MOVE SPACES TO WRK-CC-EXAME.
           IF WRK-FS-PEDIDOS EQUAL '00'
               AND WRK-FS-LOJAS EQUAL '00'
               MOVE CMP-PEDIDO TO PED-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PED-LOJA TO LOJA-NUMERO
                       READ LOJAS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE LOJA-CENTRO-CUSTO TO
                                   WRK-CC-EXAME
                       END-READ
               END-READ
           END-IF.
           PERFORM 1220-LOCALIZAR-CENTRO.

      * ESTORNO MAIOR QUE O GANHO NO MES INVERTE AS CONTAS
       1260-LANCAR-CENTRO.
           MOVE SPACES TO LANCTO-REG.
           MOVE WRK-CC-CODIGO(WRK-IND-CC) TO LANCTO-CENTRO-CUSTO.
           IF WRK-CC-FOLHA(WRK-IND-CC) > ZEROS
               MOVE 410001 TO LANCTO-CONTA-DEB
               MOVE 210001 TO LANCTO-CONTA-CRED
               MOVE WRK-CC-FOLHA(WRK-IND-CC) TO LANCTO-VALOR
               MOVE 'FOLHA DO MES' TO LANCTO-HISTORICO
               PERFORM 1400-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-CC-COMISSAO(WRK-IND-CC) > ZEROS
               MOVE 410003 TO LANCTO-CONTA-DEB
               MOVE 210002 TO LANCTO-CONTA-CRED
               MOVE WRK-CC-COMISSAO(WRK-IND-CC) TO LANCTO-VALOR
               MOVE 'COMISSOES DO MES' TO LANCTO-HISTORICO
               PERFORM 1400-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-CC-COMISSAO(WRK-IND-CC) < ZEROS
               MOVE 210002 TO LANCTO-CONTA-DEB
               MOVE 410003 TO LANCTO-CONTA-CRED
               COMPUTE LANCTO-VALOR =
                   0 - WRK-CC-COMISSAO(WRK-IND-CC)
               MOVE 'ESTORNO DE COMISSOES DO MES' TO
                   LANCTO-HISTORICO
               PERFORM 1400-GRAVAR-LANCAMENTO
           END-IF.

       1300-SOMAR-BAIXAS.
           END-IF.

       1400-GRAVAR-LANCAMENTO.
           MOVE WRK-DATA-LANCTO TO LANCTO-DATA.
           WRITE LANCTO-REG.
           ADD 1 TO WRK-QT-LANCTOS.

                   WRK-CTA-NUMERO(WRK-QT-CONTAS)
               MOVE 'CONTA FORA DO PLANO' TO
                   WRK-CTA-DESCRICAO(WRK-QT-CONTAS)
               MOVE SPACES TO WRK-CTA-TIPO(WRK-QT-CONTAS)
               MOVE ZEROS TO WRK-CTA-GRUPO(WRK-QT-CONTAS)
               MOVE WRK-QT-CONTAS TO WRK-IND-CTA
               PERFORM 0170-INICIAR-CONTA
               IF WRK-LADO-EXAME EQUAL 'D'
                   MOVE WRK-VALOR-EXAME TO
                       WRK-CTA-DEBITOS(WRK-QT-CONTAS)
           CLOSE BALANCETE.
           DISPLAY 'BALANCETE GRAVADO EM BALANCETE.DAT'.

      * DRE DO MES COM O MES ANTERIOR E O ACUMULADO NO ANO; A
      * RECEITA E OS OUTROS RESULTADOS SAO CONTAS DE NATUREZA
      * CREDORA, AS DEDUCOES, CUSTOS E DESPESAS DEVEDORA
       3000-DRE.
           PERFORM 5000-APURAR-PERIODOS.
           IF NOT WRK-APURACAO-OK
               DISPLAY 'DRE NAO EMITIDA - DIARIO NAO FECHA'
           ELSE
               SET WRK-RELAT-DRE TO TRUE
               MOVE 1 TO WRK-COL-RELAT(1)
               MOVE 2 TO WRK-COL-RELAT(2)
               MOVE 3 TO WRK-COL-RELAT(3)
               OPEN OUTPUT DRE
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'PROGCOB64 - DEMONSTRACAO DO RESULTADO - MES '
                   WRK-MES-REF-NUM
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 6910-GRAVAR-TEXTO
               MOVE SPACES TO WRK-LINHA-REL
               MOVE 'CONTA' TO WRK-LINHA-REL(1:5)
               MOVE 'MES ' TO WRK-LINHA-REL(53:4)
               MOVE WRK-MES-REF-NUM TO WRK-LINHA-REL(57:6)
               MOVE 'MES ANTERIOR' TO WRK-LINHA-REL(69:12)
               MOVE 'ACUMULADO NO ANO' TO WRK-LINHA-REL(83:16)
               PERFORM 6910-GRAVAR-TEXTO
               PERFORM VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 5
                   MOVE ZEROS TO WRK-RES-VALOR(WRK-COL)
               END-PERFORM
               MOVE 'RECEITA BRUTA' TO WRK-DESC-LINHA
               MOVE 'R' TO WRK-TIPO-SECAO
               MOVE -1 TO WRK-SINAL-SECAO
               PERFORM 6100-IMPRIMIR-SECAO
               MOVE 1 TO WRK-SINAL-SECAO
               PERFORM 6200-APLICAR-SECAO
               MOVE '(-) DEDUCOES DA RECEITA' TO WRK-DESC-LINHA
               MOVE 'D' TO WRK-TIPO-SECAO
               PERFORM 6100-IMPRIMIR-SECAO
               MOVE -1 TO WRK-SINAL-SECAO
               PERFORM 6200-APLICAR-SECAO
               MOVE '(=) RECEITA LIQUIDA' TO WRK-DESC-LINHA
               PERFORM 6300-IMPRIMIR-RESULTADO
               MOVE '(-) CUSTOS' TO WRK-DESC-LINHA
               MOVE 'C' TO WRK-TIPO-SECAO
               MOVE 1 TO WRK-SINAL-SECAO
               PERFORM 6100-IMPRIMIR-SECAO
               MOVE -1 TO WRK-SINAL-SECAO
               PERFORM 6200-APLICAR-SECAO
               MOVE '(=) LUCRO BRUTO' TO WRK-DESC-LINHA
               PERFORM 6300-IMPRIMIR-RESULTADO
               MOVE '(-) DESPESAS' TO WRK-DESC-LINHA
               MOVE 'E' TO WRK-TIPO-SECAO
               MOVE 1 TO WRK-SINAL-SECAO
               PERFORM 6100-IMPRIMIR-SECAO
               MOVE -1 TO WRK-SINAL-SECAO
               PERFORM 6200-APLICAR-SECAO
               MOVE '(+/-) OUTROS RESULTADOS' TO WRK-DESC-LINHA
               MOVE 'O' TO WRK-TIPO-SECAO
               MOVE -1 TO WRK-SINAL-SECAO
               PERFORM 6100-IMPRIMIR-SECAO
               MOVE 1 TO WRK-SINAL-SECAO
               PERFORM 6200-APLICAR-SECAO
               MOVE '(=) RESULTADO DO PERIODO' TO WRK-DESC-LINHA
               PERFORM 6300-IMPRIMIR-RESULTADO
               CLOSE DRE
               DISPLAY 'RESULTADO DO MES: ' WRK-RES-VALOR(1)
               DISPLAY 'DRE GRAVADA EM DRE.DAT'
           END-IF.

      * BALANCO NO FIM DO MES E DO MES ANTERIOR, COM O MOVIMENTO
      * DO ANO; SEM ENCERRAMENTO DAS CONTAS DE RESULTADO NO DIARIO,
      * O SALDO DELAS ENTRA NO PATRIMONIO LIQUIDO COMO RESULTADOS
      * ACUMULADOS
       4000-BALANCO.
           PERFORM 5000-APURAR-PERIODOS.
           IF NOT WRK-APURACAO-OK
               DISPLAY 'BALANCO NAO EMITIDO - DIARIO NAO FECHA'
           ELSE
               SET WRK-RELAT-BALANCO TO TRUE
               MOVE 4 TO WRK-COL-RELAT(1)
               MOVE 5 TO WRK-COL-RELAT(2)
               MOVE 3 TO WRK-COL-RELAT(3)
               OPEN OUTPUT BALANCO
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'PROGCOB64 - BALANCO PATRIMONIAL - MES '
                   WRK-MES-REF-NUM
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 6910-GRAVAR-TEXTO
               MOVE SPACES TO WRK-LINHA-REL
               MOVE 'CONTA' TO WRK-LINHA-REL(1:5)
               MOVE 'SALDO ' TO WRK-LINHA-REL(51:6)
               MOVE WRK-MES-REF-NUM TO WRK-LINHA-REL(57:6)
               MOVE 'SALDO ' TO WRK-LINHA-REL(69:6)
               MOVE WRK-MES-ANT-NUM TO WRK-LINHA-REL(75:6)
               MOVE 'MOVIMENTO NO ANO' TO WRK-LINHA-REL(83:16)
               PERFORM 6910-GRAVAR-TEXTO
               MOVE 'ATIVO' TO WRK-DESC-LINHA
               MOVE 'A' TO WRK-TIPO-SECAO
               MOVE 1 TO WRK-SINAL-SECAO
               PERFORM 6100-IMPRIMIR-SECAO
               PERFORM VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 5
                   MOVE WRK-SEC-VALOR(WRK-COL) TO
                       WRK-TOT-VALOR(WRK-COL)
                   MOVE ZEROS TO WRK-RES-VALOR(WRK-COL)
               END-PERFORM
               MOVE 'PASSIVO' TO WRK-DESC-LINHA
               MOVE 'P' TO WRK-TIPO-SECAO
               MOVE -1 TO WRK-SINAL-SECAO
               PERFORM 6100-IMPRIMIR-SECAO
               MOVE 1 TO WRK-SINAL-SECAO
               PERFORM 6200-APLICAR-SECAO
               MOVE 'PATRIMONIO LIQUIDO' TO WRK-DESC-LINHA
               MOVE 'L' TO WRK-TIPO-SECAO
               MOVE -1 TO WRK-SINAL-SECAO
               PERFORM 6100-IMPRIMIR-SECAO
               MOVE 1 TO WRK-SINAL-SECAO
               PERFORM 6200-APLICAR-SECAO
               PERFORM 4100-RESULTADOS-ACUMULADOS
               MOVE '  RESULTADOS ACUMULADOS' TO WRK-DESC-LINHA
               PERFORM VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 3
                   MOVE WRK-SEC-VALOR(WRK-COL-RELAT(WRK-COL)) TO
                       WRK-LIN-VALOR(WRK-COL)
               END-PERFORM
               PERFORM 6900-GRAVAR-LINHA-DEM
               PERFORM 6200-APLICAR-SECAO
               MOVE 'TOTAL DO PASSIVO E PATRIMONIO LIQUIDO' TO
                   WRK-DESC-LINHA
               PERFORM 6300-IMPRIMIR-RESULTADO
               IF WRK-TOT-VALOR(4) NOT EQUAL WRK-RES-VALOR(4)
                   OR WRK-TOT-VALOR(5) NOT EQUAL WRK-RES-VALOR(5)
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING '*** ATIVO DIFERENTE DO PASSIVO + PL - '
                       'CONFERIR AGRUPADORAS DO PLANO'
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
                   PERFORM 6910-GRAVAR-TEXTO
                   DISPLAY WRK-LINHA-REL
               END-IF
               CLOSE BALANCO
               DISPLAY 'BALANCO GRAVADO EM BALANCO.DAT'
           END-IF.

       4100-RESULTADOS-ACUMULADOS.
           PERFORM VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 5
               MOVE ZEROS TO WRK-SEC-VALOR(WRK-COL)
           END-PERFORM.
           PERFORM VARYING WRK-IND-CTA FROM 1 BY 1
                   UNTIL WRK-IND-CTA > WRK-QT-CONTAS
               MOVE WRK-CTA-TIPO(WRK-IND-CTA) TO WRK-TIPO-EXAME
               IF WRK-CTA-PAI(WRK-IND-CTA) EQUAL ZEROS
                   AND WRK-TIPO-RESULTADO
                   PERFORM VARYING WRK-COL FROM 1 BY 1
                           UNTIL WRK-COL > 5
                       SUBTRACT WRK-CTA-TOTAL(WRK-IND-CTA, WRK-COL)
                           FROM WRK-SEC-VALOR(WRK-COL)
                   END-PERFORM
               END-IF
           END-PERFORM.

      * UMA LEITURA DO DIARIO MONTA AS CINCO COLUNAS DE TODAS AS
      * CONTAS; CADA PERNA SO CONTA NO TOTAL DE DEBITOS OU CREDITOS
      * QUANDO ENTRA NA TABELA, ENTAO A CONFERENCIA PEGA A PERNA
      * PERDIDA
       5000-APURAR-PERIODOS.
           DISPLAY 'MES DAS DEMONSTRACOES (AAAAMM): '.
           ACCEPT WRK-MES-REF-NUM.
           MOVE WRK-MES-REF-NUM TO WRK-MES-ANT-NUM.
           IF WRK-ANT-MES EQUAL 1
               SUBTRACT 1 FROM WRK-ANT-ANO
               MOVE 12 TO WRK-ANT-MES
           ELSE
               SUBTRACT 1 FROM WRK-ANT-MES
           END-IF.
           MOVE 'N' TO WRK-APURACAO.
           MOVE ZEROS TO WRK-TOTAL-DEB.
           MOVE ZEROS TO WRK-TOTAL-CRED.
           PERFORM VARYING WRK-IND-CTA FROM 1 BY 1
                   UNTIL WRK-IND-CTA > WRK-QT-CONTAS
               PERFORM VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 5
                   MOVE ZEROS TO WRK-CTA-PROPRIO(WRK-IND-CTA, WRK-COL)
               END-PERFORM
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT LANCTOS.
           IF WRK-FS-LANCTOS NOT EQUAL '00'
               DISPLAY 'NENHUM LANCAMENTO NO DIARIO'
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ
                   READ LANCTOS
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           MOVE LANCTO-DATA TO WRK-DATA-EXAME-NUM
                           MOVE WRK-DE-ANOMES TO WRK-MES-EXAME-NUM
                           IF WRK-DE-ANOMES NOT > WRK-MES-REF-NUM
                               MOVE LANCTO-CONTA-DEB TO
                                   WRK-CONTA-EXAME
                               MOVE 'D' TO WRK-LADO-EXAME
                               MOVE LANCTO-VALOR TO WRK-VALOR-SINAL
                               PERFORM 5100-ACUMULAR-PERNA
                               MOVE LANCTO-CONTA-CRED TO
                                   WRK-CONTA-EXAME
                               MOVE 'C' TO WRK-LADO-EXAME
                               COMPUTE WRK-VALOR-SINAL =
                                   0 - LANCTO-VALOR
                               PERFORM 5100-ACUMULAR-PERNA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LANCTOS
               PERFORM 5200-TOTALIZAR-GRUPOS
               PERFORM 5300-CONFERIR-DIARIO
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       5100-ACUMULAR-PERNA.
           PERFORM 5110-LOCALIZAR-CONTA.
           IF WRK-IND-CTA NOT EQUAL ZEROS
               IF WRK-LADO-EXAME EQUAL 'D'
                   ADD LANCTO-VALOR TO WRK-TOTAL-DEB
               ELSE
                   ADD LANCTO-VALOR TO WRK-TOTAL-CRED
               END-IF
               ADD WRK-VALOR-SINAL TO WRK-CTA-PROPRIO(WRK-IND-CTA, 4)
               IF WRK-DE-ANOMES NOT > WRK-MES-ANT-NUM
                   ADD WRK-VALOR-SINAL TO
                       WRK-CTA-PROPRIO(WRK-IND-CTA, 5)
               END-IF
               IF LANCTO-HISTORICO(1:12) NOT EQUAL 'ENCERRAMENTO'
                   PERFORM 5105-ACUMULAR-MOVIMENTO
               END-IF
           END-IF.

      * O ENCERRAMENTO DO EXERCICIO (PROGCOB112) SO MEXE NOS SALDOS -
      * NAO ZERA A DRE NEM O MOVIMENTO DO ANO
       5105-ACUMULAR-MOVIMENTO.
           IF WRK-DE-ANOMES EQUAL WRK-MES-REF-NUM
               ADD WRK-VALOR-SINAL TO
                   WRK-CTA-PROPRIO(WRK-IND-CTA, 1)
           END-IF.
           IF WRK-DE-ANOMES EQUAL WRK-MES-ANT-NUM
               ADD WRK-VALOR-SINAL TO
                   WRK-CTA-PROPRIO(WRK-IND-CTA, 2)
           END-IF.
           IF WRK-EXA-ANO EQUAL WRK-REF-ANO
               ADD WRK-VALOR-SINAL TO
                   WRK-CTA-PROPRIO(WRK-IND-CTA, 3)
           END-IF.

       5110-LOCALIZAR-CONTA.
           MOVE ZEROS TO WRK-IND-CTA.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-CONTAS
               IF WRK-CTA-NUMERO(WRK-IND) EQUAL WRK-CONTA-EXAME
                   MOVE WRK-IND TO WRK-IND-CTA
               END-IF
           END-PERFORM.
           IF WRK-IND-CTA EQUAL ZEROS
               AND WRK-QT-CONTAS < 50
               ADD 1 TO WRK-QT-CONTAS
               MOVE WRK-QT-CONTAS TO WRK-IND-CTA
               MOVE WRK-CONTA-EXAME TO WRK-CTA-NUMERO(WRK-IND-CTA)
               MOVE 'CONTA FORA DO PLANO' TO
                   WRK-CTA-DESCRICAO(WRK-IND-CTA)
               MOVE SPACES TO WRK-CTA-TIPO(WRK-IND-CTA)
               MOVE ZEROS TO WRK-CTA-GRUPO(WRK-IND-CTA)
               PERFORM 0170-INICIAR-CONTA
           END-IF.

      * O SALDO DE CADA CONTA SOBE PELA CADEIA DE AGRUPADORAS
       5200-TOTALIZAR-GRUPOS.
           PERFORM VARYING WRK-IND-CTA FROM 1 BY 1
                   UNTIL WRK-IND-CTA > WRK-QT-CONTAS
               PERFORM VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 5
                   MOVE ZEROS TO WRK-CTA-TOTAL(WRK-IND-CTA, WRK-COL)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WRK-IND-CTA FROM 1 BY 1
                   UNTIL WRK-IND-CTA > WRK-QT-CONTAS
               MOVE WRK-IND-CTA TO WRK-IND-PAI
               MOVE ZEROS TO WRK-NIVEL-AUX
               PERFORM UNTIL WRK-IND-PAI EQUAL ZEROS
                       OR WRK-NIVEL-AUX > 10
                   PERFORM VARYING WRK-COL FROM 1 BY 1
                           UNTIL WRK-COL > 5
                       ADD WRK-CTA-PROPRIO(WRK-IND-CTA, WRK-COL) TO
                           WRK-CTA-TOTAL(WRK-IND-PAI, WRK-COL)
                   END-PERFORM
                   MOVE WRK-CTA-PAI(WRK-IND-PAI) TO WRK-IND-PAI
                   ADD 1 TO WRK-NIVEL-AUX
               END-PERFORM
           END-PERFORM.

       5300-CONFERIR-DIARIO.
           MOVE ZEROS TO WRK-QT-SEM-TIPO.
           PERFORM VARYING WRK-IND-CTA FROM 1 BY 1
                   UNTIL WRK-IND-CTA > WRK-QT-CONTAS
               MOVE WRK-CTA-TIPO(WRK-IND-CTA) TO WRK-TIPO-EXAME
               IF NOT WRK-TIPO-VALIDO
                   AND (WRK-CTA-PROPRIO(WRK-IND-CTA, 4) NOT EQUAL
                           ZEROS
                       OR WRK-CTA-PROPRIO(WRK-IND-CTA, 3) NOT EQUAL
                           ZEROS)
                   ADD 1 TO WRK-QT-SEM-TIPO
                   DISPLAY 'CONTA ' WRK-CTA-NUMERO(WRK-IND-CTA)
                       ' SEM TIPO NO PLANO DE CONTAS'
               END-IF
           END-PERFORM.
           IF WRK-TOTAL-DEB NOT EQUAL WRK-TOTAL-CRED
               DISPLAY 'DEBITOS ' WRK-TOTAL-DEB
                   ' DIFERENTES DOS CREDITOS ' WRK-TOTAL-CRED
           ELSE
               IF WRK-QT-SEM-TIPO EQUAL ZEROS
                   SET WRK-APURACAO-OK TO TRUE
               END-IF
           END-IF.

      * SOMA DA SECAO = CONTAS DE PRIMEIRO NIVEL DO TIPO, JA COM O
      * SINAL DA NATUREZA (WRK-SINAL-SECAO)
       6000-SOMAR-TIPO.
           PERFORM VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 5
               MOVE ZEROS TO WRK-SEC-VALOR(WRK-COL)
           END-PERFORM.
           PERFORM VARYING WRK-IND-CTA FROM 1 BY 1
                   UNTIL WRK-IND-CTA > WRK-QT-CONTAS
               IF WRK-CTA-TIPO(WRK-IND-CTA) EQUAL WRK-TIPO-SECAO
                   AND WRK-CTA-PAI(WRK-IND-CTA) EQUAL ZEROS
                   PERFORM VARYING WRK-COL FROM 1 BY 1
                           UNTIL WRK-COL > 5
                       COMPUTE WRK-SEC-VALOR(WRK-COL) =
                           WRK-SEC-VALOR(WRK-COL) +
                           WRK-CTA-TOTAL(WRK-IND-CTA, WRK-COL) *
                           WRK-SINAL-SECAO
                   END-PERFORM
               END-IF
           END-PERFORM.

       6100-IMPRIMIR-SECAO.
           PERFORM 6000-SOMAR-TIPO.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 6910-GRAVAR-TEXTO.
           PERFORM VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 3
               MOVE WRK-SEC-VALOR(WRK-COL-RELAT(WRK-COL)) TO
                   WRK-LIN-VALOR(WRK-COL)
           END-PERFORM.
           PERFORM 6900-GRAVAR-LINHA-DEM.
           PERFORM VARYING WRK-IND-CTA FROM 1 BY 1
                   UNTIL WRK-IND-CTA > WRK-QT-CONTAS
               IF WRK-CTA-TIPO(WRK-IND-CTA) EQUAL WRK-TIPO-SECAO
                   PERFORM 6110-IMPRIMIR-CONTA
               END-IF
           END-PERFORM.

      * CONTA SEM VALOR EM NENHUMA DAS TRES COLUNAS NAO SAI
       6110-IMPRIMIR-CONTA.
           PERFORM VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 3
               COMPUTE WRK-LIN-VALOR(WRK-COL) =
                   WRK-CTA-TOTAL(WRK-IND-CTA, WRK-COL-RELAT(WRK-COL))
                   * WRK-SINAL-SECAO
           END-PERFORM.
           IF WRK-LIN-VALOR(1) NOT EQUAL ZEROS
               OR WRK-LIN-VALOR(2) NOT EQUAL ZEROS
               OR WRK-LIN-VALOR(3) NOT EQUAL ZEROS
               MOVE SPACES TO WRK-DESC-LINHA
               COMPUTE WRK-POS-DESC =
                   WRK-CTA-NIVEL(WRK-IND-CTA) * 2 + 3
               IF WRK-POS-DESC > 13
                   MOVE 13 TO WRK-POS-DESC
               END-IF
               STRING WRK-CTA-NUMERO(WRK-IND-CTA) ' '
                   WRK-CTA-DESCRICAO(WRK-IND-CTA)
                   DELIMITED BY SIZE INTO WRK-DESC-LINHA
                   WITH POINTER WRK-POS-DESC
               PERFORM 6900-GRAVAR-LINHA-DEM
           END-IF.

       6200-APLICAR-SECAO.
           PERFORM VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 5
               COMPUTE WRK-RES-VALOR(WRK-COL) =
                   WRK-RES-VALOR(WRK-COL) +
                   WRK-SEC-VALOR(WRK-COL) * WRK-SINAL-SECAO
           END-PERFORM.

       6300-IMPRIMIR-RESULTADO.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 6910-GRAVAR-TEXTO.
           PERFORM VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 3
               MOVE WRK-RES-VALOR(WRK-COL-RELAT(WRK-COL)) TO
                   WRK-LIN-VALOR(WRK-COL)
           END-PERFORM.
           PERFORM 6900-GRAVAR-LINHA-DEM.

       6900-GRAVAR-LINHA-DEM.
           MOVE SPACES TO WRK-LINHA-REL.
           MOVE WRK-DESC-LINHA TO WRK-LINHA-REL(1:44).
           MOVE WRK-LIN-VALOR(1) TO WRK-COL-ED.
           MOVE WRK-COL-ED TO WRK-LINHA-REL(45:18).
           MOVE WRK-LIN-VALOR(2) TO WRK-COL-ED.
           MOVE WRK-COL-ED TO WRK-LINHA-REL(63:18).
           MOVE WRK-LIN-VALOR(3) TO WRK-COL-ED.
           MOVE WRK-COL-ED TO WRK-LINHA-REL(81:18).
           PERFORM 6910-GRAVAR-TEXTO.

       6910-GRAVAR-TEXTO.
           IF WRK-RELAT-DRE
               MOVE WRK-LINHA-REL TO DRE-LINHA
               WRITE DRE-LINHA
           ELSE
               MOVE WRK-LINHA-REL TO BALANCO-LINHA
               WRITE BALANCO-LINHA
           END-IF.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
