       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB109.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: ATIVO IMOBILIZADO - CLASSES DE ATIVO
      * (ATVCLASSE.DAT) COM VIDA UTIL, TAXA ANUAL E AS CONTAS DO
      * PLANO (PLANOCTA.DAT), CADASTRO DOS BENS (ATIVOS.DAT)
      * ALOCADOS A UMA LOJA OU A UM CENTRO DE CUSTO, LOTE MENSAL
      * DE DEPRECIACAO LINEAR LANCADO NO DIARIO (LANCTOS.DAT) POR
      * CLASSE, BAIXA DO BEM COM APURACAO DE GANHO OU PERDA E O
      * RELATORIO DO IMOBILIZADO (IMOBREL.DAT) COM CUSTO,
      * DEPRECIACAO ACUMULADA E VALOR CONTABIL POR CLASSE. O BEM
      * DEPRECIA A PARTIR DO MES SEGUINTE AO DA AQUISICAO; O MES
      * JA DEPRECIADO NAO E LANCADO DE NOVO E O MES PULADO E
      * RECUPERADO NO LOTE SEGUINTE
      * ATUALIZACAO: LAYOUT DO PLANO DE CONTAS PELO COPYBOOK PLANREG
      * ATUALIZACAO: DEPRECIACAO LANCADA POR CLASSE E CENTRO DE
      * CUSTO DO BEM (DO DEPARTAMENTO OU DA LOJA) E BAIXA LANCADA
      * NO CENTRO DE CUSTO DO BEM
      * ATUALIZACAO: DEPRECIACAO E BAIXA EM PERIODO CONTABIL JA
      * FECHADO (PERIODOS.DAT, PROGCOBPER) SAO RECUSADAS
      * ATUALIZACAO: DEPRECIACAO DE MES FUTURO E RECUSADA; O
      * LANCAMENTO DA DEPRECIACAO E DATADO NO ULTIMO DIA DO MES
      * DEPRECIADO E O DA BAIXA NA DATA DA BAIXA, NAO NA DATA EM
      * QUE A ROTINA RODA
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANOCTA ASSIGN TO "PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PLANOCTA.

           SELECT ATVCLASSE ASSIGN TO "ATVCLASSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACL-CODIGO
               FILE STATUS IS WRK-FS-ATVCLASSE.

           SELECT ATIVOS ASSIGN TO "ATIVOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATV-NUMERO
               FILE STATUS IS WRK-FS-ATIVOS.

           SELECT LOJAS ASSIGN TO "LOJAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOJA-NUMERO
               FILE STATUS IS WRK-FS-LOJAS.

           SELECT DEPTOS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-CODIGO
               FILE STATUS IS WRK-FS-DEPTOS.

           SELECT LANCTOS ASSIGN TO "LANCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCTOS.

           SELECT IMOBREL ASSIGN TO "IMOBREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IMOBREL.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANOCTA.
           COPY PLANREG.

       FD  ATVCLASSE.
           COPY ATCREG.

       FD  ATIVOS.
           COPY ATVREG.

       FD  LOJAS.
           COPY LOJREG.

       FD  DEPTOS.
           COPY DPTREG.

       FD  LANCTOS.
           COPY LANCREG.

       FD  IMOBREL.
       01  IMOBREL-LINHA           PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-PLANOCTA   PIC X(02)      VALUE SPACES.
       77 WRK-FS-ATVCLASSE  PIC X(02)      VALUE SPACES.
       77 WRK-FS-ATIVOS     PIC X(02)      VALUE SPACES.
       77 WRK-FS-LOJAS      PIC X(02)      VALUE SPACES.
       77 WRK-FS-DEPTOS     PIC X(02)      VALUE SPACES.
       77 WRK-FS-LANCTOS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-IMOBREL    PIC X(02)      VALUE SPACES.
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
       77 WRK-IND           PIC 9(02)      VALUE ZEROS.
       77 WRK-IND-CLS       PIC 9(02)      VALUE ZEROS.
       77 WRK-IND-DCC       PIC 9(03)      VALUE ZEROS.
       77 WRK-CC-ATIVO      PIC X(06)      VALUE SPACES.
       77 WRK-IND-BUSCA     PIC 9(03)      VALUE ZEROS.
       77 WRK-CLASSE-BUSCA  PIC X(03)      VALUE SPACES.
       77 WRK-NUMERO-BUSCA  PIC 9(06)      VALUE ZEROS.
       77 WRK-CONTA-EXAME   PIC 9(06)      VALUE ZEROS.
       77 WRK-CONTA-ACHADA  PIC X(01)      VALUE 'N'.
           88 WRK-CONTA-OK         VALUE 'S'.
       77 WRK-DADOS-VALIDOS PIC X(01)      VALUE 'N'.
           88 WRK-DADOS-OK         VALUE 'S'.
       77 WRK-CONTA-GANHO   PIC 9(06)      VALUE 320001.
       77 WRK-CONTA-PERDA   PIC 9(06)      VALUE 420002.
       77 WRK-CONTA-BANCOS  PIC 9(06)      VALUE 110002.
       77 WRK-DATA-FUNCAO   PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2 PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-RESULTADO PIC S9(08)    VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-DATA-LANCTO   PIC 9(08)      VALUE ZEROS.
       77 WRK-MES-ATUAL     PIC 9(06)      VALUE ZEROS.
       77 WRK-ORD-INICIO    PIC 9(06)      VALUE ZEROS.
       77 WRK-ORD-ULTIMO    PIC 9(06)      VALUE ZEROS.
       77 WRK-ORD-LIMITE    PIC 9(06)      VALUE ZEROS.
       77 WRK-MESES-DEPREC  PIC 9(04)      VALUE ZEROS.
       77 WRK-QUOTA-MENSAL  PIC 9(10)V99   VALUE ZEROS.
       77 WRK-DEPREC-ATIVO  PIC 9(10)V99   VALUE ZEROS.
       77 WRK-SALDO-DEPREC  PIC 9(10)V99   VALUE ZEROS.
       77 WRK-VALOR-CONTABIL PIC 9(10)V99  VALUE ZEROS.
       77 WRK-VALOR-LANCTO  PIC 9(12)V99   VALUE ZEROS.
       77 WRK-QT-LANCTOS    PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-ATIVOS     PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-PROCESSADOS PIC 9(05)     VALUE ZEROS.
       77 WRK-TOTAL-DEPREC  PIC 9(12)V99   VALUE ZEROS.
       77 WRK-SUB-CUSTO     PIC 9(12)V99   VALUE ZEROS.
       77 WRK-SUB-ACUM      PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOT-CUSTO     PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOT-ACUM      PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOT-CONTABIL  PIC 9(12)V99   VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-RESULTADO-ED  PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-LINHA-ED      PIC X(100)     VALUE SPACES.
       01 WRK-MES-REF.
           02 WRK-REF-ANO      PIC 9(04).
           02 WRK-REF-MES      PIC 9(02).
       01 WRK-MES-REF-NUM REDEFINES WRK-MES-REF PIC 9(06).
       01 WRK-MES-LIMITE.
           02 WRK-LIM-ANO      PIC 9(04).
           02 WRK-LIM-MES      PIC 9(02).
       01 WRK-MES-LIMITE-NUM REDEFINES WRK-MES-LIMITE PIC 9(06).
       01 WRK-MES-EXAME.
           02 WRK-EXA-ANO      PIC 9(04).
           02 WRK-EXA-MES      PIC 9(02).
       01 WRK-MES-EXAME-NUM REDEFINES WRK-MES-EXAME PIC 9(06).
       01 WRK-DATA-EXAME-GRP.
           02 WRK-DE-ANOMES    PIC 9(06).
           02 WRK-DE-DIA       PIC 9(02).
       01 WRK-DATA-EXAME-NUM REDEFINES WRK-DATA-EXAME-GRP
           PIC 9(08).
       01 WRK-PLANO.
           02 WRK-QT-CONTAS    PIC 9(02)   VALUE ZEROS.
           02 WRK-CTA-NUMERO   PIC 9(06)   OCCURS 50 TIMES.
       01 WRK-CLASSES.
           02 WRK-QT-CLASSES   PIC 9(02)   VALUE ZEROS.
           02 WRK-CLASSE OCCURS 30 TIMES.
               05 WRK-CLS-CODIGO        PIC X(03).
               05 WRK-CLS-DESCRICAO     PIC X(30).
               05 WRK-CLS-TAXA          PIC 9(03)V99.
               05 WRK-CLS-CONTA-ATIVO   PIC 9(06).
               05 WRK-CLS-CONTA-ACUM    PIC 9(06).
               05 WRK-CLS-CONTA-DESPESA PIC 9(06).
      * DEPRECIACAO DO MES POR CLASSE E CENTRO DE CUSTO
       01 WRK-DEPREC-CENTROS.
           02 WRK-QT-DCC       PIC 9(03)   VALUE ZEROS.
           02 WRK-DCC OCCURS 150 TIMES.
               05 WRK-DCC-CLASSE        PIC 9(02).
               05 WRK-DCC-CENTRO        PIC X(06).
               05 WRK-DCC-VALOR         PIC 9(12)V99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0100-CARREGAR-PLANO.
           PERFORM 0200-MENU UNTIL WRK-MENU-FIM.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.

      * SEM PLANOCTA.DAT A CONTA DA CLASSE NAO E CONFERIDA - O
      * BALANCETE (PROGCOB64) MOSTRA A CONTA FORA DO PLANO
       0100-CARREGAR-PLANO.
           MOVE ZEROS TO WRK-QT-CONTAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PLANOCTA.
           IF WRK-FS-PLANOCTA EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ PLANOCTA
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF WRK-QT-CONTAS < 50
                               ADD 1 TO WRK-QT-CONTAS
                               MOVE PLANO-CONTA TO
                                   WRK-CTA-NUMERO(WRK-QT-CONTAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANOCTA
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0200-MENU.
           DISPLAY '=============================================='.
           DISPLAY 'ATIVO IMOBILIZADO'.
           DISPLAY '1 - CLASSES DE ATIVO'.
           DISPLAY '2 - INCLUIR BEM'.
           DISPLAY '3 - CONSULTAR BEM'.
           DISPLAY '4 - DEPRECIACAO DO MES'.
           DISPLAY '5 - BAIXA DE BEM'.
           DISPLAY '6 - RELATORIO DO IMOBILIZADO'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 1000-CLASSES
               WHEN '2'
                   PERFORM 2000-INCLUIR-ATIVO
               WHEN '3'
                   PERFORM 3000-CONSULTAR-ATIVO
               WHEN '4'
                   PERFORM 4000-DEPRECIAR-MES
               WHEN '5'
                   PERFORM 5000-BAIXAR-ATIVO
               WHEN '6'
                   PERFORM 6000-RELATORIO
               WHEN 'X'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
           END-EVALUATE.

       1000-CLASSES.
           OPEN I-O ATVCLASSE.
           IF WRK-FS-ATVCLASSE EQUAL '35'
               OPEN OUTPUT ATVCLASSE
               CLOSE ATVCLASSE
               OPEN I-O ATVCLASSE
           END-IF.
           PERFORM 1010-LISTAR-CLASSES.
           DISPLAY 'CODIGO DA CLASSE (3 POSICOES, BRANCO = VOLTAR): '.
           MOVE SPACES TO WRK-CLASSE-BUSCA.
           ACCEPT WRK-CLASSE-BUSCA.
           IF WRK-CLASSE-BUSCA NOT EQUAL SPACES
               MOVE WRK-CLASSE-BUSCA TO ACL-CODIGO
               READ ATVCLASSE
                   INVALID KEY
                       PERFORM 1020-DIGITAR-CLASSE
                       IF WRK-DADOS-OK
                           WRITE ACL-REG
                           DISPLAY 'CLASSE INCLUIDA'
                       END-IF
                   NOT INVALID KEY
                       PERFORM 1020-DIGITAR-CLASSE
                       IF WRK-DADOS-OK
                           REWRITE ACL-REG
                           DISPLAY 'CLASSE ALTERADA'
                       END-IF
               END-READ
           END-IF.
           CLOSE ATVCLASSE.

       1010-LISTAR-CLASSES.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LOW-VALUES TO ACL-CODIGO.
           START ATVCLASSE KEY IS NOT LESS THAN ACL-CODIGO
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           DISPLAY 'CLS DESCRICAO                      VIDA  TAXA '
               ' ATIVO  ACUM. DESPESA'.
           PERFORM UNTIL WRK-FIM-ARQ
               READ ATVCLASSE NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       DISPLAY ACL-CODIGO ' ' ACL-DESCRICAO ' '
                           ACL-VIDA-UTIL-ANOS ' ' ACL-TAXA-ANUAL ' '
                           ACL-CONTA-ATIVO ' '
                           ACL-CONTA-DEPREC-ACUM ' '
                           ACL-CONTA-DESPESA
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.

      * TAXA EM BRANCO SAI DA VIDA UTIL (100% DIVIDIDO PELOS ANOS)
       1020-DIGITAR-CLASSE.
           MOVE 'S' TO WRK-DADOS-VALIDOS.
           DISPLAY 'DESCRICAO DA CLASSE: '.
           ACCEPT ACL-DESCRICAO.
           DISPLAY 'VIDA UTIL (ANOS): '.
           ACCEPT ACL-VIDA-UTIL-ANOS.
           DISPLAY 'TAXA ANUAL DE DEPRECIACAO (%, 0 = PELA VIDA '
               'UTIL): '.
           ACCEPT ACL-TAXA-ANUAL.
           IF ACL-TAXA-ANUAL EQUAL ZEROS
               AND ACL-VIDA-UTIL-ANOS > ZEROS
               COMPUTE ACL-TAXA-ANUAL ROUNDED =
                   100 / ACL-VIDA-UTIL-ANOS
           END-IF.
           IF ACL-TAXA-ANUAL EQUAL ZEROS
               OR ACL-TAXA-ANUAL > 100
               DISPLAY 'TAXA DE DEPRECIACAO INVALIDA'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           DISPLAY 'CONTA DO ATIVO (PLANO DE CONTAS): '.
           ACCEPT ACL-CONTA-ATIVO.
           MOVE ACL-CONTA-ATIVO TO WRK-CONTA-EXAME.
           PERFORM 1030-CONFERIR-CONTA.
           DISPLAY 'CONTA DA DEPRECIACAO ACUMULADA: '.
           ACCEPT ACL-CONTA-DEPREC-ACUM.
           MOVE ACL-CONTA-DEPREC-ACUM TO WRK-CONTA-EXAME.
           PERFORM 1030-CONFERIR-CONTA.
           DISPLAY 'CONTA DA DESPESA DE DEPRECIACAO: '.
           ACCEPT ACL-CONTA-DESPESA.
           MOVE ACL-CONTA-DESPESA TO WRK-CONTA-EXAME.
           PERFORM 1030-CONFERIR-CONTA.
           IF NOT WRK-DADOS-OK
               DISPLAY 'CLASSE NAO GRAVADA'
           END-IF.

       1030-CONFERIR-CONTA.
           IF WRK-CONTA-EXAME EQUAL ZEROS
               DISPLAY 'CONTA OBRIGATORIA'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           ELSE
               IF WRK-QT-CONTAS > ZEROS
                   MOVE 'N' TO WRK-CONTA-ACHADA
                   PERFORM VARYING WRK-IND FROM 1 BY 1
                           UNTIL WRK-IND > WRK-QT-CONTAS
                       IF WRK-CTA-NUMERO(WRK-IND) EQUAL
                               WRK-CONTA-EXAME
                           SET WRK-CONTA-OK TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WRK-CONTA-OK
                       DISPLAY 'CONTA ' WRK-CONTA-EXAME
                           ' NAO EXISTE NO PLANO DE CONTAS'
                       MOVE 'N' TO WRK-DADOS-VALIDOS
                   END-IF
               END-IF
           END-IF.

       2000-INCLUIR-ATIVO.
           OPEN I-O ATIVOS.
           IF WRK-FS-ATIVOS EQUAL '35'
               OPEN OUTPUT ATIVOS
               CLOSE ATIVOS
               OPEN I-O ATIVOS
           END-IF.
           DISPLAY 'NUMERO DE PATRIMONIO: '.
           ACCEPT WRK-NUMERO-BUSCA.
           MOVE WRK-NUMERO-BUSCA TO ATV-NUMERO.
           READ ATIVOS
               INVALID KEY
                   PERFORM 2010-DIGITAR-ATIVO
                   IF WRK-DADOS-OK
                       WRITE ATV-REG
                       DISPLAY 'BEM INCLUIDO'
                   ELSE
                       DISPLAY 'BEM NAO GRAVADO'
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'PATRIMONIO JA CADASTRADO: '
                       ATV-DESCRICAO
           END-READ.
           CLOSE ATIVOS.

      * BEM QUE JA ESTAVA EM USO ANTES DO CADASTRO ENTRA COM A
      * DEPRECIACAO ACUMULADA E O ULTIMO MES JA DEPRECIADO, PARA O
      * LOTE NAO LANCAR DE NOVO O QUE A CONTABILIDADE JA LANCOU
       2010-DIGITAR-ATIVO.
           MOVE 'S' TO WRK-DADOS-VALIDOS.
           MOVE WRK-NUMERO-BUSCA TO ATV-NUMERO.
           MOVE ZEROS TO ATV-LOJA.
           MOVE SPACES TO ATV-DEPARTAMENTO.
           MOVE ZEROS TO ATV-DEPREC-ACUMULADA.
           MOVE ZEROS TO ATV-ULTIMA-DEPREC.
           SET ATV-SIT-ATIVO TO TRUE.
           MOVE ZEROS TO ATV-DATA-BAIXA.
           MOVE SPACES TO ATV-MOTIVO-BAIXA.
           MOVE ZEROS TO ATV-VALOR-VENDA.
           MOVE ZEROS TO ATV-RESULTADO-BAIXA.
           DISPLAY 'DESCRICAO DO BEM: '.
           ACCEPT ATV-DESCRICAO.
           DISPLAY 'CLASSE DO ATIVO: '.
           ACCEPT ATV-CLASSE.
           PERFORM 2020-VALIDAR-CLASSE.
           DISPLAY 'LOJA (0 = CENTRO DE CUSTO): '.
           ACCEPT ATV-LOJA.
           IF ATV-LOJA EQUAL ZEROS
               DISPLAY 'CENTRO DE CUSTO (DEPARTAMENTO): '
               ACCEPT ATV-DEPARTAMENTO
               PERFORM 2040-VALIDAR-DEPARTAMENTO
           ELSE
               PERFORM 2030-VALIDAR-LOJA
           END-IF.
           DISPLAY 'DATA DE AQUISICAO (AAAAMMDD): '.
           ACCEPT ATV-DATA-AQUISICAO.
           MOVE 'V' TO WRK-DATA-FUNCAO.
           MOVE ATV-DATA-AQUISICAO TO WRK-DATA-SERVICO.
           MOVE ZEROS TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DATA-RESULTADO WRK-DATA-VALIDA.
           IF NOT WRK-DATA-OK
               OR ATV-DATA-AQUISICAO > WRK-DATASYS
               DISPLAY 'DATA DE AQUISICAO INVALIDA'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           DISPLAY 'VALOR DE AQUISICAO: '.
           ACCEPT ATV-VALOR-AQUISICAO.
           IF ATV-VALOR-AQUISICAO EQUAL ZEROS
               DISPLAY 'VALOR DE AQUISICAO OBRIGATORIO'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           DISPLAY 'DEPRECIACAO JA ACUMULADA (0 = BEM NOVO): '.
           ACCEPT ATV-DEPREC-ACUMULADA.
           IF ATV-DEPREC-ACUMULADA > ATV-VALOR-AQUISICAO
               DISPLAY 'DEPRECIACAO MAIOR QUE O VALOR DO BEM'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           IF ATV-DEPREC-ACUMULADA > ZEROS
               DISPLAY 'ULTIMO MES JA DEPRECIADO (AAAAMM): '
               ACCEPT ATV-ULTIMA-DEPREC
               MOVE ATV-DATA-AQUISICAO TO WRK-DATA-EXAME-NUM
               IF ATV-ULTIMA-DEPREC < WRK-DE-ANOMES
                   DISPLAY 'MES ANTERIOR A AQUISICAO'
                   MOVE 'N' TO WRK-DADOS-VALIDOS
               END-IF
           END-IF.

       2020-VALIDAR-CLASSE.
           OPEN INPUT ATVCLASSE.
           IF WRK-FS-ATVCLASSE NOT EQUAL '00'
               DISPLAY 'NENHUMA CLASSE DE ATIVO CADASTRADA'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           ELSE
               MOVE ATV-CLASSE TO ACL-CODIGO
               READ ATVCLASSE
                   INVALID KEY
                       DISPLAY 'CLASSE DE ATIVO NAO CADASTRADA'
                       MOVE 'N' TO WRK-DADOS-VALIDOS
                   NOT INVALID KEY
                       DISPLAY 'CLASSE: ' ACL-DESCRICAO
                           ' TAXA ' ACL-TAXA-ANUAL '% A.A.'
               END-READ
               CLOSE ATVCLASSE
           END-IF.

       2030-VALIDAR-LOJA.
           OPEN INPUT LOJAS.
           IF WRK-FS-LOJAS NOT EQUAL '00'
               DISPLAY 'ARQUIVO LOJAS.DAT NAO ENCONTRADO'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           ELSE
               MOVE ATV-LOJA TO LOJA-NUMERO
               READ LOJAS
                   INVALID KEY
                       DISPLAY 'LOJA NAO CADASTRADA'
                       MOVE 'N' TO WRK-DADOS-VALIDOS
                   NOT INVALID KEY
                       IF LOJA-SIT-ATIVA
                           DISPLAY 'LOJA: ' LOJA-NOME
                       ELSE
                           DISPLAY 'LOJA EXCLUIDA'
                           MOVE 'N' TO WRK-DADOS-VALIDOS
                       END-IF
               END-READ
               CLOSE LOJAS
           END-IF.

       2040-VALIDAR-DEPARTAMENTO.
           OPEN INPUT DEPTOS.
           IF WRK-FS-DEPTOS NOT EQUAL '00'
               DISPLAY 'ARQUIVO DEPTOS.DAT NAO ENCONTRADO'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           ELSE
               MOVE ATV-DEPARTAMENTO TO DPT-CODIGO
               READ DEPTOS
                   INVALID KEY
                       DISPLAY 'DEPARTAMENTO NAO CADASTRADO'
                       MOVE 'N' TO WRK-DADOS-VALIDOS
                   NOT INVALID KEY
                       IF DPT-SIT-ATIVO
                           DISPLAY 'CENTRO DE CUSTO: ' DPT-NOME
                               ' (' DPT-CENTRO-CUSTO ')'
                       ELSE
                           DISPLAY 'DEPARTAMENTO EXCLUIDO'
                           MOVE 'N' TO WRK-DADOS-VALIDOS
                       END-IF
               END-READ
               CLOSE DEPTOS
           END-IF.

       3000-CONSULTAR-ATIVO.
           OPEN INPUT ATIVOS.
           IF WRK-FS-ATIVOS NOT EQUAL '00'
               DISPLAY 'NENHUM BEM CADASTRADO'
           ELSE
               DISPLAY 'NUMERO DE PATRIMONIO: '
               ACCEPT WRK-NUMERO-BUSCA
               MOVE WRK-NUMERO-BUSCA TO ATV-NUMERO
               READ ATIVOS
                   INVALID KEY
                       DISPLAY 'BEM NAO CADASTRADO'
                   NOT INVALID KEY
                       PERFORM 3100-MOSTRAR-ATIVO
               END-READ
               CLOSE ATIVOS
           END-IF.

       3100-MOSTRAR-ATIVO.
           COMPUTE WRK-VALOR-CONTABIL =
               ATV-VALOR-AQUISICAO - ATV-DEPREC-ACUMULADA.
           DISPLAY 'PATRIMONIO.....: ' ATV-NUMERO ' ' ATV-DESCRICAO.
           DISPLAY 'CLASSE.........: ' ATV-CLASSE.
           IF ATV-LOJA NOT EQUAL ZEROS
               DISPLAY 'LOJA...........: ' ATV-LOJA
           ELSE
               DISPLAY 'CENTRO DE CUSTO: ' ATV-DEPARTAMENTO
           END-IF.
           DISPLAY 'AQUISICAO......: ' ATV-DATA-AQUISICAO
               ' VALOR ' ATV-VALOR-AQUISICAO.
           DISPLAY 'DEPREC. ACUM...: ' ATV-DEPREC-ACUMULADA
               ' ATE ' ATV-ULTIMA-DEPREC.
           DISPLAY 'VALOR CONTABIL.: ' WRK-VALOR-CONTABIL.
           IF ATV-SIT-BAIXADO
               DISPLAY 'BAIXADO EM.....: ' ATV-DATA-BAIXA
                   ' MOTIVO ' ATV-MOTIVO-BAIXA
                   ' VENDA ' ATV-VALOR-VENDA
               MOVE ATV-RESULTADO-BAIXA TO WRK-RESULTADO-ED
               DISPLAY 'GANHO/PERDA....: ' WRK-RESULTADO-ED
           END-IF.

       4000-DEPRECIAR-MES.
           DISPLAY 'MES DA DEPRECIACAO (AAAAMM): '.
           ACCEPT WRK-MES-REF-NUM.
           COMPUTE WRK-MES-ATUAL = WRK-DATASYS / 100.
           EVALUATE TRUE
               WHEN WRK-REF-MES < 1 OR WRK-REF-MES > 12
                   DISPLAY 'MES INVALIDO'
               WHEN WRK-MES-REF-NUM > WRK-MES-ATUAL
                   DISPLAY 'MES FUTURO - DEPRECIACAO NAO LANCADA'
               WHEN OTHER
                   MOVE WRK-MES-REF-NUM TO WRK-DE-ANOMES
                   MOVE 01 TO WRK-DE-DIA
                   CALL 'PROGCOBPER' USING WRK-DATA-EXAME-NUM
                       WRK-PERIODO-SIT
                   IF WRK-PERIODO-FECHADO
                       DISPLAY 'MES JA ENTREGUE A CONTABILIDADE - '
                           'DEPRECIACAO NAO LANCADA'
                   ELSE
                       PERFORM 4010-CARREGAR-CLASSES
                       PERFORM 4020-PROCESSAR-ATIVOS
                       PERFORM 4300-LANCAR-DEPRECIACAO
                   END-IF
           END-EVALUATE.

       4010-CARREGAR-CLASSES.
           MOVE ZEROS TO WRK-QT-CLASSES.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ATVCLASSE.
           IF WRK-FS-ATVCLASSE EQUAL '00'
               MOVE LOW-VALUES TO ACL-CODIGO
               START ATVCLASSE KEY IS NOT LESS THAN ACL-CODIGO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ ATVCLASSE NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF WRK-QT-CLASSES < 30
                               ADD 1 TO WRK-QT-CLASSES
                               PERFORM 4015-GUARDAR-CLASSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATVCLASSE
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       4015-GUARDAR-CLASSE.
           MOVE ACL-CODIGO TO WRK-CLS-CODIGO(WRK-QT-CLASSES).
           MOVE ACL-DESCRICAO TO WRK-CLS-DESCRICAO(WRK-QT-CLASSES).
           MOVE ACL-TAXA-ANUAL TO WRK-CLS-TAXA(WRK-QT-CLASSES).
           MOVE ACL-CONTA-ATIVO TO
               WRK-CLS-CONTA-ATIVO(WRK-QT-CLASSES).
           MOVE ACL-CONTA-DEPREC-ACUM TO
               WRK-CLS-CONTA-ACUM(WRK-QT-CLASSES).
           MOVE ACL-CONTA-DESPESA TO
               WRK-CLS-CONTA-DESPESA(WRK-QT-CLASSES).

       4020-PROCESSAR-ATIVOS.
           MOVE ZEROS TO WRK-QT-PROCESSADOS.
           MOVE ZEROS TO WRK-TOTAL-DEPREC.
           MOVE ZEROS TO WRK-QT-DCC.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN I-O ATIVOS.
           IF WRK-FS-ATIVOS NOT EQUAL '00'
               DISPLAY 'NENHUM BEM CADASTRADO'
           ELSE
               OPEN INPUT LOJAS
               OPEN INPUT DEPTOS
               MOVE WRK-MES-REF-NUM TO WRK-MES-LIMITE-NUM
               MOVE LOW-VALUES TO ATV-NUMERO
               START ATIVOS KEY IS NOT LESS THAN ATV-NUMERO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ ATIVOS NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF ATV-SIT-ATIVO
                               PERFORM 4050-DEPRECIAR-UM-ATIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATIVOS
               PERFORM 4090-FECHAR-CENTROS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           DISPLAY 'BENS DEPRECIADOS: ' WRK-QT-PROCESSADOS
               ' DEPRECIACAO DO MES: ' WRK-TOTAL-DEPREC.

       4050-DEPRECIAR-UM-ATIVO.
           PERFORM 4060-LOCALIZAR-CLASSE.
           IF WRK-IND-CLS EQUAL ZEROS
               DISPLAY 'BEM ' ATV-NUMERO ' COM CLASSE '
                   ATV-CLASSE ' INEXISTENTE - NAO DEPRECIADO'
           ELSE
               PERFORM 4100-CALCULAR-DEPRECIACAO
               IF WRK-MESES-DEPREC > ZEROS
                   PERFORM 4070-CENTRO-DO-ATIVO
                   PERFORM 4080-LOCALIZAR-DCC
               END-IF
               IF WRK-MESES-DEPREC > ZEROS
                   AND WRK-IND-DCC EQUAL ZEROS
                   DISPLAY 'BEM ' ATV-NUMERO ' NAO DEPRECIADO - '
                       'TABELA DE CENTROS DE CUSTO CHEIA'
               END-IF
               IF WRK-MESES-DEPREC > ZEROS
                   AND WRK-IND-DCC NOT EQUAL ZEROS
                   ADD WRK-DEPREC-ATIVO TO WRK-DCC-VALOR(WRK-IND-DCC)
                   ADD WRK-DEPREC-ATIVO TO WRK-TOTAL-DEPREC
                   ADD 1 TO WRK-QT-PROCESSADOS
                   ADD 1 TO WRK-QT-ATIVOS
                   REWRITE ATV-REG
               END-IF
           END-IF.

       4060-LOCALIZAR-CLASSE.
           MOVE ZEROS TO WRK-IND-CLS.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-CLASSES
               IF WRK-CLS-CODIGO(WRK-IND) EQUAL ATV-CLASSE
                   MOVE WRK-IND TO WRK-IND-CLS
               END-IF
           END-PERFORM.

      * BEM DA LOJA FICA NO CENTRO DE CUSTO DA LOJA, BEM DE
      * DEPARTAMENTO NO CENTRO DE CUSTO DO DEPARTAMENTO
       4070-CENTRO-DO-ATIVO.
           MOVE SPACES TO WRK-CC-ATIVO.
           IF ATV-LOJA NOT EQUAL ZEROS
               IF WRK-FS-LOJAS EQUAL '00'
                   MOVE ATV-LOJA TO LOJA-NUMERO
                   READ LOJAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE LOJA-CENTRO-CUSTO TO WRK-CC-ATIVO
                   END-READ
               END-IF
           ELSE
               IF WRK-FS-DEPTOS EQUAL '00'
                   MOVE ATV-DEPARTAMENTO TO DPT-CODIGO
                   READ DEPTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DPT-CENTRO-CUSTO TO WRK-CC-ATIVO
                   END-READ
               END-IF
           END-IF.

      * TABELA CHEIA: USA A PRIMEIRA POSICAO DA MESMA CLASSE; SEM
      * NENHUMA, O BEM FICA PARA O PROXIMO PROCESSAMENTO
       4080-LOCALIZAR-DCC.
           MOVE ZEROS TO WRK-IND-DCC.
           PERFORM VARYING WRK-IND-BUSCA FROM 1 BY 1
                   UNTIL WRK-IND-BUSCA > WRK-QT-DCC
               IF WRK-DCC-CLASSE(WRK-IND-BUSCA) EQUAL WRK-IND-CLS
                   AND WRK-DCC-CENTRO(WRK-IND-BUSCA) EQUAL
                       WRK-CC-ATIVO
                   MOVE WRK-IND-BUSCA TO WRK-IND-DCC
               END-IF
           END-PERFORM.
           IF WRK-IND-DCC EQUAL ZEROS
               IF WRK-QT-DCC < 150
                   ADD 1 TO WRK-QT-DCC
                   MOVE WRK-QT-DCC TO WRK-IND-DCC
                   MOVE WRK-IND-CLS TO WRK-DCC-CLASSE(WRK-IND-DCC)
                   MOVE WRK-CC-ATIVO TO WRK-DCC-CENTRO(WRK-IND-DCC)
                   MOVE ZEROS TO WRK-DCC-VALOR(WRK-IND-DCC)
               ELSE
                   PERFORM VARYING WRK-IND-BUSCA FROM WRK-QT-DCC
                           BY -1 UNTIL WRK-IND-BUSCA EQUAL ZEROS
                       IF WRK-DCC-CLASSE(WRK-IND-BUSCA) EQUAL
                           WRK-IND-CLS
                           MOVE WRK-IND-BUSCA TO WRK-IND-DCC
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       4090-FECHAR-CENTROS.
           IF WRK-FS-LOJAS EQUAL '00'
               CLOSE LOJAS
           END-IF.
           IF WRK-FS-DEPTOS EQUAL '00'
               CLOSE DEPTOS
           END-IF.

      * DEPRECIACAO LINEAR: QUOTA MENSAL = CUSTO X TAXA ANUAL / 12,
      * VEZES OS MESES AINDA NAO DEPRECIADOS ATE O MES LIMITE,
      * NUNCA PASSANDO DO VALOR CONTABIL DO BEM
       4100-CALCULAR-DEPRECIACAO.
           MOVE ZEROS TO WRK-DEPREC-ATIVO.
           MOVE ATV-DATA-AQUISICAO TO WRK-DATA-EXAME-NUM.
           MOVE WRK-DE-ANOMES TO WRK-MES-EXAME-NUM.
           COMPUTE WRK-ORD-INICIO =
               WRK-EXA-ANO * 12 + WRK-EXA-MES + 1.
           COMPUTE WRK-ORD-ULTIMO = WRK-ORD-INICIO - 1.
           IF ATV-ULTIMA-DEPREC NOT EQUAL ZEROS
               MOVE ATV-ULTIMA-DEPREC TO WRK-MES-EXAME-NUM
               IF WRK-EXA-ANO * 12 + WRK-EXA-MES > WRK-ORD-ULTIMO
                   COMPUTE WRK-ORD-ULTIMO =
                       WRK-EXA-ANO * 12 + WRK-EXA-MES
               END-IF
           END-IF.
           COMPUTE WRK-ORD-LIMITE =
               WRK-LIM-ANO * 12 + WRK-LIM-MES.
           IF WRK-ORD-LIMITE > WRK-ORD-ULTIMO
               COMPUTE WRK-MESES-DEPREC =
                   WRK-ORD-LIMITE - WRK-ORD-ULTIMO
               COMPUTE WRK-QUOTA-MENSAL ROUNDED =
                   ATV-VALOR-AQUISICAO * WRK-CLS-TAXA(WRK-IND-CLS)
                   / 1200
               COMPUTE WRK-SALDO-DEPREC =
                   ATV-VALOR-AQUISICAO - ATV-DEPREC-ACUMULADA
               COMPUTE WRK-DEPREC-ATIVO =
                   WRK-QUOTA-MENSAL * WRK-MESES-DEPREC
               IF WRK-DEPREC-ATIVO > WRK-SALDO-DEPREC
                   MOVE WRK-SALDO-DEPREC TO WRK-DEPREC-ATIVO
               END-IF
               ADD WRK-DEPREC-ATIVO TO ATV-DEPREC-ACUMULADA
               MOVE WRK-MES-LIMITE-NUM TO ATV-ULTIMA-DEPREC
           ELSE
               MOVE ZEROS TO WRK-MESES-DEPREC
           END-IF.

      * UM LANCAMENTO POR CLASSE: DESPESA DE DEPRECIACAO CONTRA
      * DEPRECIACAO ACUMULADA
       4300-LANCAR-DEPRECIACAO.
           IF WRK-TOTAL-DEPREC > ZEROS
               PERFORM 4310-ULTIMO-DIA-MES
               PERFORM 7000-ABRIR-LANCTOS
               PERFORM VARYING WRK-IND-DCC FROM 1 BY 1
                       UNTIL WRK-IND-DCC > WRK-QT-DCC
                   IF WRK-DCC-VALOR(WRK-IND-DCC) > ZEROS
                       MOVE WRK-DCC-CLASSE(WRK-IND-DCC) TO
                           WRK-IND-CLS
                       MOVE SPACES TO LANCTO-REG
                       MOVE WRK-CLS-CONTA-DESPESA(WRK-IND-CLS) TO
                           LANCTO-CONTA-DEB
                       MOVE WRK-CLS-CONTA-ACUM(WRK-IND-CLS) TO
                           LANCTO-CONTA-CRED
                       MOVE WRK-DCC-VALOR(WRK-IND-DCC) TO
                           LANCTO-VALOR
                       MOVE WRK-DCC-CENTRO(WRK-IND-DCC) TO
                           LANCTO-CENTRO-CUSTO
                       STRING 'DEPRECIACAO ' WRK-MES-REF-NUM
                           ' CLASSE ' WRK-CLS-CODIGO(WRK-IND-CLS)
                           DELIMITED BY SIZE INTO LANCTO-HISTORICO
                       PERFORM 7100-GRAVAR-LANCAMENTO
                   END-IF
               END-PERFORM
               CLOSE LANCTOS
           END-IF.

      * A DEPRECIACAO PERTENCE AO MES DEPRECIADO, MESMO LANCADA NO
      * MES SEGUINTE
       4310-ULTIMO-DIA-MES.
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

      * A BAIXA DEPRECIA ATE O MES ANTERIOR AO DA BAIXA, TIRA O
      * CUSTO E A DEPRECIACAO ACUMULADA DO BEM E LANCA A DIFERENCA
      * ENTRE O VALOR DE VENDA E O VALOR CONTABIL COMO GANHO OU
      * PERDA NA ALIENACAO
       5000-BAIXAR-ATIVO.
           PERFORM 4010-CARREGAR-CLASSES.
           OPEN I-O ATIVOS.
           IF WRK-FS-ATIVOS NOT EQUAL '00'
               DISPLAY 'NENHUM BEM CADASTRADO'
           ELSE
               DISPLAY 'NUMERO DE PATRIMONIO: '
               ACCEPT WRK-NUMERO-BUSCA
               MOVE WRK-NUMERO-BUSCA TO ATV-NUMERO
               READ ATIVOS
                   INVALID KEY
                       DISPLAY 'BEM NAO CADASTRADO'
                   NOT INVALID KEY
                       PERFORM 3100-MOSTRAR-ATIVO
                       IF ATV-SIT-BAIXADO
                           DISPLAY 'BEM JA BAIXADO'
                       ELSE
                           PERFORM 5100-DIGITAR-BAIXA
                       END-IF
               END-READ
               CLOSE ATIVOS
           END-IF.

       5100-DIGITAR-BAIXA.
           MOVE 'S' TO WRK-DADOS-VALIDOS.
           PERFORM 4060-LOCALIZAR-CLASSE.
           IF WRK-IND-CLS EQUAL ZEROS
               DISPLAY 'CLASSE ' ATV-CLASSE ' INEXISTENTE'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           DISPLAY 'DATA DA BAIXA (AAAAMMDD): '.
           ACCEPT ATV-DATA-BAIXA.
           MOVE 'V' TO WRK-DATA-FUNCAO.
           MOVE ATV-DATA-BAIXA TO WRK-DATA-SERVICO.
           MOVE ZEROS TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DATA-RESULTADO WRK-DATA-VALIDA.
           IF NOT WRK-DATA-OK
               OR ATV-DATA-BAIXA < ATV-DATA-AQUISICAO
               OR ATV-DATA-BAIXA > WRK-DATASYS
               DISPLAY 'DATA DA BAIXA INVALIDA'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           IF WRK-DADOS-OK
               CALL 'PROGCOBPER' USING ATV-DATA-BAIXA WRK-PERIODO-SIT
               IF WRK-PERIODO-FECHADO
                   MOVE 'N' TO WRK-DADOS-VALIDOS
               END-IF
           END-IF.
           DISPLAY 'MOTIVO (V=VENDA S=SUCATA P=PERDA/ROUBO): '.
           ACCEPT ATV-MOTIVO-BAIXA.
           MOVE ZEROS TO ATV-VALOR-VENDA.
           IF ATV-BAIXA-VENDA
               DISPLAY 'VALOR DE VENDA: '
               ACCEPT ATV-VALOR-VENDA
           END-IF.
           IF NOT ATV-MOTIVO-VALIDO
               DISPLAY 'MOTIVO INVALIDO'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           IF WRK-DADOS-OK
               PERFORM 5200-APURAR-BAIXA
           ELSE
               DISPLAY 'BAIXA NAO EFETUADA'
           END-IF.

       5200-APURAR-BAIXA.
           MOVE ATV-DATA-BAIXA TO WRK-DATA-EXAME-NUM.
           MOVE WRK-DE-ANOMES TO WRK-MES-LIMITE-NUM.
           IF WRK-LIM-MES EQUAL 1
               SUBTRACT 1 FROM WRK-LIM-ANO
               MOVE 12 TO WRK-LIM-MES
           ELSE
               SUBTRACT 1 FROM WRK-LIM-MES
           END-IF.
           PERFORM 4100-CALCULAR-DEPRECIACAO.
           COMPUTE WRK-VALOR-CONTABIL =
               ATV-VALOR-AQUISICAO - ATV-DEPREC-ACUMULADA.
           COMPUTE ATV-RESULTADO-BAIXA =
               ATV-VALOR-VENDA - WRK-VALOR-CONTABIL.
           DISPLAY 'DEPRECIACAO ATE A BAIXA: ' WRK-DEPREC-ATIVO.
           DISPLAY 'VALOR CONTABIL.........: ' WRK-VALOR-CONTABIL.
           MOVE ATV-RESULTADO-BAIXA TO WRK-RESULTADO-ED.
           DISPLAY 'GANHO(+)/PERDA(-)......: ' WRK-RESULTADO-ED.
           DISPLAY 'CONFIRMA A BAIXA (S/N)? '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA-SIM
               SET ATV-SIT-BAIXADO TO TRUE
               REWRITE ATV-REG
               ADD 1 TO WRK-QT-ATIVOS
               OPEN INPUT LOJAS
               OPEN INPUT DEPTOS
               PERFORM 4070-CENTRO-DO-ATIVO
               PERFORM 4090-FECHAR-CENTROS
               PERFORM 5300-LANCAR-BAIXA
               DISPLAY 'BEM BAIXADO'
           ELSE
               DISPLAY 'BAIXA CANCELADA'
           END-IF.

       5300-LANCAR-BAIXA.
           MOVE ATV-DATA-BAIXA TO WRK-DATA-LANCTO.
           PERFORM 7000-ABRIR-LANCTOS.
           MOVE SPACES TO LANCTO-REG.
           MOVE WRK-CC-ATIVO TO LANCTO-CENTRO-CUSTO.
           IF WRK-DEPREC-ATIVO > ZEROS
               MOVE WRK-CLS-CONTA-DESPESA(WRK-IND-CLS) TO
                   LANCTO-CONTA-DEB
               MOVE WRK-CLS-CONTA-ACUM(WRK-IND-CLS) TO
                   LANCTO-CONTA-CRED
               MOVE WRK-DEPREC-ATIVO TO WRK-VALOR-LANCTO
               PERFORM 5310-GRAVAR-LANCTO-BAIXA
           END-IF.
           IF ATV-DEPREC-ACUMULADA > ZEROS
               MOVE WRK-CLS-CONTA-ACUM(WRK-IND-CLS) TO
                   LANCTO-CONTA-DEB
               MOVE WRK-CLS-CONTA-ATIVO(WRK-IND-CLS) TO
                   LANCTO-CONTA-CRED
               MOVE ATV-DEPREC-ACUMULADA TO WRK-VALOR-LANCTO
               PERFORM 5310-GRAVAR-LANCTO-BAIXA
           END-IF.
           IF ATV-VALOR-VENDA > ZEROS
               MOVE WRK-CONTA-BANCOS TO LANCTO-CONTA-DEB
               MOVE WRK-CLS-CONTA-ATIVO(WRK-IND-CLS) TO
                   LANCTO-CONTA-CRED
               MOVE ATV-VALOR-VENDA TO WRK-VALOR-LANCTO
               PERFORM 5310-GRAVAR-LANCTO-BAIXA
           END-IF.
           IF ATV-RESULTADO-BAIXA < ZEROS
               MOVE WRK-CONTA-PERDA TO LANCTO-CONTA-DEB
               MOVE WRK-CLS-CONTA-ATIVO(WRK-IND-CLS) TO
                   LANCTO-CONTA-CRED
               COMPUTE WRK-VALOR-LANCTO = 0 - ATV-RESULTADO-BAIXA
               PERFORM 5310-GRAVAR-LANCTO-BAIXA
           END-IF.
           IF ATV-RESULTADO-BAIXA > ZEROS
               MOVE WRK-CLS-CONTA-ATIVO(WRK-IND-CLS) TO
                   LANCTO-CONTA-DEB
               MOVE WRK-CONTA-GANHO TO LANCTO-CONTA-CRED
               MOVE ATV-RESULTADO-BAIXA TO WRK-VALOR-LANCTO
               PERFORM 5310-GRAVAR-LANCTO-BAIXA
           END-IF.
           CLOSE LANCTOS.

       5310-GRAVAR-LANCTO-BAIXA.
           MOVE WRK-VALOR-LANCTO TO LANCTO-VALOR.
           MOVE SPACES TO LANCTO-HISTORICO.
           STRING 'BAIXA PATRIMONIO ' ATV-NUMERO
               DELIMITED BY SIZE INTO LANCTO-HISTORICO.
           PERFORM 7100-GRAVAR-LANCAMENTO.

       6000-RELATORIO.
           PERFORM 4010-CARREGAR-CLASSES.
           MOVE ZEROS TO WRK-TOT-CUSTO.
           MOVE ZEROS TO WRK-TOT-ACUM.
           MOVE ZEROS TO WRK-TOT-CONTABIL.
           OPEN INPUT ATIVOS.
           IF WRK-FS-ATIVOS NOT EQUAL '00'
               DISPLAY 'NENHUM BEM CADASTRADO'
           ELSE
               OPEN OUTPUT IMOBREL
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'PROGCOB109 - RELATORIO DO IMOBILIZADO - '
                   WRK-DATASYS
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               PERFORM 6900-GRAVAR-LINHA
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'PATRIM DESCRICAO                      LOC '
                   'AQUISICAO          CUSTO     DEPREC.ACUM'
                   '  VALOR CONTABIL'
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               PERFORM 6900-GRAVAR-LINHA
               PERFORM VARYING WRK-IND-CLS FROM 1 BY 1
                       UNTIL WRK-IND-CLS > WRK-QT-CLASSES
                   PERFORM 6100-IMPRIMIR-CLASSE
               END-PERFORM
               MOVE SPACES TO WRK-LINHA-ED
               PERFORM 6900-GRAVAR-LINHA
               PERFORM 6300-IMPRIMIR-TOTAL-GERAL
               CLOSE IMOBREL
               CLOSE ATIVOS
               DISPLAY 'RELATORIO GRAVADO EM IMOBREL.DAT'
           END-IF.

       6100-IMPRIMIR-CLASSE.
           MOVE SPACES TO WRK-LINHA-ED.
           PERFORM 6900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'CLASSE ' WRK-CLS-CODIGO(WRK-IND-CLS) ' - '
               WRK-CLS-DESCRICAO(WRK-IND-CLS)
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 6900-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-QT-PROCESSADOS.
           MOVE ZEROS TO WRK-SUB-CUSTO.
           MOVE ZEROS TO WRK-SUB-ACUM.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LOW-VALUES TO ATV-NUMERO.
           START ATIVOS KEY IS NOT LESS THAN ATV-NUMERO
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ ATIVOS NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF ATV-SIT-ATIVO
                           AND ATV-CLASSE EQUAL
                               WRK-CLS-CODIGO(WRK-IND-CLS)
                           PERFORM 6110-IMPRIMIR-ATIVO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 6200-IMPRIMIR-SUBTOTAL.

       6110-IMPRIMIR-ATIVO.
           ADD 1 TO WRK-QT-PROCESSADOS.
           ADD ATV-VALOR-AQUISICAO TO WRK-SUB-CUSTO.
           ADD ATV-DEPREC-ACUMULADA TO WRK-SUB-ACUM.
           COMPUTE WRK-VALOR-CONTABIL =
               ATV-VALOR-AQUISICAO - ATV-DEPREC-ACUMULADA.
           MOVE SPACES TO WRK-LINHA-ED.
           IF ATV-LOJA NOT EQUAL ZEROS
               STRING ATV-NUMERO ' ' ATV-DESCRICAO ' ' ATV-LOJA
                   ' ' ATV-DATA-AQUISICAO
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           ELSE
               STRING ATV-NUMERO ' ' ATV-DESCRICAO ' '
                   ATV-DEPARTAMENTO ' ' ATV-DATA-AQUISICAO
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           END-IF.
           MOVE ATV-VALOR-AQUISICAO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(5:14) TO WRK-LINHA-ED(52:14).
           MOVE ATV-DEPREC-ACUMULADA TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(5:14) TO WRK-LINHA-ED(67:14).
           MOVE WRK-VALOR-CONTABIL TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(5:14) TO WRK-LINHA-ED(82:14).
           PERFORM 6900-GRAVAR-LINHA.

       6200-IMPRIMIR-SUBTOTAL.
           COMPUTE WRK-VALOR-CONTABIL =
               WRK-SUB-CUSTO - WRK-SUB-ACUM.
           ADD WRK-SUB-CUSTO TO WRK-TOT-CUSTO.
           ADD WRK-SUB-ACUM TO WRK-TOT-ACUM.
           ADD WRK-VALOR-CONTABIL TO WRK-TOT-CONTABIL.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  SUBTOTAL DA CLASSE (' WRK-QT-PROCESSADOS
               ' BENS)'
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-SUB-CUSTO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(5:14) TO WRK-LINHA-ED(52:14).
           MOVE WRK-SUB-ACUM TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(5:14) TO WRK-LINHA-ED(67:14).
           MOVE WRK-VALOR-CONTABIL TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(5:14) TO WRK-LINHA-ED(82:14).
           PERFORM 6900-GRAVAR-LINHA.
           DISPLAY 'CLASSE ' WRK-CLS-CODIGO(WRK-IND-CLS)
               ' CUSTO ' WRK-SUB-CUSTO
               ' DEPREC ' WRK-SUB-ACUM
               ' CONTABIL ' WRK-VALOR-CONTABIL.

       6300-IMPRIMIR-TOTAL-GERAL.
           MOVE 'TOTAL GERAL DO IMOBILIZADO' TO WRK-LINHA-ED.
           MOVE WRK-TOT-CUSTO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(5:14) TO WRK-LINHA-ED(52:14).
           MOVE WRK-TOT-ACUM TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(5:14) TO WRK-LINHA-ED(67:14).
           MOVE WRK-TOT-CONTABIL TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(5:14) TO WRK-LINHA-ED(82:14).
           PERFORM 6900-GRAVAR-LINHA.

       6900-GRAVAR-LINHA.
           MOVE WRK-LINHA-ED TO IMOBREL-LINHA.
           WRITE IMOBREL-LINHA.

       7000-ABRIR-LANCTOS.
           OPEN EXTEND LANCTOS.
           IF WRK-FS-LANCTOS EQUAL '35'
               OPEN OUTPUT LANCTOS
           END-IF.

       7100-GRAVAR-LANCAMENTO.
           MOVE WRK-DATA-LANCTO TO LANCTO-DATA.
           WRITE LANCTO-REG.
           ADD 1 TO WRK-QT-LANCTOS.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB109' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           COMPUTE RUNLOG-QTDE-REGISTROS =
               WRK-QT-ATIVOS + WRK-QT-LANCTOS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
