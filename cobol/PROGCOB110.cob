       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB110.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: ORCADO X REALIZADO POR CENTRO DE CUSTO - MANTEM
      * A VERBA ANUAL POR CENTRO DE CUSTO, CONTA E MES (VERBAS.DAT)
      * E CONFRONTA O ORCADO DO MES COM O REALIZADO NO DIARIO
      * CONTABIL (LANCTOS.DAT), QUE TRAZ O CENTRO DE CUSTO NAS
      * PARTIDAS DE FOLHA, COMISSOES (PROGCOB64) E DEPRECIACAO
      * (PROGCOB109). O RELATORIO (VERBAREL.DAT) ABRE UMA PAGINA
      * POR CENTRO DE CUSTO COM O DEPARTAMENTO E O NOME DO GESTOR
      * (DPT-GESTOR) E MOSTRA ORCADO, REALIZADO, VARIACAO E % POR
      * CONTA; A LINHA QUE PASSA DO ORCADO ALEM DA TOLERANCIA DE
      * VERBAPAR.DAT (PADRAO 5,00%) SAI MARCADA COM '*'. CONTA DE
      * RESULTADO REALIZADA SEM VERBA TAMBEM SAI, COM ORCADO ZERO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERBAS ASSIGN TO "VERBAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRB-CHAVE
               FILE STATUS IS WRK-FS-VERBAS.

           SELECT VERBAPAR ASSIGN TO "VERBAPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VERBAPAR.

           SELECT PLANOCTA ASSIGN TO "PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PLANOCTA.

           SELECT DEPTOS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-CODIGO
               FILE STATUS IS WRK-FS-DEPTOS.

           SELECT LOJAS ASSIGN TO "LOJAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOJA-NUMERO
               FILE STATUS IS WRK-FS-LOJAS.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNCIONARIOS.

           SELECT LANCTOS ASSIGN TO "LANCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCTOS.

           SELECT VERBAREL ASSIGN TO "VERBAREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VERBAREL.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  VERBAS.
           COPY VRBREG.

       FD  VERBAPAR.
       01  VERBAPAR-REG.
           02  VERBAPAR-TOLERANCIA PIC 9(03)V99.

       FD  PLANOCTA.
           COPY PLANREG.

       FD  DEPTOS.
           COPY DPTREG.

       FD  LOJAS.
           COPY LOJREG.

       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  LANCTOS.
           COPY LANCREG.

       FD  VERBAREL.
       01  VERBAREL-LINHA          PIC X(110).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-VERBAS     PIC X(02)      VALUE SPACES.
       77 WRK-FS-VERBAPAR   PIC X(02)      VALUE SPACES.
       77 WRK-FS-PLANOCTA   PIC X(02)      VALUE SPACES.
       77 WRK-FS-DEPTOS     PIC X(02)      VALUE SPACES.
       77 WRK-FS-LOJAS      PIC X(02)      VALUE SPACES.
       77 WRK-FS-FUNCIONARIOS PIC X(02)    VALUE SPACES.
       77 WRK-FS-LANCTOS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-VERBAREL   PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-OPCAO         PIC X(01)      VALUE SPACES.
       77 WRK-FIM-MENU      PIC X(01)      VALUE 'N'.
           88 WRK-MENU-FIM         VALUE 'S'.
       77 WRK-CONFIRMA      PIC X(01)      VALUE SPACES.
           88 WRK-CONFIRMA-SIM     VALUE 'S'.
       77 WRK-DADOS-VALIDOS PIC X(01)      VALUE 'N'.
           88 WRK-DADOS-OK         VALUE 'S'.
       77 WRK-CC-ACHADO     PIC X(01)      VALUE 'N'.
           88 WRK-CC-OK            VALUE 'S'.
       77 WRK-CONTA-RES     PIC X(01)      VALUE 'N'.
           88 WRK-CONTA-DE-RESULTADO VALUE 'S'.
       77 WRK-AVISO-CHEIA   PIC X(01)      VALUE 'N'.
           88 WRK-TABELA-AVISADA   VALUE 'S'.
       77 WRK-IND           PIC 9(03)      VALUE ZEROS.
       77 WRK-IND-MES       PIC 9(02)      VALUE ZEROS.
       77 WRK-IND-CTA       PIC 9(03)      VALUE ZEROS.
       77 WRK-IND-LIN       PIC 9(03)      VALUE ZEROS.
       77 WRK-IND-SEL       PIC 9(03)      VALUE ZEROS.
       77 WRK-ANO-BUSCA     PIC 9(04)      VALUE ZEROS.
       77 WRK-CC-EXAME      PIC X(06)      VALUE SPACES.
       77 WRK-CC-ATUAL      PIC X(06)      VALUE SPACES.
       77 WRK-CC-DESCRICAO  PIC X(45)      VALUE SPACES.
       77 WRK-CC-GESTOR     PIC X(45)      VALUE SPACES.
       77 WRK-CONTA-EXAME   PIC 9(06)      VALUE ZEROS.
       77 WRK-CONTA-DESCRICAO PIC X(30)    VALUE SPACES.
       77 WRK-VALOR-UNICO   PIC 9(10)V99   VALUE ZEROS.
       77 WRK-TOLERANCIA    PIC 9(03)V99   VALUE 5,00.
       77 WRK-LIMITE        PIC S9(12)V99  VALUE ZEROS.
       77 WRK-VARIACAO      PIC S9(12)V99  VALUE ZEROS.
       77 WRK-PERCENTUAL    PIC S9(05)V99  VALUE ZEROS.
       77 WRK-TOTAL-ANO     PIC 9(12)V99   VALUE ZEROS.
       77 WRK-SUB-ORCADO    PIC 9(12)V99   VALUE ZEROS.
       77 WRK-SUB-REALIZADO PIC S9(12)V99  VALUE ZEROS.
       77 WRK-TOT-ORCADO    PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOT-REALIZADO PIC S9(12)V99  VALUE ZEROS.
       77 WRK-PAGINA        PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-VERBAS     PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-LIDOS      PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-ESTOURO    PIC 9(05)      VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-SINAL-ED      PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-PERC-ED       PIC -ZZZZ9,99.
       77 WRK-TOL-ED        PIC ZZ9,99.
       77 WRK-PAGINA-ED     PIC ZZ9.
       77 WRK-LINHA-ED      PIC X(110)     VALUE SPACES.
       01 WRK-MES-REF.
           02 WRK-REF-ANO      PIC 9(04).
           02 WRK-REF-MES      PIC 9(02).
       01 WRK-MES-REF-NUM REDEFINES WRK-MES-REF PIC 9(06).
       01 WRK-PLANO.
           02 WRK-QT-CONTAS    PIC 9(03)   VALUE ZEROS.
           02 WRK-CTA OCCURS 100 TIMES.
               05 WRK-CTA-NUMERO        PIC 9(06).
               05 WRK-CTA-DESCRICAO     PIC X(30).
               05 WRK-CTA-TIPO          PIC X(01).
       01 WRK-DEPARTAMENTOS.
           02 WRK-QT-DEPTOS    PIC 9(02)   VALUE ZEROS.
           02 WRK-DPT OCCURS 50 TIMES.
               05 WRK-DPT-CODIGO        PIC X(03).
               05 WRK-DPT-NOME          PIC X(30).
               05 WRK-DPT-GESTOR        PIC 9(06).
               05 WRK-DPT-CENTRO        PIC X(06).
      * ORCADO E REALIZADO DO MES POR CENTRO DE CUSTO E CONTA
       01 WRK-LINHAS.
           02 WRK-QT-LINHAS    PIC 9(03)   VALUE ZEROS.
           02 WRK-LIN OCCURS 300 TIMES.
               05 WRK-LIN-CENTRO        PIC X(06).
               05 WRK-LIN-CONTA         PIC 9(06).
               05 WRK-LIN-ORCADO        PIC 9(10)V99.
               05 WRK-LIN-REALIZADO     PIC S9(12)V99.
               05 WRK-LIN-IMPRESSA      PIC X(01).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0100-CARREGAR-PLANO.
           PERFORM 0110-CARREGAR-DEPTOS.
           PERFORM 0200-MENU UNTIL WRK-MENU-FIM.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.

      * SEM PLANOCTA.DAT A CONTA NAO E CONFERIDA E A CONTA DE
      * RESULTADO SAI PELO PRIMEIRO DIGITO (3 RECEITA, 4 DESPESA)
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
                           IF WRK-QT-CONTAS < 100
                               ADD 1 TO WRK-QT-CONTAS
                               MOVE PLANO-CONTA TO
                                   WRK-CTA-NUMERO(WRK-QT-CONTAS)
                               MOVE PLANO-DESCRICAO TO
                                   WRK-CTA-DESCRICAO(WRK-QT-CONTAS)
                               MOVE PLANO-TIPO TO
                                   WRK-CTA-TIPO(WRK-QT-CONTAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANOCTA
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0110-CARREGAR-DEPTOS.
           MOVE ZEROS TO WRK-QT-DEPTOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT DEPTOS.
           IF WRK-FS-DEPTOS EQUAL '00'
               MOVE LOW-VALUES TO DPT-CODIGO
               START DEPTOS KEY IS NOT LESS THAN DPT-CODIGO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ DEPTOS NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF DPT-SIT-ATIVO
                               AND DPT-CENTRO-CUSTO NOT EQUAL SPACES
                               AND WRK-QT-DEPTOS < 50
                               ADD 1 TO WRK-QT-DEPTOS
                               MOVE DPT-CODIGO TO
                                   WRK-DPT-CODIGO(WRK-QT-DEPTOS)
                               MOVE DPT-NOME TO
                                   WRK-DPT-NOME(WRK-QT-DEPTOS)
                               MOVE DPT-GESTOR TO
                                   WRK-DPT-GESTOR(WRK-QT-DEPTOS)
                               MOVE DPT-CENTRO-CUSTO TO
                                   WRK-DPT-CENTRO(WRK-QT-DEPTOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPTOS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0200-MENU.
           DISPLAY '=============================================='.
           DISPLAY 'ORCADO X REALIZADO POR CENTRO DE CUSTO'.
           DISPLAY '1 - MANUTENCAO DA VERBA'.
           DISPLAY '2 - LISTAR VERBAS DO ANO'.
           DISPLAY '3 - RELATORIO ORCADO X REALIZADO DO MES'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 1000-MANTER-VERBA
               WHEN '2'
                   PERFORM 2000-LISTAR-VERBAS
               WHEN '3'
                   PERFORM 3000-ORCADO-REALIZADO
               WHEN 'X'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
           END-EVALUATE.

       1000-MANTER-VERBA.
           OPEN I-O VERBAS.
           IF WRK-FS-VERBAS EQUAL '35'
               OPEN OUTPUT VERBAS
               CLOSE VERBAS
               OPEN I-O VERBAS
           END-IF.
           PERFORM 1010-DIGITAR-CHAVE.
           IF WRK-DADOS-OK
               READ VERBAS
                   INVALID KEY
                       PERFORM VARYING WRK-IND-MES FROM 1 BY 1
                               UNTIL WRK-IND-MES > 12
                           MOVE ZEROS TO VRB-VALOR-MES(WRK-IND-MES)
                       END-PERFORM
                       PERFORM 1020-DIGITAR-MESES
                       IF WRK-CONFIRMA-SIM
                           WRITE VRB-REG
                           ADD 1 TO WRK-QT-VERBAS
                           DISPLAY 'VERBA INCLUIDA'
                       END-IF
                   NOT INVALID KEY
                       PERFORM 1020-DIGITAR-MESES
                       IF WRK-CONFIRMA-SIM
                           REWRITE VRB-REG
                           ADD 1 TO WRK-QT-VERBAS
                           DISPLAY 'VERBA ALTERADA'
                       END-IF
               END-READ
           END-IF.
           CLOSE VERBAS.

       1010-DIGITAR-CHAVE.
           MOVE 'S' TO WRK-DADOS-VALIDOS.
           DISPLAY 'ANO DA VERBA (AAAA): '.
           ACCEPT WRK-ANO-BUSCA.
           IF WRK-ANO-BUSCA < 2000
               DISPLAY 'ANO INVALIDO'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           DISPLAY 'CENTRO DE CUSTO: '.
           MOVE SPACES TO WRK-CC-EXAME.
           ACCEPT WRK-CC-EXAME.
           IF WRK-CC-EXAME EQUAL SPACES
               DISPLAY 'CENTRO DE CUSTO OBRIGATORIO'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           ELSE
               PERFORM 8000-IDENTIFICAR-CENTRO
               IF WRK-CC-OK
                   DISPLAY WRK-CC-DESCRICAO
               ELSE
                   DISPLAY 'CENTRO DE CUSTO SEM DEPARTAMENTO OU LOJA'
                   MOVE 'N' TO WRK-DADOS-VALIDOS
               END-IF
           END-IF.
           DISPLAY 'CONTA (PLANO DE CONTAS): '.
           ACCEPT WRK-CONTA-EXAME.
           PERFORM 8100-DESCREVER-CONTA.
           IF WRK-CONTA-EXAME EQUAL ZEROS
               DISPLAY 'CONTA OBRIGATORIA'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           ELSE
               IF WRK-QT-CONTAS > ZEROS AND WRK-IND-CTA EQUAL ZEROS
                   DISPLAY 'CONTA ' WRK-CONTA-EXAME
                       ' NAO EXISTE NO PLANO DE CONTAS'
                   MOVE 'N' TO WRK-DADOS-VALIDOS
               ELSE
                   DISPLAY WRK-CONTA-DESCRICAO
               END-IF
           END-IF.
           IF WRK-DADOS-OK
               MOVE WRK-ANO-BUSCA TO VRB-ANO
               MOVE WRK-CC-EXAME TO VRB-CENTRO-CUSTO
               MOVE WRK-CONTA-EXAME TO VRB-CONTA
           ELSE
               DISPLAY 'VERBA NAO GRAVADA'
           END-IF.

      * VALOR UNICO REPETE O MESMO ORCADO NOS DOZE MESES
       1020-DIGITAR-MESES.
           DISPLAY 'ORCADO ATUAL:'.
           PERFORM VARYING WRK-IND-MES FROM 1 BY 1
                   UNTIL WRK-IND-MES > 12
               MOVE VRB-VALOR-MES(WRK-IND-MES) TO WRK-VALOR-ED
               DISPLAY 'MES ' WRK-IND-MES ': ' WRK-VALOR-ED
           END-PERFORM.
           DISPLAY 'VALOR MENSAL UNICO (0 = DIGITAR MES A MES): '.
           ACCEPT WRK-VALOR-UNICO.
           IF WRK-VALOR-UNICO > ZEROS
               PERFORM VARYING WRK-IND-MES FROM 1 BY 1
                       UNTIL WRK-IND-MES > 12
                   MOVE WRK-VALOR-UNICO TO VRB-VALOR-MES(WRK-IND-MES)
               END-PERFORM
           ELSE
               PERFORM VARYING WRK-IND-MES FROM 1 BY 1
                       UNTIL WRK-IND-MES > 12
                   DISPLAY 'ORCADO DO MES ' WRK-IND-MES ': '
                   ACCEPT VRB-VALOR-MES(WRK-IND-MES)
               END-PERFORM
           END-IF.
           MOVE ZEROS TO WRK-TOTAL-ANO.
           PERFORM VARYING WRK-IND-MES FROM 1 BY 1
                   UNTIL WRK-IND-MES > 12
               ADD VRB-VALOR-MES(WRK-IND-MES) TO WRK-TOTAL-ANO
           END-PERFORM.
           DISPLAY 'TOTAL DO ANO: ' WRK-TOTAL-ANO.
           DISPLAY 'CONFIRMA GRAVACAO (S/N): '.
           ACCEPT WRK-CONFIRMA.

       2000-LISTAR-VERBAS.
           DISPLAY 'ANO (AAAA): '.
           ACCEPT WRK-ANO-BUSCA.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT VERBAS.
           IF WRK-FS-VERBAS NOT EQUAL '00'
               DISPLAY 'NENHUMA VERBA CADASTRADA'
           ELSE
               MOVE WRK-ANO-BUSCA TO VRB-ANO
               MOVE LOW-VALUES TO VRB-CENTRO-CUSTO
               MOVE ZEROS TO VRB-CONTA
               START VERBAS KEY IS NOT LESS THAN VRB-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               DISPLAY 'CENTRO CONTA  DESCRICAO                     '
                   '      TOTAL DO ANO'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ VERBAS NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF VRB-ANO NOT EQUAL WRK-ANO-BUSCA
                               SET WRK-FIM-ARQ TO TRUE
                           ELSE
                               PERFORM 2010-MOSTRAR-VERBA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VERBAS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       2010-MOSTRAR-VERBA.
           MOVE VRB-CONTA TO WRK-CONTA-EXAME.
           PERFORM 8100-DESCREVER-CONTA.
           MOVE ZEROS TO WRK-TOTAL-ANO.
           PERFORM VARYING WRK-IND-MES FROM 1 BY 1
                   UNTIL WRK-IND-MES > 12
               ADD VRB-VALOR-MES(WRK-IND-MES) TO WRK-TOTAL-ANO
           END-PERFORM.
           MOVE WRK-TOTAL-ANO TO WRK-VALOR-ED.
           DISPLAY VRB-CENTRO-CUSTO ' ' VRB-CONTA ' '
               WRK-CONTA-DESCRICAO ' ' WRK-VALOR-ED.

       3000-ORCADO-REALIZADO.
           DISPLAY 'MES DE REFERENCIA (AAAAMM): '.
           ACCEPT WRK-MES-REF-NUM.
           IF WRK-REF-MES < 1 OR WRK-REF-MES > 12
               DISPLAY 'MES INVALIDO'
           ELSE
               PERFORM 3010-LER-PARAMETRO
               MOVE ZEROS TO WRK-QT-LINHAS
               MOVE 'N' TO WRK-AVISO-CHEIA
               PERFORM 3100-CARREGAR-VERBAS
               PERFORM 3200-CARREGAR-REALIZADO
               IF WRK-QT-LINHAS EQUAL ZEROS
                   DISPLAY 'NENHUMA VERBA OU REALIZADO NO MES'
               ELSE
                   PERFORM 3300-IMPRIMIR-RELATORIO
               END-IF
           END-IF.

      * SEM VERBAPAR.DAT VALE A TOLERANCIA PADRAO DE 5,00%
       3010-LER-PARAMETRO.
           OPEN INPUT VERBAPAR.
           IF WRK-FS-VERBAPAR EQUAL '00'
               READ VERBAPAR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE VERBAPAR-TOLERANCIA TO WRK-TOLERANCIA
               END-READ
               CLOSE VERBAPAR
           END-IF.

       3100-CARREGAR-VERBAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT VERBAS.
           IF WRK-FS-VERBAS EQUAL '00'
               MOVE WRK-REF-ANO TO VRB-ANO
               MOVE LOW-VALUES TO VRB-CENTRO-CUSTO
               MOVE ZEROS TO VRB-CONTA
               START VERBAS KEY IS NOT LESS THAN VRB-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ VERBAS NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF VRB-ANO NOT EQUAL WRK-REF-ANO
                               SET WRK-FIM-ARQ TO TRUE
                           ELSE
                               PERFORM 3110-GUARDAR-VERBA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VERBAS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       3110-GUARDAR-VERBA.
           IF VRB-VALOR-MES(WRK-REF-MES) > ZEROS
               MOVE VRB-CENTRO-CUSTO TO WRK-CC-EXAME
               MOVE VRB-CONTA TO WRK-CONTA-EXAME
               PERFORM 3400-LOCALIZAR-LINHA
               IF WRK-IND-LIN NOT EQUAL ZEROS
                   ADD VRB-VALOR-MES(WRK-REF-MES) TO
                       WRK-LIN-ORCADO(WRK-IND-LIN)
               END-IF
           END-IF.

      * SO ENTRAM AS PARTIDAS DO MES COM CENTRO DE CUSTO; CONTA SEM
      * VERBA SO ENTRA SE FOR DE RESULTADO, PARA A CONTRAPARTIDA
      * PATRIMONIAL (SALARIOS A PAGAR, DEPRECIACAO ACUMULADA) NAO
      * APARECER COMO REALIZADO NEGATIVO DO CENTRO DE CUSTO
       3200-CARREGAR-REALIZADO.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT LANCTOS.
           IF WRK-FS-LANCTOS EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ LANCTOS
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-QT-LIDOS
                           IF LANCTO-DATA(1:6) EQUAL WRK-MES-REF
                               AND LANCTO-CENTRO-CUSTO NOT EQUAL
                                   SPACES
                               PERFORM 3210-SOMAR-PARTIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LANCTOS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       3210-SOMAR-PARTIDA.
           MOVE LANCTO-CENTRO-CUSTO TO WRK-CC-EXAME.
           MOVE LANCTO-CONTA-DEB TO WRK-CONTA-EXAME.
           PERFORM 3220-LINHA-DO-REALIZADO.
           IF WRK-IND-LIN NOT EQUAL ZEROS
               ADD LANCTO-VALOR TO WRK-LIN-REALIZADO(WRK-IND-LIN)
           END-IF.
           MOVE LANCTO-CONTA-CRED TO WRK-CONTA-EXAME.
           PERFORM 3220-LINHA-DO-REALIZADO.
           IF WRK-IND-LIN NOT EQUAL ZEROS
               SUBTRACT LANCTO-VALOR FROM
                   WRK-LIN-REALIZADO(WRK-IND-LIN)
           END-IF.

       3220-LINHA-DO-REALIZADO.
           MOVE ZEROS TO WRK-IND-LIN.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-LINHAS
               IF WRK-LIN-CENTRO(WRK-IND) EQUAL WRK-CC-EXAME
                   AND WRK-LIN-CONTA(WRK-IND) EQUAL WRK-CONTA-EXAME
                   MOVE WRK-IND TO WRK-IND-LIN
               END-IF
           END-PERFORM.
           IF WRK-IND-LIN EQUAL ZEROS
               PERFORM 8100-DESCREVER-CONTA
               IF WRK-CONTA-DE-RESULTADO
                   PERFORM 3400-LOCALIZAR-LINHA
               END-IF
           END-IF.

       3300-IMPRIMIR-RELATORIO.
           MOVE ZEROS TO WRK-PAGINA.
           MOVE ZEROS TO WRK-QT-ESTOURO.
           MOVE ZEROS TO WRK-TOT-ORCADO.
           MOVE ZEROS TO WRK-TOT-REALIZADO.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-LINHAS
               MOVE 'N' TO WRK-LIN-IMPRESSA(WRK-IND)
           END-PERFORM.
           OPEN OUTPUT VERBAREL.
           PERFORM 3310-PROXIMO-CENTRO.
           PERFORM UNTIL WRK-CC-ATUAL EQUAL HIGH-VALUES
               PERFORM 3500-IMPRIMIR-CENTRO
               PERFORM 3310-PROXIMO-CENTRO
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA-ED.
           PERFORM 6900-GRAVAR-LINHA.
           MOVE 'TOTAL GERAL' TO WRK-LINHA-ED.
           MOVE WRK-TOT-ORCADO TO WRK-SUB-ORCADO.
           MOVE WRK-TOT-REALIZADO TO WRK-SUB-REALIZADO.
           PERFORM 3600-COLUNAS-DE-VALOR.
           PERFORM 6900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'LINHAS ACIMA DA TOLERANCIA (*): ' WRK-QT-ESTOURO
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 6900-GRAVAR-LINHA.
           CLOSE VERBAREL.
           DISPLAY 'CENTROS DE CUSTO: ' WRK-PAGINA
               ' LINHAS ACIMA DA TOLERANCIA: ' WRK-QT-ESTOURO.
           DISPLAY 'RELATORIO GRAVADO EM VERBAREL.DAT'.

      * MENOR CENTRO DE CUSTO AINDA NAO IMPRESSO (HIGH-VALUES =
      * ACABOU), PARA O RELATORIO SAIR EM ORDEM DE CENTRO
       3310-PROXIMO-CENTRO.
           MOVE HIGH-VALUES TO WRK-CC-ATUAL.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-LINHAS
               IF WRK-LIN-IMPRESSA(WRK-IND) EQUAL 'N'
                   AND WRK-LIN-CENTRO(WRK-IND) < WRK-CC-ATUAL
                   MOVE WRK-LIN-CENTRO(WRK-IND) TO WRK-CC-ATUAL
               END-IF
           END-PERFORM.

       3320-PROXIMA-CONTA.
           MOVE ZEROS TO WRK-IND-SEL.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-LINHAS
               IF WRK-LIN-IMPRESSA(WRK-IND) EQUAL 'N'
                   AND WRK-LIN-CENTRO(WRK-IND) EQUAL WRK-CC-ATUAL
                   IF WRK-IND-SEL EQUAL ZEROS
                       MOVE WRK-IND TO WRK-IND-SEL
                   ELSE
                       IF WRK-LIN-CONTA(WRK-IND) <
                               WRK-LIN-CONTA(WRK-IND-SEL)
                           MOVE WRK-IND TO WRK-IND-SEL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * TABELA CHEIA: A LINHA FICA DE FORA E O OPERADOR E AVISADO
      * UMA VEZ
       3400-LOCALIZAR-LINHA.
           MOVE ZEROS TO WRK-IND-LIN.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-LINHAS
               IF WRK-LIN-CENTRO(WRK-IND) EQUAL WRK-CC-EXAME
                   AND WRK-LIN-CONTA(WRK-IND) EQUAL WRK-CONTA-EXAME
                   MOVE WRK-IND TO WRK-IND-LIN
               END-IF
           END-PERFORM.
           IF WRK-IND-LIN EQUAL ZEROS
               IF WRK-QT-LINHAS < 300
                   ADD 1 TO WRK-QT-LINHAS
                   MOVE WRK-QT-LINHAS TO WRK-IND-LIN
                   MOVE WRK-CC-EXAME TO WRK-LIN-CENTRO(WRK-IND-LIN)
                   MOVE WRK-CONTA-EXAME TO WRK-LIN-CONTA(WRK-IND-LIN)
                   MOVE ZEROS TO WRK-LIN-ORCADO(WRK-IND-LIN)
                   MOVE ZEROS TO WRK-LIN-REALIZADO(WRK-IND-LIN)
                   MOVE 'N' TO WRK-LIN-IMPRESSA(WRK-IND-LIN)
               ELSE
                   IF NOT WRK-TABELA-AVISADA
                       DISPLAY 'MAIS DE 300 LINHAS NO MES - CENTRO '
                           WRK-CC-EXAME ' CONTA ' WRK-CONTA-EXAME
                           ' EM DIANTE FORA DO RELATORIO'
                       SET WRK-TABELA-AVISADA TO TRUE
                   END-IF
               END-IF
           END-IF.

      * CADA CENTRO DE CUSTO ABRE UMA PAGINA COM O CABECALHO
       3500-IMPRIMIR-CENTRO.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-CC-ATUAL TO WRK-CC-EXAME.
           PERFORM 8000-IDENTIFICAR-CENTRO.
           IF WRK-PAGINA > 1
               MOVE SPACES TO WRK-LINHA-ED
               PERFORM 6900-GRAVAR-LINHA
           END-IF.
           MOVE WRK-PAGINA TO WRK-PAGINA-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'PROGCOB110 - ORCADO X REALIZADO - MES '
               WRK-REF-MES '/' WRK-REF-ANO ' - EMISSAO '
               WRK-DATASYS
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           STRING 'PAGINA ' WRK-PAGINA-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED(100:11).
           PERFORM 6900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'CENTRO DE CUSTO: ' WRK-CC-ATUAL ' - '
               WRK-CC-DESCRICAO
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 6900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'GESTOR: ' WRK-CC-GESTOR
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 6900-GRAVAR-LINHA.
           MOVE WRK-TOLERANCIA TO WRK-TOL-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOLERANCIA DE ESTOURO: ' WRK-TOL-ED '%'
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 6900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           MOVE 'CONTA  DESCRICAO' TO WRK-LINHA-ED.
           MOVE 'ORCADO' TO WRK-LINHA-ED(49:6).
           MOVE 'REALIZADO' TO WRK-LINHA-ED(62:9).
           MOVE 'VARIACAO' TO WRK-LINHA-ED(79:8).
           MOVE '%' TO WRK-LINHA-ED(96:1).
           PERFORM 6900-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-SUB-ORCADO.
           MOVE ZEROS TO WRK-SUB-REALIZADO.
           PERFORM 3320-PROXIMA-CONTA.
           PERFORM UNTIL WRK-IND-SEL EQUAL ZEROS
               PERFORM 3510-IMPRIMIR-CONTA
               MOVE 'S' TO WRK-LIN-IMPRESSA(WRK-IND-SEL)
               PERFORM 3320-PROXIMA-CONTA
           END-PERFORM.
           ADD WRK-SUB-ORCADO TO WRK-TOT-ORCADO.
           ADD WRK-SUB-REALIZADO TO WRK-TOT-REALIZADO.
           MOVE '  TOTAL DO CENTRO DE CUSTO' TO WRK-LINHA-ED.
           PERFORM 3600-COLUNAS-DE-VALOR.
           PERFORM 6900-GRAVAR-LINHA.

      * ESTOURO: REALIZADO ACIMA DO ORCADO MAIS A TOLERANCIA (CONTA
      * SEM VERBA COM QUALQUER REALIZADO POSITIVO TAMBEM ESTOURA)
       3510-IMPRIMIR-CONTA.
           ADD WRK-LIN-ORCADO(WRK-IND-SEL) TO WRK-SUB-ORCADO.
           ADD WRK-LIN-REALIZADO(WRK-IND-SEL) TO WRK-SUB-REALIZADO.
           MOVE WRK-LIN-CONTA(WRK-IND-SEL) TO WRK-CONTA-EXAME.
           PERFORM 8100-DESCREVER-CONTA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING WRK-LIN-CONTA(WRK-IND-SEL) ' ' WRK-CONTA-DESCRICAO
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LIN-ORCADO(WRK-IND-SEL) TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA-ED(41:14).
           MOVE WRK-LIN-REALIZADO(WRK-IND-SEL) TO WRK-SINAL-ED.
           MOVE WRK-SINAL-ED TO WRK-LINHA-ED(56:15).
           COMPUTE WRK-VARIACAO = WRK-LIN-REALIZADO(WRK-IND-SEL)
               - WRK-LIN-ORCADO(WRK-IND-SEL).
           MOVE WRK-VARIACAO TO WRK-SINAL-ED.
           MOVE WRK-SINAL-ED TO WRK-LINHA-ED(72:15).
           IF WRK-LIN-ORCADO(WRK-IND-SEL) > ZEROS
               COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-LIN-REALIZADO(WRK-IND-SEL) * 100
                   / WRK-LIN-ORCADO(WRK-IND-SEL)
                   ON SIZE ERROR
                       MOVE 99999,99 TO WRK-PERCENTUAL
               END-COMPUTE
               MOVE WRK-PERCENTUAL TO WRK-PERC-ED
               MOVE WRK-PERC-ED TO WRK-LINHA-ED(88:9)
           END-IF.
           COMPUTE WRK-LIMITE ROUNDED = WRK-LIN-ORCADO(WRK-IND-SEL)
               * (100 + WRK-TOLERANCIA) / 100.
           IF WRK-LIN-REALIZADO(WRK-IND-SEL) > WRK-LIMITE
               MOVE '*' TO WRK-LINHA-ED(98:1)
               ADD 1 TO WRK-QT-ESTOURO
               DISPLAY 'ESTOURO - CENTRO ' WRK-CC-ATUAL ' CONTA '
                   WRK-LIN-CONTA(WRK-IND-SEL) ' REALIZADO '
                   WRK-LIN-REALIZADO(WRK-IND-SEL) ' ORCADO '
                   WRK-LIN-ORCADO(WRK-IND-SEL)
           END-IF.
           PERFORM 6900-GRAVAR-LINHA.

      * COLUNAS DE TOTAL A PARTIR DE WRK-SUB-ORCADO/REALIZADO
       3600-COLUNAS-DE-VALOR.
           MOVE WRK-SUB-ORCADO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA-ED(41:14).
           MOVE WRK-SUB-REALIZADO TO WRK-SINAL-ED.
           MOVE WRK-SINAL-ED TO WRK-LINHA-ED(56:15).
           COMPUTE WRK-VARIACAO = WRK-SUB-REALIZADO - WRK-SUB-ORCADO.
           MOVE WRK-VARIACAO TO WRK-SINAL-ED.
           MOVE WRK-SINAL-ED TO WRK-LINHA-ED(72:15).
           IF WRK-SUB-ORCADO > ZEROS
               COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-SUB-REALIZADO * 100 / WRK-SUB-ORCADO
                   ON SIZE ERROR
                       MOVE 99999,99 TO WRK-PERCENTUAL
               END-COMPUTE
               MOVE WRK-PERCENTUAL TO WRK-PERC-ED
               MOVE WRK-PERC-ED TO WRK-LINHA-ED(88:9)
           END-IF.

       6900-GRAVAR-LINHA.
           MOVE WRK-LINHA-ED TO VERBAREL-LINHA.
           WRITE VERBAREL-LINHA.

      * DEPARTAMENTO DO CENTRO DE CUSTO COM O NOME DO GESTOR; SEM
      * DEPARTAMENTO, A LOJA QUE USA O CENTRO DE CUSTO
       8000-IDENTIFICAR-CENTRO.
           MOVE 'N' TO WRK-CC-ACHADO.
           MOVE 'CENTRO DE CUSTO NAO CADASTRADO' TO WRK-CC-DESCRICAO.
           MOVE 'GESTOR NAO CADASTRADO' TO WRK-CC-GESTOR.
           MOVE ZEROS TO WRK-IND-SEL.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-DEPTOS
               IF WRK-DPT-CENTRO(WRK-IND) EQUAL WRK-CC-EXAME
                   AND WRK-IND-SEL EQUAL ZEROS
                   MOVE WRK-IND TO WRK-IND-SEL
               END-IF
           END-PERFORM.
           IF WRK-IND-SEL NOT EQUAL ZEROS
               SET WRK-CC-OK TO TRUE
               MOVE SPACES TO WRK-CC-DESCRICAO
               STRING 'DEPARTAMENTO ' WRK-DPT-CODIGO(WRK-IND-SEL)
                   ' ' WRK-DPT-NOME(WRK-IND-SEL)
                   DELIMITED BY SIZE INTO WRK-CC-DESCRICAO
               PERFORM 8010-NOME-DO-GESTOR
           ELSE
               PERFORM 8020-LOJA-DO-CENTRO
           END-IF.

       8010-NOME-DO-GESTOR.
           IF WRK-DPT-GESTOR(WRK-IND-SEL) NOT EQUAL ZEROS
               OPEN INPUT FUNCIONARIOS
               IF WRK-FS-FUNCIONARIOS EQUAL '00'
                   MOVE WRK-DPT-GESTOR(WRK-IND-SEL) TO FUNC-MATRICULA
                   READ FUNCIONARIOS
                       INVALID KEY
                           MOVE SPACES TO WRK-CC-GESTOR
                           STRING 'MATRICULA ' FUNC-MATRICULA
                               ' NAO CADASTRADA'
                               DELIMITED BY SIZE INTO WRK-CC-GESTOR
                       NOT INVALID KEY
                           MOVE SPACES TO WRK-CC-GESTOR
                           STRING FUNC-MATRICULA ' ' FUNC-NOME
                               DELIMITED BY SIZE INTO WRK-CC-GESTOR
                   END-READ
                   CLOSE FUNCIONARIOS
               END-IF
           END-IF.

       8020-LOJA-DO-CENTRO.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT LOJAS.
           IF WRK-FS-LOJAS EQUAL '00'
               MOVE LOW-VALUES TO LOJA-NUMERO
               START LOJAS KEY IS NOT LESS THAN LOJA-NUMERO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ LOJAS NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF LOJA-CENTRO-CUSTO EQUAL WRK-CC-EXAME
                               SET WRK-CC-OK TO TRUE
                               MOVE SPACES TO WRK-CC-DESCRICAO
                               STRING 'LOJA ' LOJA-NUMERO ' '
                                   LOJA-NOME
                                   DELIMITED BY SIZE
                                   INTO WRK-CC-DESCRICAO
                               SET WRK-FIM-ARQ TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOJAS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

      * DESCRICAO E NATUREZA DA CONTA; WRK-IND-CTA ZERO = FORA DO
      * PLANO. CONTA DE RESULTADO: RECEITA, DEDUCAO, CUSTO OU
      * DESPESA, OU PRIMEIRO DIGITO 3/4 QUANDO O PLANO NAO TEM TIPO
       8100-DESCREVER-CONTA.
           MOVE ZEROS TO WRK-IND-CTA.
           MOVE 'CONTA FORA DO PLANO' TO WRK-CONTA-DESCRICAO.
           MOVE 'N' TO WRK-CONTA-RES.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-CONTAS
               IF WRK-CTA-NUMERO(WRK-IND) EQUAL WRK-CONTA-EXAME
                   MOVE WRK-IND TO WRK-IND-CTA
               END-IF
           END-PERFORM.
           IF WRK-IND-CTA NOT EQUAL ZEROS
               MOVE WRK-CTA-DESCRICAO(WRK-IND-CTA) TO
                   WRK-CONTA-DESCRICAO
           END-IF.
           IF WRK-IND-CTA NOT EQUAL ZEROS
               AND WRK-CTA-TIPO(WRK-IND-CTA) NOT EQUAL SPACES
               IF WRK-CTA-TIPO(WRK-IND-CTA) EQUAL 'R' OR 'D'
                   OR 'C' OR 'E'
                   SET WRK-CONTA-DE-RESULTADO TO TRUE
               END-IF
           ELSE
               IF WRK-CONTA-EXAME(1:1) EQUAL '3' OR '4'
                   SET WRK-CONTA-DE-RESULTADO TO TRUE
               END-IF
           END-IF.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB110' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           COMPUTE RUNLOG-QTDE-REGISTROS =
               WRK-QT-VERBAS + WRK-QT-LIDOS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
