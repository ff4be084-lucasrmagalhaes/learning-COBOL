       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB122.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: CONFERENCIA SEMANAL DE INTEGRIDADE ENTRE OS
      * ARQUIVOS - PROCURA REGISTROS ORFAOS E CONTRADICOES QUE
      * SOBRAM DE ACERTOS MANUAIS E GRAVA CADA ACHADO NO LOG
      * CENTRAL DE ERROS (ERRLOG.DAT) COM O CODIGO DA CONFERENCIA
      * E AS CHAVES ENVOLVIDAS, ALEM DO RELATORIO INTEGREL.DAT
      * COM A CONTAGEM POR CODIGO:
      *   IC01 PEDIDO COM CLIENTE INEXISTENTE EM CLIENTES.DAT
      *   IC02 PEDIDO NAO CANCELADO DE CLIENTE EXCLUIDO
      *   IC03 TITULO DE CONTASREC.DAT SEM O PEDIDO
      *   IC04 TITULO EM ABERTO DE PEDIDO CANCELADO
      *   IC05 SALDO DE ESTOQUE DE PRODUTO INEXISTENTE
      *   IC06 SALDO DE ESTOQUE DE LOJA INEXISTENTE
      *   IC07 FUNCIONARIO COM DEPARTAMENTO INEXISTENTE
      *   IC08 PEDIDO FATURADO SEM A NOTA EM NOTAS.DAT
      *   IC09 DEPENDENTE DE FUNCIONARIO DESLIGADO
      *   IC10 DEPENDENTE DE FUNCIONARIO INEXISTENTE
      * SO LE - NENHUM ARQUIVO E CORRIGIDO AQUI; O ACERTO FICA
      * COM A AREA DONA DO DADO
      * ATUALIZACAO: PASSO 13 DA RODADA NOTURNA (PROGCOB42) - PARA
      * RODAR SO UMA VEZ POR SEMANA, BASTA A LINHA SEMANAL DO PASSO
      * NO CALENDARIO (CALEND.DAT); ARQUIVO QUE NAO ABRE SAI NO
      * RELATORIO COM AS CONFERENCIAS QUE FICARAM SEM FAZER, EM VEZ
      * DE VIRAR ACHADO FALSO OU ABENDAR NA LEITURA
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDIDOS.

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

           SELECT ESTOQUE ASSIGN TO "ESTOQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTOS.

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

           SELECT DEPTOS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-CODIGO
               FILE STATUS IS WRK-FS-DEPTOS.

           SELECT NOTAS ASSIGN TO "NOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTAS.

           SELECT DEPENDENTES ASSIGN TO "DEPENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPENDENTES.

           SELECT ERRLOG ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.

           SELECT INTEGREL ASSIGN TO "INTEGREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INTEGREL.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS.
           COPY PEDREG.

       FD  CLIENTES.
           COPY CLIREG.

       FD  CONTASREC.
           COPY RECREG.

       FD  ESTOQUE.
           COPY ESTREG.

       FD  PRODUTOS.
           COPY PRODREG.

       FD  LOJAS.
           COPY LOJREG.

       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  DEPTOS.
           COPY DPTREG.

       FD  NOTAS.
       01  NOTA-REG.
           02  NOTA-NUMERO         PIC 9(08).
           02  NOTA-PEDIDO         PIC 9(08).
           02  NOTA-CLIENTE        PIC 9(06).
           02  NOTA-DATA           PIC 9(08).
           02  NOTA-VALOR          PIC 9(08)V99.

       FD  DEPENDENTES.
       01  DEPENDENTE-REG.
           02  DEP-MATRICULA       PIC 9(06).
           02  DEP-NOME            PIC X(30).
           02  DEP-NASCIMENTO      PIC 9(08).
           02  DEP-PARENTESCO      PIC X(01).

       FD  ERRLOG.
       01  ERRLOG-REG.
           02  ERRLOG-DATA         PIC 9(08).
           02  ERRLOG-HORA         PIC 9(08).
           02  ERRLOG-PROGRAMA     PIC X(15).
           02  ERRLOG-ARQUIVO      PIC X(15).
           02  ERRLOG-OPERACAO     PIC X(10).
           02  ERRLOG-STATUS       PIC X(02).
           02  ERRLOG-ACAO         PIC X(01).
           02  ERRLOG-DETALHE      PIC X(60).

       FD  INTEGREL.
       01  INTEGREL-LINHA          PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-PEDIDOS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-CLIENTES   PIC X(02)      VALUE SPACES.
       77 WRK-FS-CONTASREC  PIC X(02)      VALUE SPACES.
       77 WRK-FS-ESTOQUE    PIC X(02)      VALUE SPACES.
       77 WRK-FS-PRODUTOS   PIC X(02)      VALUE SPACES.
       77 WRK-FS-LOJAS      PIC X(02)      VALUE SPACES.
       77 WRK-FS-FUNCIONARIOS PIC X(02)    VALUE SPACES.
       77 WRK-FS-DEPTOS     PIC X(02)      VALUE SPACES.
       77 WRK-FS-NOTAS      PIC X(02)      VALUE SPACES.
       77 WRK-FS-DEPENDENTES PIC X(02)     VALUE SPACES.
       77 WRK-FS-ERRLOG     PIC X(02)      VALUE SPACES.
       77 WRK-FS-INTEGREL   PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-AGORA    PIC 9(08)      VALUE ZEROS.
      * TITULO COM PEDIDO DAQUI PARA CIMA NAO E DE PEDIDO DE
      * VENDA: 80000000 + CARNE E MENSALIDADE ESCOLAR (PROGCOB121)
      * E 90000000 + ACORDO E PARCELA DE RENEGOCIACAO (PROGCOB101)
       77 WRK-PRIMEIRO-PED-ESPECIAL PIC 9(08) VALUE 80000000.
       77 WRK-IND           PIC 9(05)      VALUE ZEROS.
       77 WRK-ACHOU         PIC X(01)      VALUE 'N'.
       77 WRK-QT-LIDOS      PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-ACHADOS    PIC 9(07)      VALUE ZEROS.
       77 WRK-TIPO-ACHADO   PIC 9(02)      VALUE ZEROS.
       77 WRK-ARQUIVO-ACHADO PIC X(15)     VALUE SPACES.
       77 WRK-DETALHE       PIC X(60)      VALUE SPACES.
       77 WRK-CODIGO-ED     PIC X(04)      VALUE SPACES.
       77 WRK-QTDE-ED       PIC Z.ZZZ.ZZ9.
       77 WRK-LINHA-ED      PIC X(100)     VALUE SPACES.
       77 WRK-COM-NOTAS-SW  PIC X(01)      VALUE 'N'.
           88 WRK-COM-NOTAS        VALUE 'S'.
       77 WRK-COM-CLIENTES-SW PIC X(01)    VALUE 'N'.
           88 WRK-COM-CLIENTES     VALUE 'S'.
       77 WRK-COM-PRODUTOS-SW PIC X(01)    VALUE 'N'.
           88 WRK-COM-PRODUTOS     VALUE 'S'.
       77 WRK-COM-LOJAS-SW  PIC X(01)      VALUE 'N'.
           88 WRK-COM-LOJAS        VALUE 'S'.
       77 WRK-ARQ-FALTANTE  PIC X(20)      VALUE SPACES.
       77 WRK-FS-FALTANTE   PIC X(02)      VALUE SPACES.
       77 WRK-CONF-FALTANTE PIC X(20)      VALUE SPACES.
       77 WRK-QT-NAO-ABERTOS PIC 9(02)     VALUE ZEROS.
       01 WRK-NOTAS.
           02 WRK-QT-NOTAS  PIC 9(05)      VALUE ZEROS.
           02 WRK-NOTA-PEDIDO OCCURS 9000 TIMES PIC 9(08).
       01 WRK-CONFERENCIAS.
           02 FILLER PIC X(44) VALUE
               'IC01PEDIDO COM CLIENTE INEXISTENTE          '.
           02 FILLER PIC X(44) VALUE
               'IC02PEDIDO NAO CANCELADO DE CLIENTE EXCLUIDO'.
           02 FILLER PIC X(44) VALUE
               'IC03TITULO SEM O PEDIDO                     '.
           02 FILLER PIC X(44) VALUE
               'IC04TITULO EM ABERTO DE PEDIDO CANCELADO    '.
           02 FILLER PIC X(44) VALUE
               'IC05ESTOQUE DE PRODUTO INEXISTENTE          '.
           02 FILLER PIC X(44) VALUE
               'IC06ESTOQUE DE LOJA INEXISTENTE             '.
           02 FILLER PIC X(44) VALUE
               'IC07FUNCIONARIO COM DEPTO INEXISTENTE       '.
           02 FILLER PIC X(44) VALUE
               'IC08PEDIDO FATURADO SEM NOTA EM NOTAS.DAT   '.
           02 FILLER PIC X(44) VALUE
               'IC09DEPENDENTE DE FUNCIONARIO DESLIGADO     '.
           02 FILLER PIC X(44) VALUE
               'IC10DEPENDENTE DE FUNCIONARIO INEXISTENTE   '.
       01 WRK-CONFERENCIAS-TAB REDEFINES WRK-CONFERENCIAS.
           02 WRK-CONF OCCURS 10 TIMES.
               05 WRK-CONF-CODIGO   PIC X(04).
               05 WRK-CONF-DESCRICAO PIC X(40).
       01 WRK-CONTAGENS.
           02 WRK-CONF-QTDE OCCURS 10 TIMES PIC 9(07).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-CARREGAR-NOTAS.
           PERFORM 0300-CONFERIR-PEDIDOS.
           PERFORM 0400-CONFERIR-TITULOS.
           PERFORM 0500-CONFERIR-ESTOQUE.
           PERFORM 0600-CONFERIR-FUNCIONARIOS.
           PERFORM 0700-CONFERIR-DEPENDENTES.
           PERFORM 0800-TOTAIS.
           CLOSE ERRLOG.
           CLOSE INTEGREL.
           PERFORM 0900-GRAVAR-RUNLOG.
           GOBACK.

       0100-INICIAR.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 10
               MOVE ZEROS TO WRK-CONF-QTDE(WRK-IND)
           END-PERFORM.
           MOVE ZEROS TO WRK-QT-LIDOS.
           MOVE ZEROS TO WRK-QT-ACHADOS.
           MOVE ZEROS TO WRK-QT-NOTAS.
           MOVE ZEROS TO WRK-QT-NAO-ABERTOS.
           OPEN EXTEND ERRLOG.
           IF WRK-FS-ERRLOG EQUAL '35'
               OPEN OUTPUT ERRLOG
           END-IF.
           OPEN OUTPUT INTEGREL.
           MOVE SPACES TO INTEGREL-LINHA.
           STRING 'PROGCOB122 - CONFERENCIA DE INTEGRIDADE ENTRE '
               'ARQUIVOS - ' WRK-DATASYS
               DELIMITED BY SIZE INTO INTEGREL-LINHA.
           WRITE INTEGREL-LINHA.
           MOVE SPACES TO INTEGREL-LINHA.
           WRITE INTEGREL-LINHA.

      * A NOTA FISCAL SO TEM O ARQUIVO SEQUENCIAL - OS PEDIDOS
      * QUE TEM NOTA FICAM NA TABELA PARA A CONFERENCIA IC08
       0200-CARREGAR-NOTAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE 'N' TO WRK-COM-NOTAS-SW.
           OPEN INPUT NOTAS.
           IF WRK-FS-NOTAS NOT EQUAL '00'
               MOVE 'NOTAS.DAT' TO WRK-ARQ-FALTANTE
               MOVE WRK-FS-NOTAS TO WRK-FS-FALTANTE
               MOVE 'IC08' TO WRK-CONF-FALTANTE
               PERFORM 0870-ARQUIVO-NAO-ABERTO
           ELSE
               SET WRK-COM-NOTAS TO TRUE
               PERFORM UNTIL WRK-FIM-ARQ
                   READ NOTAS
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF WRK-QT-NOTAS < 9000
                               ADD 1 TO WRK-QT-NOTAS
                               MOVE NOTA-PEDIDO TO
                                   WRK-NOTA-PEDIDO(WRK-QT-NOTAS)
                           ELSE
                               DISPLAY 'TABELA DE NOTAS CHEIA - '
                                   'IC08 PODE ACUSAR A MAIS'
                               SET WRK-FIM-ARQ TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0300-CONFERIR-PEDIDOS.
           OPEN INPUT PEDIDOS.
           IF WRK-FS-PEDIDOS NOT EQUAL '00'
               MOVE 'PEDIDOS.DAT' TO WRK-ARQ-FALTANTE
               MOVE WRK-FS-PEDIDOS TO WRK-FS-FALTANTE
               MOVE 'IC01 IC02 IC08' TO WRK-CONF-FALTANTE
               PERFORM 0870-ARQUIVO-NAO-ABERTO
           ELSE
               MOVE 'N' TO WRK-COM-CLIENTES-SW
               OPEN INPUT CLIENTES
               IF WRK-FS-CLIENTES NOT EQUAL '00'
                   MOVE 'CLIENTES.DAT' TO WRK-ARQ-FALTANTE
                   MOVE WRK-FS-CLIENTES TO WRK-FS-FALTANTE
                   MOVE 'IC01 IC02' TO WRK-CONF-FALTANTE
                   PERFORM 0870-ARQUIVO-NAO-ABERTO
               ELSE
                   SET WRK-COM-CLIENTES TO TRUE
               END-IF
               MOVE ZEROS TO PED-NUMERO
               START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ PEDIDOS NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-QT-LIDOS
                           PERFORM 0310-CONFERIR-PEDIDO
                   END-READ
               END-PERFORM
               IF WRK-COM-CLIENTES
                   CLOSE CLIENTES
               END-IF
               CLOSE PEDIDOS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0310-CONFERIR-PEDIDO.
           MOVE 'PEDIDOS' TO WRK-ARQUIVO-ACHADO.
           IF WRK-COM-CLIENTES
               PERFORM 0320-CONFERIR-CLIENTE
           END-IF.
           IF PED-NOTA-FISCAL > ZEROS AND NOT PED-SIT-CANCELADO
               AND WRK-COM-NOTAS
               MOVE 'N' TO WRK-ACHOU
               PERFORM VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QT-NOTAS
                       OR WRK-ACHOU EQUAL 'S'
                   IF WRK-NOTA-PEDIDO(WRK-IND) EQUAL PED-NUMERO
                       MOVE 'S' TO WRK-ACHOU
                   END-IF
               END-PERFORM
               IF WRK-ACHOU EQUAL 'N'
                   MOVE SPACES TO WRK-DETALHE
                   STRING 'PEDIDO ' PED-NUMERO
                       ' NOTA ' PED-NOTA-FISCAL
                       DELIMITED BY SIZE INTO WRK-DETALHE
                   MOVE 8 TO WRK-TIPO-ACHADO
                   PERFORM 0850-REGISTRAR-ACHADO
               END-IF
           END-IF.

       0320-CONFERIR-CLIENTE.
           MOVE PED-CLIENTE TO CLI-NUMERO.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO WRK-DETALHE
                   STRING 'PEDIDO ' PED-NUMERO
                       ' CLIENTE ' PED-CLIENTE
                       DELIMITED BY SIZE INTO WRK-DETALHE
                   MOVE 1 TO WRK-TIPO-ACHADO
                   PERFORM 0850-REGISTRAR-ACHADO
               NOT INVALID KEY
                   IF CLI-SIT-EXCLUIDO AND NOT PED-SIT-CANCELADO
                       MOVE SPACES TO WRK-DETALHE
                       STRING 'PEDIDO ' PED-NUMERO
                           ' CLIENTE ' PED-CLIENTE
                           ' EXCLUIDO EM ' CLI-DATA-EXCLUSAO
                           DELIMITED BY SIZE INTO WRK-DETALHE
                       MOVE 2 TO WRK-TIPO-ACHADO
                       PERFORM 0850-REGISTRAR-ACHADO
                   END-IF
           END-READ.

       0400-CONFERIR-TITULOS.
           OPEN INPUT CONTASREC.
           IF WRK-FS-CONTASREC NOT EQUAL '00'
               MOVE 'CONTASREC.DAT' TO WRK-ARQ-FALTANTE
               MOVE WRK-FS-CONTASREC TO WRK-FS-FALTANTE
               MOVE 'IC03 IC04' TO WRK-CONF-FALTANTE
               PERFORM 0870-ARQUIVO-NAO-ABERTO
           ELSE
               OPEN INPUT PEDIDOS
               IF WRK-FS-PEDIDOS NOT EQUAL '00'
                   MOVE 'PEDIDOS.DAT' TO WRK-ARQ-FALTANTE
                   MOVE WRK-FS-PEDIDOS TO WRK-FS-FALTANTE
                   MOVE 'IC03 IC04' TO WRK-CONF-FALTANTE
                   PERFORM 0870-ARQUIVO-NAO-ABERTO
               ELSE
                   PERFORM 0405-PERCORRER-TITULOS
                   CLOSE PEDIDOS
               END-IF
               CLOSE CONTASREC
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0405-PERCORRER-TITULOS.
           MOVE LOW-VALUES TO REC-CHAVE.
           START CONTASREC KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ CONTASREC NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       ADD 1 TO WRK-QT-LIDOS
                       IF REC-PEDIDO < WRK-PRIMEIRO-PED-ESPECIAL
                           PERFORM 0410-CONFERIR-TITULO
                       END-IF
               END-READ
           END-PERFORM.

       0410-CONFERIR-TITULO.
           MOVE 'CONTASREC' TO WRK-ARQUIVO-ACHADO.
           MOVE REC-PEDIDO TO PED-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   MOVE SPACES TO WRK-DETALHE
                   STRING 'TITULO ' REC-PEDIDO '/' REC-PARCELA
                       ' SITUACAO ' REC-SITUACAO
                       DELIMITED BY SIZE INTO WRK-DETALHE
                   MOVE 3 TO WRK-TIPO-ACHADO
                   PERFORM 0850-REGISTRAR-ACHADO
               NOT INVALID KEY
                   IF PED-SIT-CANCELADO AND REC-SIT-ABERTO
                       MOVE SPACES TO WRK-DETALHE
                       STRING 'TITULO ' REC-PEDIDO '/' REC-PARCELA
                           ' VALOR ' REC-VALOR
                           DELIMITED BY SIZE INTO WRK-DETALHE
                       MOVE 4 TO WRK-TIPO-ACHADO
                       PERFORM 0850-REGISTRAR-ACHADO
                   END-IF
           END-READ.

       0500-CONFERIR-ESTOQUE.
           OPEN INPUT ESTOQUE.
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
               MOVE 'ESTOQUE.DAT' TO WRK-ARQ-FALTANTE
               MOVE WRK-FS-ESTOQUE TO WRK-FS-FALTANTE
               MOVE 'IC05 IC06' TO WRK-CONF-FALTANTE
               PERFORM 0870-ARQUIVO-NAO-ABERTO
           ELSE
               MOVE 'N' TO WRK-COM-PRODUTOS-SW
               OPEN INPUT PRODUTOS
               IF WRK-FS-PRODUTOS NOT EQUAL '00'
                   MOVE 'PRODUTOS.DAT' TO WRK-ARQ-FALTANTE
                   MOVE WRK-FS-PRODUTOS TO WRK-FS-FALTANTE
                   MOVE 'IC05' TO WRK-CONF-FALTANTE
                   PERFORM 0870-ARQUIVO-NAO-ABERTO
               ELSE
                   SET WRK-COM-PRODUTOS TO TRUE
               END-IF
               MOVE 'N' TO WRK-COM-LOJAS-SW
               OPEN INPUT LOJAS
               IF WRK-FS-LOJAS NOT EQUAL '00'
                   MOVE 'LOJAS.DAT' TO WRK-ARQ-FALTANTE
                   MOVE WRK-FS-LOJAS TO WRK-FS-FALTANTE
                   MOVE 'IC06' TO WRK-CONF-FALTANTE
                   PERFORM 0870-ARQUIVO-NAO-ABERTO
               ELSE
                   SET WRK-COM-LOJAS TO TRUE
               END-IF
               IF WRK-COM-PRODUTOS OR WRK-COM-LOJAS
                   PERFORM 0505-PERCORRER-ESTOQUE
               END-IF
               IF WRK-COM-LOJAS
                   CLOSE LOJAS
               END-IF
               IF WRK-COM-PRODUTOS
                   CLOSE PRODUTOS
               END-IF
               CLOSE ESTOQUE
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0505-PERCORRER-ESTOQUE.
           MOVE LOW-VALUES TO EST-CHAVE.
           START ESTOQUE KEY IS NOT LESS THAN EST-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ ESTOQUE NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       ADD 1 TO WRK-QT-LIDOS
                       PERFORM 0510-CONFERIR-SALDO
               END-READ
           END-PERFORM.

       0510-CONFERIR-SALDO.
           MOVE 'ESTOQUE' TO WRK-ARQUIVO-ACHADO.
           IF WRK-COM-PRODUTOS
               MOVE EST-PRODUTO TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       MOVE SPACES TO WRK-DETALHE
                       STRING 'PRODUTO ' EST-PRODUTO
                           ' LOJA ' EST-LOJA ' SALDO ' EST-SALDO
                           DELIMITED BY SIZE INTO WRK-DETALHE
                       MOVE 5 TO WRK-TIPO-ACHADO
                       PERFORM 0850-REGISTRAR-ACHADO
               END-READ
           END-IF.
           IF WRK-COM-LOJAS
               MOVE EST-LOJA TO LOJA-NUMERO
               READ LOJAS
                   INVALID KEY
                       MOVE SPACES TO WRK-DETALHE
                       STRING 'PRODUTO ' EST-PRODUTO
                           ' LOJA ' EST-LOJA ' SALDO ' EST-SALDO
                           DELIMITED BY SIZE INTO WRK-DETALHE
                       MOVE 6 TO WRK-TIPO-ACHADO
                       PERFORM 0850-REGISTRAR-ACHADO
               END-READ
           END-IF.

       0600-CONFERIR-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF WRK-FS-FUNCIONARIOS NOT EQUAL '00'
               MOVE 'FUNCIONARIOS.DAT' TO WRK-ARQ-FALTANTE
               MOVE WRK-FS-FUNCIONARIOS TO WRK-FS-FALTANTE
               MOVE 'IC07' TO WRK-CONF-FALTANTE
               PERFORM 0870-ARQUIVO-NAO-ABERTO
           ELSE
               OPEN INPUT DEPTOS
               IF WRK-FS-DEPTOS NOT EQUAL '00'
                   MOVE 'DEPTOS.DAT' TO WRK-ARQ-FALTANTE
                   MOVE WRK-FS-DEPTOS TO WRK-FS-FALTANTE
                   MOVE 'IC07' TO WRK-CONF-FALTANTE
                   PERFORM 0870-ARQUIVO-NAO-ABERTO
               ELSE
                   PERFORM 0605-PERCORRER-FUNCIONARIOS
                   CLOSE DEPTOS
               END-IF
               CLOSE FUNCIONARIOS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0605-PERCORRER-FUNCIONARIOS.
           MOVE ZEROS TO FUNC-MATRICULA.
           START FUNCIONARIOS KEY IS NOT LESS THAN FUNC-MATRICULA
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ FUNCIONARIOS NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       ADD 1 TO WRK-QT-LIDOS
                       PERFORM 0610-CONFERIR-DEPTO
               END-READ
           END-PERFORM.

       0610-CONFERIR-DEPTO.
           MOVE 'FUNCIONARIOS' TO WRK-ARQUIVO-ACHADO.
           MOVE FUNC-DEPARTAMENTO TO DPT-CODIGO.
           READ DEPTOS
               INVALID KEY
                   MOVE SPACES TO WRK-DETALHE
                   STRING 'MATRICULA ' FUNC-MATRICULA
                       ' DEPTO ' FUNC-DEPARTAMENTO
                       ' SITUACAO ' FUNC-SITUACAO
                       DELIMITED BY SIZE INTO WRK-DETALHE
                   MOVE 7 TO WRK-TIPO-ACHADO
                   PERFORM 0850-REGISTRAR-ACHADO
           END-READ.

       0700-CONFERIR-DEPENDENTES.
           OPEN INPUT DEPENDENTES.
           IF WRK-FS-DEPENDENTES NOT EQUAL '00'
               MOVE 'DEPENDENTES.DAT' TO WRK-ARQ-FALTANTE
               MOVE WRK-FS-DEPENDENTES TO WRK-FS-FALTANTE
               MOVE 'IC09 IC10' TO WRK-CONF-FALTANTE
               PERFORM 0870-ARQUIVO-NAO-ABERTO
           ELSE
               OPEN INPUT FUNCIONARIOS
               IF WRK-FS-FUNCIONARIOS NOT EQUAL '00'
                   MOVE 'FUNCIONARIOS.DAT' TO WRK-ARQ-FALTANTE
                   MOVE WRK-FS-FUNCIONARIOS TO WRK-FS-FALTANTE
                   MOVE 'IC09 IC10' TO WRK-CONF-FALTANTE
                   PERFORM 0870-ARQUIVO-NAO-ABERTO
               ELSE
                   PERFORM 0705-PERCORRER-DEPENDENTES
                   CLOSE FUNCIONARIOS
               END-IF
               CLOSE DEPENDENTES
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0705-PERCORRER-DEPENDENTES.
           PERFORM UNTIL WRK-FIM-ARQ
               READ DEPENDENTES
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       ADD 1 TO WRK-QT-LIDOS
                       PERFORM 0710-CONFERIR-DEPENDENTE
               END-READ
           END-PERFORM.

       0710-CONFERIR-DEPENDENTE.
           MOVE 'DEPENDENTES' TO WRK-ARQUIVO-ACHADO.
           MOVE DEP-MATRICULA TO FUNC-MATRICULA.
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE SPACES TO WRK-DETALHE
                   STRING 'MATRICULA ' DEP-MATRICULA
                       ' DEPENDENTE ' DEP-NOME
                       DELIMITED BY SIZE INTO WRK-DETALHE
                   MOVE 10 TO WRK-TIPO-ACHADO
                   PERFORM 0850-REGISTRAR-ACHADO
               NOT INVALID KEY
                   IF FUNC-SIT-DESLIGADO
                       MOVE SPACES TO WRK-DETALHE
                       STRING 'MATRICULA ' DEP-MATRICULA
                           ' DEPENDENTE ' DEP-NOME
                           DELIMITED BY SIZE INTO WRK-DETALHE
                       MOVE 9 TO WRK-TIPO-ACHADO
                       PERFORM 0850-REGISTRAR-ACHADO
                   END-IF
           END-READ.

       0800-TOTAIS.
           MOVE SPACES TO INTEGREL-LINHA.
           WRITE INTEGREL-LINHA.
           MOVE '*** ACHADOS POR CONFERENCIA ***' TO INTEGREL-LINHA.
           WRITE INTEGREL-LINHA.
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 10
               MOVE WRK-CONF-QTDE(WRK-IND) TO WRK-QTDE-ED
               MOVE SPACES TO WRK-LINHA-ED
               STRING WRK-CONF-CODIGO(WRK-IND) ' '
                   WRK-CONF-DESCRICAO(WRK-IND) ' '
                   WRK-QTDE-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO INTEGREL-LINHA
               WRITE INTEGREL-LINHA
               IF WRK-CONF-QTDE(WRK-IND) > ZEROS
                   PERFORM 0810-CONTAGEM-NO-ERRLOG
               END-IF
           END-PERFORM.
           MOVE WRK-QT-ACHADOS TO WRK-QTDE-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL DE ACHADOS: ' WRK-QTDE-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO INTEGREL-LINHA.
           WRITE INTEGREL-LINHA.
           IF WRK-QT-NAO-ABERTOS > ZEROS
               MOVE WRK-QT-NAO-ABERTOS TO WRK-QTDE-ED
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'ARQUIVOS NAO ABERTOS: ' WRK-QTDE-ED
                   ' - CONFERENCIA INCOMPLETA'
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO INTEGREL-LINHA
               WRITE INTEGREL-LINHA
               DISPLAY WRK-LINHA-ED
           END-IF.
           DISPLAY 'CONFERENCIA CONCLUIDA - ' WRK-QT-ACHADOS
               ' ACHADOS - RELATORIO EM INTEGREL.DAT'.

      * A CONTAGEM DE CADA CONFERENCIA COM ACHADO TAMBEM FECHA O
      * LOTE DA SEMANA NO LOG CENTRAL
       0810-CONTAGEM-NO-ERRLOG.
           MOVE WRK-CONF-CODIGO(WRK-IND) TO WRK-CODIGO-ED.
           MOVE 'INTEGRIDADE' TO WRK-ARQUIVO-ACHADO.
           MOVE SPACES TO WRK-DETALHE.
           STRING 'TOTAL DE ACHADOS: ' WRK-QTDE-ED
               DELIMITED BY SIZE INTO WRK-DETALHE.
           PERFORM 0860-GRAVAR-ERRLOG.

      * CADA ACHADO VAI PARA O RELATORIO E PARA O LOG CENTRAL DE
      * ERROS, COM O CODIGO DA CONFERENCIA NO CAMPO DE OPERACAO
       0850-REGISTRAR-ACHADO.
           ADD 1 TO WRK-QT-ACHADOS.
           ADD 1 TO WRK-CONF-QTDE(WRK-TIPO-ACHADO).
           MOVE WRK-CONF-CODIGO(WRK-TIPO-ACHADO) TO WRK-CODIGO-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING WRK-CODIGO-ED ' ' WRK-ARQUIVO-ACHADO ' '
               WRK-DETALHE
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO INTEGREL-LINHA.
           WRITE INTEGREL-LINHA.
           PERFORM 0860-GRAVAR-ERRLOG.

       0860-GRAVAR-ERRLOG.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE SPACES TO ERRLOG-REG.
           MOVE WRK-DATASYS TO ERRLOG-DATA.
           MOVE WRK-HORA-AGORA TO ERRLOG-HORA.
           MOVE 'PROGCOB122' TO ERRLOG-PROGRAMA.
           MOVE WRK-ARQUIVO-ACHADO TO ERRLOG-ARQUIVO.
           MOVE WRK-CODIGO-ED TO ERRLOG-OPERACAO.
           MOVE 'C' TO ERRLOG-ACAO.
           MOVE WRK-DETALHE TO ERRLOG-DETALHE.
           WRITE ERRLOG-REG.

      * ARQUIVO QUE NAO ABRE NAO PODE SER CONFERIDO - O RELATORIO
      * DIZ QUAIS CONFERENCIAS FICARAM DE FORA E COM QUAL STATUS
       0870-ARQUIVO-NAO-ABERTO.
           ADD 1 TO WRK-QT-NAO-ABERTOS.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'ARQUIVO ' DELIMITED BY SIZE
               WRK-ARQ-FALTANTE DELIMITED BY SPACE
               ' NAO ABERTO (STATUS ' WRK-FS-FALTANTE
               ') - NAO CONFERIDO: ' WRK-CONF-FALTANTE
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           DISPLAY WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO INTEGREL-LINHA.
           WRITE INTEGREL-LINHA.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB122' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-LIDOS TO RUNLOG-QTDE-REGISTROS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
