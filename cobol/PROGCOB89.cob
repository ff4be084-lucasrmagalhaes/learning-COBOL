       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB89.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: INVENTARIO FISICO POR LOJA - ABRE A CONTAGEM
      * CONGELANDO O SALDO DA LOJA (INVLOJA.DAT) E FOTOGRAFANDO
      * ESTOQUE.DAT EM INVENT.DAT, IMPRIME AS FOLHAS DE CONTAGEM
      * (CONTFOLHA.DAT) SEM A QUANTIDADE DO SISTEMA, RECEBE A
      * DIGITACAO DO CONTADO, IMPRIME AS DIVERGENCIAS COM VALOR
      * A CUSTO MEDIO (DIVINV.DAT) E NO ENCERRAMENTO AJUSTA O
      * SALDO DO QUE ESTA DENTRO DA TOLERANCIA; ACIMA DELA O
      * AJUSTE VAI PARA A FILA DE APROVACOES (PENDAPR.DAT) E SO
      * ENTRA NO ESTOQUE QUANDO OUTRO ADMINISTRADOR APROVA NO
      * PROGCOB81
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
           SELECT INVENT ASSIGN TO "INVENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-CHAVE
               FILE STATUS IS WRK-FS-INVENT.

           SELECT INVLOJA ASSIGN TO "INVLOJA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVL-LOJA
               FILE STATUS IS WRK-FS-INVLOJA.

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

           SELECT PENDAPR ASSIGN TO "PENDAPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDAPR.

           SELECT CONTFOLHA ASSIGN TO "CONTFOLHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTFOLHA.

           SELECT DIVINV ASSIGN TO "DIVINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIVINV.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENT.
           COPY INVREG.

       FD  INVLOJA.
           COPY INVLREG.

       FD  ESTOQUE.
           COPY ESTREG.

       FD  PRODUTOS.
           COPY PRODREG.

       FD  PENDAPR.
           COPY APRREG.

       FD  CONTFOLHA.
       01  CONTFOLHA-LINHA         PIC X(90).

       FD  DIVINV.
       01  DIVINV-LINHA            PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-INVENT     PIC X(02)      VALUE SPACES.
       77 WRK-FS-INVLOJA    PIC X(02)      VALUE SPACES.
       77 WRK-FS-ESTOQUE    PIC X(02)      VALUE SPACES.
       77 WRK-FS-PRODUTOS   PIC X(02)      VALUE SPACES.
       77 WRK-FS-PENDAPR    PIC X(02)      VALUE SPACES.
       77 WRK-FS-CONTFOLHA  PIC X(02)      VALUE SPACES.
       77 WRK-FS-DIVINV     PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-EOF-PENDAPR   PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PENDAPR      VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-AGORA    PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-USUARIO       PIC X(20)      VALUE SPACES.
       77 WRK-NIVEL         PIC 9(02)      VALUE ZEROS.
       77 WRK-LOGIN-VALIDO  PIC X(01)      VALUE 'N'.
           88 WRK-LOGIN-OK         VALUE 'S'.
       77 WRK-OPCAO         PIC X(01)      VALUE SPACES.
       77 WRK-FIM-MENU      PIC X(01)      VALUE 'N'.
           88 WRK-MENU-FIM         VALUE 'S'.
       77 WRK-LOJA          PIC 9(03)      VALUE ZEROS.
       77 WRK-PRODUTO       PIC X(10)      VALUE SPACES.
       77 WRK-QTDE-CONTADA  PIC 9(07)      VALUE ZEROS.
       77 WRK-TOLERANCIA    PIC 9(06)V99   VALUE ZEROS.
       77 WRK-CONTAGEM-FLAG PIC X(01)      VALUE 'N'.
           88 WRK-CONTAGEM-ABERTA  VALUE 'S'.
       77 WRK-DIFERENCA     PIC S9(07)     VALUE ZEROS.
       77 WRK-DIF-ABS       PIC 9(07)      VALUE ZEROS.
       77 WRK-VALOR-DIF     PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOTAL-FALTA   PIC 9(12)V99   VALUE ZEROS.
       77 WRK-TOTAL-SOBRA   PIC 9(12)V99   VALUE ZEROS.
       77 WRK-QT-LINHAS     PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-DIVERG     PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-NAO-CONTADO PIC 9(05)     VALUE ZEROS.
       77 WRK-QT-AJUSTADOS  PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-APROVACAO  PIC 9(05)      VALUE ZEROS.
       77 WRK-PROX-SEQ      PIC 9(06)      VALUE ZEROS.
       77 WRK-DIF-ED        PIC -ZZZZZZ9   VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-MARCA         PIC X(12)      VALUE SPACES.
       77 WRK-CONFIRMA      PIC X(01)      VALUE SPACES.
           88 WRK-CONFIRMA-SIM     VALUE 'S'.
       77 WRK-LINHA-ED      PIC X(100)     VALUE SPACES.
       01 WRK-INV-IMAGEM.
           02 WRK-IMG-PRODUTO  PIC X(10).
           02 WRK-IMG-SISTEMA  PIC 9(07).
           02 WRK-IMG-CONTADO  PIC 9(07).
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB89'.
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
               PERFORM 0100-MENU UNTIL WRK-MENU-FIM
               PERFORM 0900-GRAVAR-RUNLOG
           END-IF.
           STOP RUN.

       0100-MENU.
           DISPLAY '=============================================='.
           DISPLAY 'INVENTARIO FISICO DE ESTOQUE'.
           DISPLAY '1 - ABRIR CONTAGEM E IMPRIMIR FOLHAS'.
           DISPLAY '2 - DIGITAR QUANTIDADES CONTADAS'.
           DISPLAY '3 - RELATORIO DE DIVERGENCIAS'.
           DISPLAY '4 - ENCERRAR CONTAGEM E AJUSTAR SALDOS'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 1000-ABRIR-CONTAGEM
               WHEN '2'
                   PERFORM 2000-DIGITAR-CONTAGEM
               WHEN '3'
                   PERFORM 3000-RELATORIO-DIVERGENCIAS
               WHEN '4'
                   PERFORM 4000-ENCERRAR-CONTAGEM
               WHEN 'X'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
           END-EVALUATE.

       0200-VERIFICAR-CONTAGEM.
           MOVE 'N' TO WRK-CONTAGEM-FLAG.
           OPEN INPUT INVLOJA.
           IF WRK-FS-INVLOJA EQUAL '00'
               MOVE WRK-LOJA TO INVL-LOJA
               READ INVLOJA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INVL-SIT-ABERTA
                           SET WRK-CONTAGEM-ABERTA TO TRUE
                           MOVE INVL-TOLERANCIA TO WRK-TOLERANCIA
                       END-IF
               END-READ
               CLOSE INVLOJA
           END-IF.

       0300-ABRIR-INVENT.
           OPEN I-O INVENT.
           IF WRK-FS-INVENT EQUAL '35'
               OPEN OUTPUT INVENT
               CLOSE INVENT
               OPEN I-O INVENT
           END-IF.

      * A ABERTURA APAGA AS LINHAS DA CONTAGEM ANTERIOR DA LOJA,
      * FOTOGRAFA O SALDO DE CADA PRODUTO DA LOJA E SO ENTAO
      * MARCA A LOJA COMO CONGELADA
       1000-ABRIR-CONTAGEM.
           DISPLAY 'LOJA A CONTAR: '.
           ACCEPT WRK-LOJA.
           PERFORM 0200-VERIFICAR-CONTAGEM.
           IF WRK-CONTAGEM-ABERTA
               DISPLAY 'JA EXISTE CONTAGEM ABERTA PARA A LOJA '
                   WRK-LOJA
           ELSE
               DISPLAY 'TOLERANCIA DE AJUSTE SEM APROVACAO '
                   '(VALOR A CUSTO 999999,99): '
               ACCEPT WRK-TOLERANCIA
               OPEN INPUT ESTOQUE
               IF WRK-FS-ESTOQUE NOT EQUAL '00'
                   DISPLAY 'ARQUIVO ESTOQUE.DAT NAO ENCONTRADO'
               ELSE
                   PERFORM 0300-ABRIR-INVENT
                   PERFORM 1100-LIMPAR-CONTAGEM-ANTERIOR
                   PERFORM 1200-FOTOGRAFAR-SALDOS
                   CLOSE ESTOQUE
                   PERFORM 1300-CONGELAR-LOJA
                   PERFORM 1400-IMPRIMIR-FOLHAS
                   CLOSE INVENT
                   DISPLAY 'CONTAGEM ABERTA - ' WRK-QT-LINHAS
                       ' PRODUTOS - FOLHAS EM CONTFOLHA.DAT'
               END-IF
           END-IF.

       1100-LIMPAR-CONTAGEM-ANTERIOR.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE WRK-LOJA TO INV-LOJA.
           MOVE LOW-VALUES TO INV-PRODUTO.
           START INVENT KEY IS NOT LESS THAN INV-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ INVENT NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF INV-LOJA NOT EQUAL WRK-LOJA
                           SET WRK-FIM-ARQ TO TRUE
                       ELSE
                           DELETE INVENT RECORD
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.

      * ESTOQUE.DAT E CHAVEADO POR PRODUTO + LOJA - A LOJA E
      * FILTRADA NA LEITURA SEQUENCIAL
       1200-FOTOGRAFAR-SALDOS.
           MOVE ZEROS TO WRK-QT-LINHAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PRODUTOS.
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
                       IF EST-LOJA EQUAL WRK-LOJA
                           MOVE SPACES TO INV-REG
                           MOVE WRK-LOJA TO INV-LOJA
                           MOVE EST-PRODUTO TO INV-PRODUTO
                           MOVE EST-SALDO TO INV-SALDO-SISTEMA
                           MOVE ZEROS TO INV-CONTADO
                           PERFORM 1210-CUSTO-PRODUTO
                           SET INV-SIT-A-CONTAR TO TRUE
                           WRITE INV-REG
                           ADD 1 TO WRK-QT-LINHAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUTOS.
           MOVE 'N' TO WRK-EOF-ARQ.

       1210-CUSTO-PRODUTO.
           MOVE ZEROS TO INV-CUSTO-UNIT.
           MOVE INV-PRODUTO TO PROD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PROD-CUSTO-MEDIO IS NUMERIC
                       MOVE PROD-CUSTO-MEDIO TO INV-CUSTO-UNIT
                   END-IF
           END-READ.

       1300-CONGELAR-LOJA.
           OPEN I-O INVLOJA.
           IF WRK-FS-INVLOJA EQUAL '35'
               OPEN OUTPUT INVLOJA
               CLOSE INVLOJA
               OPEN I-O INVLOJA
           END-IF.
           MOVE WRK-LOJA TO INVL-LOJA.
           READ INVLOJA
               INVALID KEY
                   PERFORM 1310-MONTAR-CONTROLE
                   WRITE INVL-REG
               NOT INVALID KEY
                   PERFORM 1310-MONTAR-CONTROLE
                   REWRITE INVL-REG
           END-READ.
           CLOSE INVLOJA.

       1310-MONTAR-CONTROLE.
           MOVE WRK-LOJA TO INVL-LOJA.
           MOVE WRK-DATASYS TO INVL-ABERTURA.
           MOVE ZEROS TO INVL-ENCERRAMENTO.
           MOVE WRK-TOLERANCIA TO INVL-TOLERANCIA.
           MOVE WRK-USUARIO TO INVL-RESPONSAVEL.
           SET INVL-SIT-ABERTA TO TRUE.

      * A FOLHA NAO MOSTRA O SALDO DO SISTEMA PARA A CONTAGEM
      * SER CEGA
       1400-IMPRIMIR-FOLHAS.
           OPEN OUTPUT CONTFOLHA.
           OPEN INPUT PRODUTOS.
           MOVE SPACES TO CONTFOLHA-LINHA.
           STRING 'PROGCOB89 - FOLHA DE CONTAGEM - LOJA ' WRK-LOJA
               ' - ' WRK-DATASYS
               DELIMITED BY SIZE INTO CONTFOLHA-LINHA.
           WRITE CONTFOLHA-LINHA.
           MOVE 'PRODUTO    DESCRICAO                      CONTADO'
               TO CONTFOLHA-LINHA.
           WRITE CONTFOLHA-LINHA.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE WRK-LOJA TO INV-LOJA.
           MOVE LOW-VALUES TO INV-PRODUTO.
           START INVENT KEY IS NOT LESS THAN INV-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ INVENT NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF INV-LOJA NOT EQUAL WRK-LOJA
                           SET WRK-FIM-ARQ TO TRUE
                       ELSE
                           MOVE INV-PRODUTO TO PROD-CODIGO
                           READ PRODUTOS
                               INVALID KEY
                                   MOVE SPACES TO PROD-DESCRICAO
                           END-READ
                           MOVE SPACES TO WRK-LINHA-ED
                           STRING INV-PRODUTO ' ' PROD-DESCRICAO
                               ' ____________'
                               DELIMITED BY SIZE INTO WRK-LINHA-ED
                           MOVE WRK-LINHA-ED TO CONTFOLHA-LINHA
                           WRITE CONTFOLHA-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.
           CLOSE PRODUTOS.
           MOVE SPACES TO CONTFOLHA-LINHA.
           WRITE CONTFOLHA-LINHA.
           MOVE 'CONTADO POR: ____________________  CONFERIDO POR: '
               TO CONTFOLHA-LINHA.
           WRITE CONTFOLHA-LINHA.
           CLOSE CONTFOLHA.

      * PRODUTO ACHADO NA PRATELEIRA SEM REGISTRO NO ESTOQUE DA
      * LOJA ENTRA COMO LINHA NOVA COM SALDO DO SISTEMA ZERO
       2000-DIGITAR-CONTAGEM.
           DISPLAY 'LOJA: '.
           ACCEPT WRK-LOJA.
           PERFORM 0200-VERIFICAR-CONTAGEM.
           IF NOT WRK-CONTAGEM-ABERTA
               DISPLAY 'NAO HA CONTAGEM ABERTA PARA A LOJA '
                   WRK-LOJA
           ELSE
               PERFORM 0300-ABRIR-INVENT
               OPEN INPUT PRODUTOS
               MOVE 'X' TO WRK-PRODUTO
               PERFORM UNTIL WRK-PRODUTO EQUAL SPACES
                   DISPLAY 'CODIGO DO PRODUTO (BRANCO ENCERRA): '
                   MOVE SPACES TO WRK-PRODUTO
                   ACCEPT WRK-PRODUTO
                   IF WRK-PRODUTO NOT EQUAL SPACES
                       PERFORM 2100-GRAVAR-CONTADO
                   END-IF
               END-PERFORM
               CLOSE PRODUTOS
               CLOSE INVENT
           END-IF.

       2100-GRAVAR-CONTADO.
           DISPLAY 'QUANTIDADE CONTADA: '.
           ACCEPT WRK-QTDE-CONTADA.
           MOVE WRK-LOJA TO INV-LOJA.
           MOVE WRK-PRODUTO TO INV-PRODUTO.
           READ INVENT
               INVALID KEY
                   MOVE WRK-PRODUTO TO PROD-CODIGO
                   READ PRODUTOS
                       INVALID KEY
                           DISPLAY 'PRODUTO NAO CADASTRADO - '
                               'CONTAGEM RECUSADA'
                       NOT INVALID KEY
                           MOVE SPACES TO INV-REG
                           MOVE WRK-LOJA TO INV-LOJA
                           MOVE WRK-PRODUTO TO INV-PRODUTO
                           MOVE ZEROS TO INV-SALDO-SISTEMA
                           MOVE WRK-QTDE-CONTADA TO INV-CONTADO
                           PERFORM 1210-CUSTO-PRODUTO
                           SET INV-SIT-CONTADO TO TRUE
                           WRITE INV-REG
                           DISPLAY 'PRODUTO FORA DO ESTOQUE DA LOJA '
                               '- LINHA INCLUIDA NA CONTAGEM'
                   END-READ
               NOT INVALID KEY
                   MOVE WRK-QTDE-CONTADA TO INV-CONTADO
                   SET INV-SIT-CONTADO TO TRUE
                   REWRITE INV-REG
                   DISPLAY 'CONTAGEM REGISTRADA'
           END-READ.

       3000-RELATORIO-DIVERGENCIAS.
           DISPLAY 'LOJA: '.
           ACCEPT WRK-LOJA.
           MOVE ZEROS TO WRK-QT-DIVERG.
           MOVE ZEROS TO WRK-QT-NAO-CONTADO.
           MOVE ZEROS TO WRK-TOTAL-FALTA.
           MOVE ZEROS TO WRK-TOTAL-SOBRA.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT INVENT.
           IF WRK-FS-INVENT NOT EQUAL '00'
               DISPLAY 'ARQUIVO INVENT.DAT NAO ENCONTRADO'
           ELSE
               OPEN OUTPUT DIVINV
               MOVE SPACES TO DIVINV-LINHA
               STRING 'PROGCOB89 - DIVERGENCIAS DE CONTAGEM - LOJA '
                   WRK-LOJA ' - ' WRK-DATASYS
                   DELIMITED BY SIZE INTO DIVINV-LINHA
               WRITE DIVINV-LINHA
               MOVE SPACES TO DIVINV-LINHA
               STRING 'PRODUTO    SISTEMA CONTADO DIFERENCA  '
                   'CUSTO MEDIO VALOR A CUSTO OBSERVACAO'
                   DELIMITED BY SIZE INTO DIVINV-LINHA
               WRITE DIVINV-LINHA
               MOVE WRK-LOJA TO INV-LOJA
               MOVE LOW-VALUES TO INV-PRODUTO
               START INVENT KEY IS NOT LESS THAN INV-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ INVENT NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF INV-LOJA NOT EQUAL WRK-LOJA
                               SET WRK-FIM-ARQ TO TRUE
                           ELSE
                               PERFORM 3100-AVALIAR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVENT
               MOVE SPACES TO DIVINV-LINHA
               WRITE DIVINV-LINHA
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'DIVERGENCIAS: ' WRK-QT-DIVERG
                   '  NAO CONTADOS: ' WRK-QT-NAO-CONTADO
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO DIVINV-LINHA
               WRITE DIVINV-LINHA
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'FALTAS A CUSTO: ' WRK-TOTAL-FALTA
                   '  SOBRAS A CUSTO: ' WRK-TOTAL-SOBRA
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO DIVINV-LINHA
               WRITE DIVINV-LINHA
               CLOSE DIVINV
               DISPLAY 'RELATORIO GRAVADO EM DIVINV.DAT - '
                   WRK-QT-DIVERG ' DIVERGENCIA(S)'
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       3100-AVALIAR-LINHA.
           IF INV-SIT-A-CONTAR OR INV-SIT-NAO-CONTADO
               ADD 1 TO WRK-QT-NAO-CONTADO
               MOVE ZEROS TO WRK-DIFERENCA
               MOVE ZEROS TO WRK-VALOR-DIF
               MOVE 'NAO CONTADO' TO WRK-MARCA
               PERFORM 3200-IMPRIMIR-DIVERGENCIA
           ELSE
               PERFORM 3150-CALCULAR-DIFERENCA
               IF WRK-DIFERENCA NOT EQUAL ZEROS
                   ADD 1 TO WRK-QT-DIVERG
                   IF WRK-DIFERENCA < ZEROS
                       ADD WRK-VALOR-DIF TO WRK-TOTAL-FALTA
                       MOVE 'FALTA' TO WRK-MARCA
                   ELSE
                       ADD WRK-VALOR-DIF TO WRK-TOTAL-SOBRA
                       MOVE 'SOBRA' TO WRK-MARCA
                   END-IF
                   PERFORM 3200-IMPRIMIR-DIVERGENCIA
               END-IF
           END-IF.

       3150-CALCULAR-DIFERENCA.
           COMPUTE WRK-DIFERENCA = INV-CONTADO - INV-SALDO-SISTEMA.
           IF WRK-DIFERENCA < ZEROS
               COMPUTE WRK-DIF-ABS = WRK-DIFERENCA * -1
           ELSE
               MOVE WRK-DIFERENCA TO WRK-DIF-ABS
           END-IF.
           COMPUTE WRK-VALOR-DIF = WRK-DIF-ABS * INV-CUSTO-UNIT.

       3200-IMPRIMIR-DIVERGENCIA.
           MOVE WRK-DIFERENCA TO WRK-DIF-ED.
           MOVE WRK-VALOR-DIF TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING INV-PRODUTO ' ' INV-SALDO-SISTEMA ' ' INV-CONTADO
               ' ' WRK-DIF-ED '   ' INV-CUSTO-UNIT ' ' WRK-VALOR-ED
               ' ' WRK-MARCA
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO DIVINV-LINHA.
           WRITE DIVINV-LINHA.

      * NO ENCERRAMENTO A DIFERENCA DENTRO DA TOLERANCIA VAI
      * DIRETO PARA O SALDO; ACIMA DELA VIRA PENDENCIA DO TIPO
      * INVENTARIO (LINHA = LOJA) COM O SALDO DO SISTEMA E O
      * CONTADO NA IMAGEM, E O PROGCOB81 APLICA A DIFERENCA SOBRE
      * O SALDO DO DIA DA APROVACAO - POR ISSO A LOJA PODE SER
      * DESCONGELADA JA AQUI
       4000-ENCERRAR-CONTAGEM.
           DISPLAY 'LOJA: '.
           ACCEPT WRK-LOJA.
           PERFORM 0200-VERIFICAR-CONTAGEM.
           IF NOT WRK-CONTAGEM-ABERTA
               DISPLAY 'NAO HA CONTAGEM ABERTA PARA A LOJA '
                   WRK-LOJA
           ELSE
               DISPLAY 'CONFIRMA O ENCERRAMENTO DA CONTAGEM (S/N): '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA-SIM
                   PERFORM 4100-PROCESSAR-ENCERRAMENTO
               ELSE
                   DISPLAY 'ENCERRAMENTO ABANDONADO'
               END-IF
           END-IF.

       4100-PROCESSAR-ENCERRAMENTO.
           MOVE ZEROS TO WRK-QT-AJUSTADOS.
           MOVE ZEROS TO WRK-QT-APROVACAO.
           MOVE ZEROS TO WRK-QT-NAO-CONTADO.
           PERFORM 4310-PROXIMA-SEQUENCIA.
           OPEN EXTEND PENDAPR.
           IF WRK-FS-PENDAPR EQUAL '35'
               OPEN OUTPUT PENDAPR
           END-IF.
           PERFORM 0300-ABRIR-INVENT.
           OPEN I-O ESTOQUE.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE WRK-LOJA TO INV-LOJA.
           MOVE LOW-VALUES TO INV-PRODUTO.
           START INVENT KEY IS NOT LESS THAN INV-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ INVENT NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF INV-LOJA NOT EQUAL WRK-LOJA
                           SET WRK-FIM-ARQ TO TRUE
                       ELSE
                           PERFORM 4200-ENCERRAR-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.
           CLOSE ESTOQUE.
           CLOSE INVENT.
           CLOSE PENDAPR.
           OPEN I-O INVLOJA.
           MOVE WRK-LOJA TO INVL-LOJA.
           READ INVLOJA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-DATASYS TO INVL-ENCERRAMENTO
                   SET INVL-SIT-ENCERRADA TO TRUE
                   REWRITE INVL-REG
           END-READ.
           CLOSE INVLOJA.
           DISPLAY 'CONTAGEM ENCERRADA - LOJA ' WRK-LOJA
               ' LIBERADA'.
           DISPLAY 'AJUSTADOS NA TOLERANCIA: ' WRK-QT-AJUSTADOS
               '  ENVIADOS PARA APROVACAO: ' WRK-QT-APROVACAO
               '  NAO CONTADOS: ' WRK-QT-NAO-CONTADO.

       4200-ENCERRAR-LINHA.
           IF INV-SIT-A-CONTAR
               ADD 1 TO WRK-QT-NAO-CONTADO
               SET INV-SIT-NAO-CONTADO TO TRUE
               REWRITE INV-REG
           ELSE
               IF INV-SIT-CONTADO
                   PERFORM 3150-CALCULAR-DIFERENCA
                   IF WRK-DIFERENCA EQUAL ZEROS
                       SET INV-SIT-SEM-DIFERENCA TO TRUE
                   ELSE
                       IF WRK-VALOR-DIF > WRK-TOLERANCIA
                           PERFORM 4300-GRAVAR-PENDENCIA
                           SET INV-SIT-EM-APROVACAO TO TRUE
                           ADD 1 TO WRK-QT-APROVACAO
                       ELSE
                           PERFORM 4250-AJUSTAR-SALDO
                           SET INV-SIT-AJUSTADO TO TRUE
                           ADD 1 TO WRK-QT-AJUSTADOS
                       END-IF
                   END-IF
                   REWRITE INV-REG
               END-IF
           END-IF.

      * COM A LOJA CONGELADA O SALDO ATUAL E O FOTOGRAFADO, ENTAO
      * O CONTADO VIRA O NOVO SALDO
       4250-AJUSTAR-SALDO.
           MOVE INV-PRODUTO TO EST-PRODUTO.
           MOVE INV-LOJA TO EST-LOJA.
           READ ESTOQUE
               INVALID KEY
                   MOVE INV-PRODUTO TO EST-PRODUTO
                   MOVE INV-LOJA TO EST-LOJA
                   MOVE INV-CONTADO TO EST-SALDO
                   MOVE ZEROS TO EST-MINIMO
                   WRITE EST-REG
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 0963-JORNAL-ESTOQUE
               NOT INVALID KEY
                   MOVE INV-CONTADO TO EST-SALDO
                   REWRITE EST-REG
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 0963-JORNAL-ESTOQUE
           END-READ.

       4300-GRAVAR-PENDENCIA.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE INV-PRODUTO TO WRK-IMG-PRODUTO.
           MOVE INV-SALDO-SISTEMA TO WRK-IMG-SISTEMA.
           MOVE INV-CONTADO TO WRK-IMG-CONTADO.
           MOVE SPACES TO APR-REG.
           MOVE WRK-PROX-SEQ TO APR-SEQ.
           MOVE 'INVENTARIO' TO APR-TIPO.
           MOVE INV-LOJA TO APR-LINHA.
           MOVE WRK-USUARIO TO APR-SOLICITANTE.
           MOVE WRK-DATASYS TO APR-DATA.
           MOVE WRK-HORA-AGORA TO APR-HORA.
           MOVE SPACES TO APR-IMAGEM-ANTES.
           MOVE WRK-INV-IMAGEM(1:17) TO APR-IMAGEM-ANTES.
           MOVE SPACES TO APR-IMAGEM-DEPOIS.
           MOVE WRK-INV-IMAGEM TO APR-IMAGEM-DEPOIS(1:24).
           SET APR-PENDENTE TO TRUE.
           MOVE SPACES TO APR-APROVADOR.
           MOVE ZEROS TO APR-DATA-DECISAO.
           WRITE APR-REG.
           DISPLAY 'DIVERGENCIA DE ' INV-PRODUTO ' ACIMA DA '
               'TOLERANCIA - PENDENCIA ' WRK-PROX-SEQ.
           ADD 1 TO WRK-PROX-SEQ.

       4310-PROXIMA-SEQUENCIA.
           MOVE ZEROS TO WRK-PROX-SEQ.
           MOVE 'N' TO WRK-EOF-PENDAPR.
           OPEN INPUT PENDAPR.
           IF WRK-FS-PENDAPR EQUAL '00'
               PERFORM UNTIL WRK-FIM-PENDAPR
                   READ PENDAPR
                       AT END
                           SET WRK-FIM-PENDAPR TO TRUE
                       NOT AT END
                           IF APR-SEQ > WRK-PROX-SEQ
                               MOVE APR-SEQ TO WRK-PROX-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDAPR
           END-IF.
           ADD 1 TO WRK-PROX-SEQ.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB89' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-LINHAS TO RUNLOG-QTDE-REGISTROS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.

       0963-JORNAL-ESTOQUE.
           MOVE WRK-USUARIO TO WRK-JRN-USUARIO.
           MOVE 'ESTOQUE' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-ESTOQUE TO WRK-JRN-FS.
           MOVE EST-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
