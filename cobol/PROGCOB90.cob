       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB90.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: TRANSFERENCIA DE ESTOQUE ENTRE LOJAS - EMITE O
      * DOCUMENTO (TRANSF.DAT, NUMERADO PELO CONTROLE
      * TRFCTRL.DAT) BAIXANDO O SALDO DA LOJA DE ORIGEM EM
      * ESTOQUE.DAT E DEIXANDO AS LINHAS EM TRANSITO; A LOJA DE
      * DESTINO CONFIRMA O RECEBIMENTO LINHA A LINHA E SO ENTAO
      * O SALDO DELA SOBE; CONSULTA O DOCUMENTO E IMPRIME AS
      * TRANSFERENCIAS EM TRANSITO HA MAIS DE N DIAS (TRFREL.DAT)
      * PARA OS VOLUMES EXTRAVIADOS APARECEREM; LOJA COM CONTAGEM
      * DE INVENTARIO ABERTA (INVLOJA.DAT) NAO ENVIA NEM RECEBE
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
           SELECT TRANSF ASSIGN TO "TRANSF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-CHAVE
               FILE STATUS IS WRK-FS-TRANSF.

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

           SELECT INVLOJA ASSIGN TO "INVLOJA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVL-LOJA
               FILE STATUS IS WRK-FS-INVLOJA.

           SELECT TRFCTRL ASSIGN TO "TRFCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRFCTRL.

           SELECT TRFREL ASSIGN TO "TRFREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRFREL.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSF.
           COPY TRFREG.

       FD  ESTOQUE.
           COPY ESTREG.

       FD  PRODUTOS.
           COPY PRODREG.

       FD  LOJAS.
           COPY LOJREG.

       FD  INVLOJA.
           COPY INVLREG.

       FD  TRFCTRL.
       01  TRFCTRL-REG.
           02  TRFCTRL-PROXIMO     PIC 9(06).

       FD  TRFREL.
       01  TRFREL-LINHA            PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-TRANSF     PIC X(02)      VALUE SPACES.
       77 WRK-FS-ESTOQUE    PIC X(02)      VALUE SPACES.
       77 WRK-FS-PRODUTOS   PIC X(02)      VALUE SPACES.
       77 WRK-FS-LOJAS      PIC X(02)      VALUE SPACES.
       77 WRK-FS-INVLOJA    PIC X(02)      VALUE SPACES.
       77 WRK-FS-TRFCTRL    PIC X(02)      VALUE SPACES.
       77 WRK-FS-TRFREL     PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-OPCAO         PIC X(01)      VALUE SPACES.
       77 WRK-FIM-MENU      PIC X(01)      VALUE 'N'.
           88 WRK-MENU-FIM         VALUE 'S'.
       77 WRK-PROXIMO-DOC   PIC 9(06)      VALUE 1.
       77 WRK-NUMERO-DOC    PIC 9(06)      VALUE ZEROS.
       77 WRK-QT-LINHAS     PIC 9(02)      VALUE ZEROS.
       77 WRK-QT-RECEBIDAS  PIC 9(02)      VALUE ZEROS.
       77 WRK-LOJA          PIC 9(03)      VALUE ZEROS.
       77 WRK-ORIGEM        PIC 9(03)      VALUE ZEROS.
       77 WRK-DESTINO       PIC 9(03)      VALUE ZEROS.
       77 WRK-TEXTO-LOJA    PIC X(20)      VALUE SPACES.
       77 WRK-LOJA-FLAG     PIC X(01)      VALUE 'N'.
           88 WRK-LOJA-VALIDA      VALUE 'S'.
       77 WRK-CONGELADA     PIC X(01)      VALUE 'N'.
           88 WRK-LOJA-CONGELADA   VALUE 'S'.
       77 WRK-PRODUTO       PIC X(10)      VALUE SPACES.
       77 WRK-PRODUTO-FLAG  PIC X(01)      VALUE 'N'.
           88 WRK-PRODUTO-VALIDO   VALUE 'S'.
       77 WRK-QTDE          PIC 9(05)      VALUE ZEROS.
       77 WRK-CONFIRMA      PIC X(01)      VALUE SPACES.
           88 WRK-CONFIRMA-SIM     VALUE 'S'.
       77 WRK-DIAS-LIMITE   PIC 9(03)      VALUE ZEROS.
       77 WRK-DATA-FUNCAO   PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2 PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-TRANSITO PIC S9(08)     VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-DIAS-ED       PIC ZZZ9       VALUE ZEROS.
       77 WRK-QT-TRANSITO   PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-ATRASADAS  PIC 9(05)      VALUE ZEROS.
       77 WRK-QTDE-TRANSITO PIC 9(07)      VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(100)     VALUE SPACES.
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB90'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0100-MENU UNTIL WRK-MENU-FIM.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.

       0100-MENU.
           DISPLAY '=============================================='.
           DISPLAY 'TRANSFERENCIA DE ESTOQUE ENTRE LOJAS'.
           DISPLAY '1 - EMITIR TRANSFERENCIA'.
           DISPLAY '2 - CONFIRMAR RECEBIMENTO'.
           DISPLAY '3 - CONSULTAR TRANSFERENCIA'.
           DISPLAY '4 - RELATORIO DE TRANSFERENCIAS EM TRANSITO'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 1000-EMITIR-TRANSFERENCIA
               WHEN '2'
                   PERFORM 2000-CONFIRMAR-RECEBIMENTO
               WHEN '3'
                   PERFORM 3000-CONSULTAR-TRANSFERENCIA
               WHEN '4'
                   PERFORM 4000-RELATORIO-TRANSITO
               WHEN 'X'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
           END-EVALUATE.

       0300-ABRIR-ESTOQUE.
           OPEN I-O ESTOQUE.
           IF WRK-FS-ESTOQUE EQUAL '35'
               OPEN OUTPUT ESTOQUE
               CLOSE ESTOQUE
               OPEN I-O ESTOQUE
           END-IF.

      * LOJA COM CONTAGEM DE INVENTARIO ABERTA ESTA COM O SALDO
      * CONGELADO ATE O ENCERRAMENTO NO PROGCOB89
       0400-VERIFICAR-CONGELAMENTO.
           MOVE 'N' TO WRK-CONGELADA.
           OPEN INPUT INVLOJA.
           IF WRK-FS-INVLOJA EQUAL '00'
               MOVE WRK-LOJA TO INVL-LOJA
               READ INVLOJA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INVL-SIT-ABERTA
                           SET WRK-LOJA-CONGELADA TO TRUE
                       END-IF
               END-READ
               CLOSE INVLOJA
           END-IF.

      * O SALDO SAI DA ORIGEM NA EMISSAO - A MERCADORIA NO
      * CAMINHAO NAO PODE SER VENDIDA POR NENHUMA DAS DUAS LOJAS
       1000-EMITIR-TRANSFERENCIA.
           MOVE 'LOJA DE ORIGEM: ' TO WRK-TEXTO-LOJA.
           PERFORM 1200-VALIDAR-LOJA.
           MOVE WRK-LOJA TO WRK-ORIGEM.
           MOVE 'LOJA DE DESTINO: ' TO WRK-TEXTO-LOJA.
           PERFORM 1200-VALIDAR-LOJA.
           MOVE WRK-LOJA TO WRK-DESTINO.
           MOVE WRK-ORIGEM TO WRK-LOJA.
           PERFORM 0400-VERIFICAR-CONGELAMENTO.
           IF WRK-ORIGEM EQUAL WRK-DESTINO
               DISPLAY 'ORIGEM E DESTINO IGUAIS - TRANSFERENCIA '
                   'RECUSADA'
           ELSE
               IF WRK-LOJA-CONGELADA
                   DISPLAY 'LOJA ' WRK-ORIGEM ' COM CONTAGEM DE '
                       'INVENTARIO ABERTA - TRANSFERENCIA RECUSADA'
               ELSE
                   PERFORM 1100-GRAVAR-DOCUMENTO
               END-IF
           END-IF.

       1050-LER-CONTROLE.
           MOVE 1 TO WRK-PROXIMO-DOC.
           OPEN INPUT TRFCTRL.
           IF WRK-FS-TRFCTRL EQUAL '00'
               READ TRFCTRL
                   NOT AT END
                       IF TRFCTRL-PROXIMO IS NUMERIC
                               AND TRFCTRL-PROXIMO > 0
                           MOVE TRFCTRL-PROXIMO TO
                               WRK-PROXIMO-DOC
                       END-IF
               END-READ
               CLOSE TRFCTRL
           END-IF.

       1060-GRAVAR-CONTROLE.
           OPEN OUTPUT TRFCTRL.
           MOVE WRK-PROXIMO-DOC TO TRFCTRL-PROXIMO.
           WRITE TRFCTRL-REG.
           CLOSE TRFCTRL.

       1100-GRAVAR-DOCUMENTO.
           OPEN I-O ESTOQUE.
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
               DISPLAY 'ARQUIVO ESTOQUE.DAT NAO ENCONTRADO'
           ELSE
               PERFORM 1050-LER-CONTROLE
               MOVE WRK-PROXIMO-DOC TO WRK-NUMERO-DOC
               OPEN I-O TRANSF
               IF WRK-FS-TRANSF EQUAL '35'
                   OPEN OUTPUT TRANSF
                   CLOSE TRANSF
                   OPEN I-O TRANSF
               END-IF
               MOVE ZEROS TO WRK-QT-LINHAS
               MOVE 'X' TO WRK-PRODUTO
               PERFORM UNTIL WRK-PRODUTO EQUAL SPACES
                   DISPLAY 'CODIGO DO PRODUTO (BRANCO ENCERRA): '
                   MOVE SPACES TO WRK-PRODUTO
                   ACCEPT WRK-PRODUTO
                   IF WRK-PRODUTO NOT EQUAL SPACES
                       PERFORM 1400-INCLUIR-LINHA
                   END-IF
               END-PERFORM
               CLOSE TRANSF
               CLOSE ESTOQUE
               IF WRK-QT-LINHAS EQUAL ZEROS
                   DISPLAY 'TRANSFERENCIA SEM LINHAS - NADA GRAVADO'
               ELSE
                   ADD 1 TO WRK-PROXIMO-DOC
                   PERFORM 1060-GRAVAR-CONTROLE
                   DISPLAY 'TRANSFERENCIA ' WRK-NUMERO-DOC
                       ' EMITIDA COM ' WRK-QT-LINHAS ' LINHA(S) - '
                       'EM TRANSITO PARA A LOJA ' WRK-DESTINO
               END-IF
           END-IF.

      * SEM LOJAS.DAT A LOJA ENTRA COMO DIGITADA, COMO NA
      * ENTRADA DE PEDIDOS DE VENDA
       1200-VALIDAR-LOJA.
           MOVE 'N' TO WRK-LOJA-FLAG.
           OPEN INPUT LOJAS.
           IF WRK-FS-LOJAS NOT EQUAL '00'
               DISPLAY WRK-TEXTO-LOJA
               ACCEPT WRK-LOJA
           ELSE
               PERFORM UNTIL WRK-LOJA-VALIDA
                   DISPLAY WRK-TEXTO-LOJA
                   ACCEPT WRK-LOJA
                   MOVE WRK-LOJA TO LOJA-NUMERO
                   READ LOJAS
                       INVALID KEY
                           DISPLAY 'LOJA NAO CADASTRADA'
                       NOT INVALID KEY
                           IF LOJA-SIT-ATIVA
                               SET WRK-LOJA-VALIDA TO TRUE
                               DISPLAY 'LOJA: ' LOJA-NOME
                           ELSE
                               DISPLAY 'LOJA EXCLUIDA DO CADASTRO'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOJAS
           END-IF.

       1400-INCLUIR-LINHA.
           PERFORM 1410-VALIDAR-PRODUTO.
           IF NOT WRK-PRODUTO-VALIDO
               DISPLAY 'PRODUTO NAO CADASTRADO OU INATIVO - '
                   'LINHA RECUSADA'
           ELSE
               IF WRK-QT-LINHAS NOT LESS THAN 99
                   DISPLAY 'LIMITE DE 99 LINHAS ATINGIDO - '
                       'LINHA RECUSADA'
               ELSE
                   DISPLAY 'QUANTIDADE A TRANSFERIR: '
                   ACCEPT WRK-QTDE
                   MOVE WRK-PRODUTO TO EST-PRODUTO
                   MOVE WRK-ORIGEM TO EST-LOJA
                   READ ESTOQUE
                       INVALID KEY
                           DISPLAY 'PRODUTO SEM SALDO NA LOJA '
                               WRK-ORIGEM ' - LINHA RECUSADA'
                       NOT INVALID KEY
                           IF WRK-QTDE EQUAL ZEROS
                                   OR WRK-QTDE > EST-SALDO
                               DISPLAY 'QUANTIDADE ZERADA OU ACIMA '
                                   'DO SALDO DA ORIGEM (' EST-SALDO
                                   ') - LINHA RECUSADA'
                           ELSE
                               PERFORM 1420-GRAVAR-LINHA
                           END-IF
                   END-READ
               END-IF
           END-IF.

       1410-VALIDAR-PRODUTO.
           MOVE 'N' TO WRK-PRODUTO-FLAG.
           OPEN INPUT PRODUTOS.
           IF WRK-FS-PRODUTOS EQUAL '00'
               MOVE WRK-PRODUTO TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PROD-SIT-ATIVO
                           SET WRK-PRODUTO-VALIDO TO TRUE
                           DISPLAY 'PRODUTO: ' PROD-DESCRICAO
                       END-IF
               END-READ
               CLOSE PRODUTOS
           END-IF.

      * A LINHA E GRAVADA ANTES DA BAIXA - SE A GRAVACAO FALHAR O
      * SALDO DA ORIGEM NAO E TOCADO
       1420-GRAVAR-LINHA.
           ADD 1 TO WRK-QT-LINHAS.
           MOVE SPACES TO TRF-REG.
           MOVE WRK-NUMERO-DOC TO TRF-NUMERO.
           MOVE WRK-QT-LINHAS TO TRF-LINHA.
           MOVE WRK-ORIGEM TO TRF-ORIGEM.
           MOVE WRK-DESTINO TO TRF-DESTINO.
           MOVE WRK-PRODUTO TO TRF-PRODUTO.
           MOVE WRK-QTDE TO TRF-QTDE.
           MOVE WRK-DATASYS TO TRF-EMISSAO.
           MOVE ZEROS TO TRF-RECEBIMENTO.
           SET TRF-SIT-TRANSITO TO TRUE.
           WRITE TRF-REG
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR A LINHA ' TRF-LINHA
                   SUBTRACT 1 FROM WRK-QT-LINHAS
               NOT INVALID KEY
                   SUBTRACT WRK-QTDE FROM EST-SALDO
                   REWRITE EST-REG
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 0963-JORNAL-ESTOQUE
                   DISPLAY 'LINHA ' TRF-LINHA ' EM TRANSITO - SALDO '
                       'NA ORIGEM: ' EST-SALDO
           END-WRITE.

      * A LOJA DE DESTINO CONFIRMA LINHA A LINHA - O QUE NAO
      * CHEGOU FICA EM TRANSITO E APARECE NO RELATORIO
       2000-CONFIRMAR-RECEBIMENTO.
           DISPLAY 'NUMERO DA TRANSFERENCIA: '.
           ACCEPT WRK-NUMERO-DOC.
           MOVE ZEROS TO WRK-QT-LINHAS.
           MOVE ZEROS TO WRK-QT-RECEBIDAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN I-O TRANSF.
           IF WRK-FS-TRANSF NOT EQUAL '00'
               DISPLAY 'ARQUIVO TRANSF.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-NUMERO-DOC TO TRF-NUMERO
               MOVE ZEROS TO TRF-LINHA
               PERFORM 0300-ABRIR-ESTOQUE
               START TRANSF KEY IS NOT LESS THAN TRF-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ TRANSF NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF TRF-NUMERO NOT EQUAL WRK-NUMERO-DOC
                               SET WRK-FIM-ARQ TO TRUE
                           ELSE
                               IF TRF-SIT-TRANSITO
                                   PERFORM 2100-RECEBER-LINHA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTOQUE
               CLOSE TRANSF
               IF WRK-QT-LINHAS EQUAL ZEROS
                   DISPLAY 'TRANSFERENCIA SEM LINHAS EM TRANSITO'
               ELSE
                   DISPLAY WRK-QT-RECEBIDAS ' DE ' WRK-QT-LINHAS
                       ' LINHA(S) EM TRANSITO RECEBIDA(S)'
               END-IF
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       2100-RECEBER-LINHA.
           ADD 1 TO WRK-QT-LINHAS.
           IF WRK-QT-LINHAS EQUAL 1
               MOVE TRF-DESTINO TO WRK-LOJA
               PERFORM 0400-VERIFICAR-CONGELAMENTO
               DISPLAY 'ORIGEM ' TRF-ORIGEM ' DESTINO ' TRF-DESTINO
                   ' EMISSAO ' TRF-EMISSAO
           END-IF.
           IF WRK-LOJA-CONGELADA
               DISPLAY 'LINHA ' TRF-LINHA ' - LOJA ' TRF-DESTINO
                   ' COM CONTAGEM DE INVENTARIO ABERTA - '
                   'RECEBIMENTO RECUSADO'
           ELSE
               DISPLAY 'LINHA ' TRF-LINHA ' PRODUTO ' TRF-PRODUTO
                   ' QTDE ' TRF-QTDE
               DISPLAY 'RECEBIDA (S/N): '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA-SIM
                   MOVE TRF-PRODUTO TO EST-PRODUTO
                   MOVE TRF-DESTINO TO EST-LOJA
                   READ ESTOQUE
                       INVALID KEY
                           MOVE TRF-PRODUTO TO EST-PRODUTO
                           MOVE TRF-DESTINO TO EST-LOJA
                           MOVE TRF-QTDE TO EST-SALDO
                           MOVE ZEROS TO EST-MINIMO
                           WRITE EST-REG
                           MOVE 'I' TO WRK-JRN-OPERACAO
                           PERFORM 0963-JORNAL-ESTOQUE
                       NOT INVALID KEY
                           ADD TRF-QTDE TO EST-SALDO
                           REWRITE EST-REG
                           MOVE 'A' TO WRK-JRN-OPERACAO
                           PERFORM 0963-JORNAL-ESTOQUE
                   END-READ
                   MOVE WRK-DATASYS TO TRF-RECEBIMENTO
                   SET TRF-SIT-RECEBIDA TO TRUE
                   REWRITE TRF-REG
                   ADD 1 TO WRK-QT-RECEBIDAS
               END-IF
           END-IF.

       3000-CONSULTAR-TRANSFERENCIA.
           DISPLAY 'NUMERO DA TRANSFERENCIA: '.
           ACCEPT WRK-NUMERO-DOC.
           MOVE ZEROS TO WRK-QT-LINHAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT TRANSF.
           IF WRK-FS-TRANSF NOT EQUAL '00'
               DISPLAY 'ARQUIVO TRANSF.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-NUMERO-DOC TO TRF-NUMERO
               MOVE ZEROS TO TRF-LINHA
               START TRANSF KEY IS NOT LESS THAN TRF-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ TRANSF NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF TRF-NUMERO NOT EQUAL WRK-NUMERO-DOC
                               SET WRK-FIM-ARQ TO TRUE
                           ELSE
                               PERFORM 3100-EXIBIR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSF
               IF WRK-QT-LINHAS EQUAL ZEROS
                   DISPLAY 'TRANSFERENCIA NAO ENCONTRADA'
               END-IF
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       3100-EXIBIR-LINHA.
           ADD 1 TO WRK-QT-LINHAS.
           IF WRK-QT-LINHAS EQUAL 1
               DISPLAY 'ORIGEM ' TRF-ORIGEM ' DESTINO ' TRF-DESTINO
                   ' EMISSAO ' TRF-EMISSAO
               DISPLAY 'LN PRODUTO    QTDE  SIT RECEBIMENTO'
           END-IF.
           DISPLAY TRF-LINHA ' ' TRF-PRODUTO ' ' TRF-QTDE '  '
               TRF-SITUACAO '   ' TRF-RECEBIMENTO.

      * LINHA EM TRANSITO HA MAIS DIAS QUE O LIMITE INFORMADO E
      * PROVAVEL VOLUME EXTRAVIADO - O RELATORIO MOSTRA TODAS AS
      * LINHAS EM TRANSITO E MARCA AS QUE PASSARAM DO LIMITE
       4000-RELATORIO-TRANSITO.
           DISPLAY 'DIAS EM TRANSITO PARA ALERTA: '.
           ACCEPT WRK-DIAS-LIMITE.
           MOVE ZEROS TO WRK-QT-TRANSITO.
           MOVE ZEROS TO WRK-QT-ATRASADAS.
           MOVE ZEROS TO WRK-QTDE-TRANSITO.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT TRANSF.
           IF WRK-FS-TRANSF NOT EQUAL '00'
               DISPLAY 'ARQUIVO TRANSF.DAT NAO ENCONTRADO'
           ELSE
               OPEN OUTPUT TRFREL
               MOVE SPACES TO TRFREL-LINHA
               STRING 'PROGCOB90 - TRANSFERENCIAS EM TRANSITO - '
                   WRK-DATASYS ' - ALERTA ACIMA DE ' WRK-DIAS-LIMITE
                   ' DIAS'
                   DELIMITED BY SIZE INTO TRFREL-LINHA
               WRITE TRFREL-LINHA
               MOVE SPACES TO TRFREL-LINHA
               STRING 'DOCTO  LN ORIG DEST PRODUTO    QTDE  '
                   'EMISSAO  DIAS SITUACAO'
                   DELIMITED BY SIZE INTO TRFREL-LINHA
               WRITE TRFREL-LINHA
               MOVE LOW-VALUES TO TRF-CHAVE
               START TRANSF KEY IS NOT LESS THAN TRF-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ TRANSF NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF TRF-SIT-TRANSITO
                               PERFORM 4100-IMPRIMIR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSF
               MOVE SPACES TO TRFREL-LINHA
               WRITE TRFREL-LINHA
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'LINHAS EM TRANSITO: ' WRK-QT-TRANSITO
                   '  ACIMA DO LIMITE: ' WRK-QT-ATRASADAS
                   '  UNIDADES: ' WRK-QTDE-TRANSITO
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO TRFREL-LINHA
               WRITE TRFREL-LINHA
               CLOSE TRFREL
               DISPLAY 'RELATORIO GRAVADO EM TRFREL.DAT - '
                   WRK-QT-TRANSITO ' LINHA(S) EM TRANSITO, '
                   WRK-QT-ATRASADAS ' ACIMA DO LIMITE'
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       4100-IMPRIMIR-LINHA.
           ADD 1 TO WRK-QT-TRANSITO.
           ADD TRF-QTDE TO WRK-QTDE-TRANSITO.
           MOVE 'D' TO WRK-DATA-FUNCAO.
           MOVE TRF-EMISSAO TO WRK-DATA-SERVICO.
           MOVE WRK-DATASYS TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DIAS-TRANSITO WRK-DATA-VALIDA.
           IF NOT WRK-DATA-OK OR WRK-DIAS-TRANSITO < ZEROS
               MOVE ZEROS TO WRK-DIAS-TRANSITO
           END-IF.
           MOVE WRK-DIAS-TRANSITO TO WRK-DIAS-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           IF WRK-DIAS-TRANSITO > WRK-DIAS-LIMITE
               ADD 1 TO WRK-QT-ATRASADAS
               STRING TRF-NUMERO ' ' TRF-LINHA ' ' TRF-ORIGEM '  '
                   TRF-DESTINO '  ' TRF-PRODUTO ' ' TRF-QTDE ' '
                   TRF-EMISSAO ' ' WRK-DIAS-ED ' VERIFICAR'
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           ELSE
               STRING TRF-NUMERO ' ' TRF-LINHA ' ' TRF-ORIGEM '  '
                   TRF-DESTINO '  ' TRF-PRODUTO ' ' TRF-QTDE ' '
                   TRF-EMISSAO ' ' WRK-DIAS-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           END-IF.
           MOVE WRK-LINHA-ED TO TRFREL-LINHA.
           WRITE TRFREL-LINHA.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB90' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-TRANSITO TO RUNLOG-QTDE-REGISTROS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.

       0963-JORNAL-ESTOQUE.
           MOVE 'ESTOQUE' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-ESTOQUE TO WRK-JRN-FS.
           MOVE EST-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
