       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB96.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: MANUTENCAO DAS LISTAS DE PRECOS - CABECALHO DA
      * LISTA (LISTAPRC.DAT) COM LOJA, CLASSE ABC DO CLIENTE,
      * VIGENCIA E TIPO (TABELA OU PROMOCAO) E PRECO DE CADA
      * PRODUTO NA LISTA (PRECOS.DAT); A PROMOCAO DE FIM DE
      * SEMANA DE UMA LOJA VIRA UMA LISTA COM DATA DE TERMINO,
      * SEM MEXER NO PRECO DO CADASTRO DE PRODUTOS; A OPCAO DE
      * SIMULACAO MOSTRA O PRECO QUE A ROTINA PROGCOBPRECO
      * DEVOLVERIA PARA A VENDA
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTAPRC ASSIGN TO "LISTAPRC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LPRC-CODIGO
               FILE STATUS IS WRK-FS-LISTAPRC.

           SELECT PRECOS ASSIGN TO "PRECOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREC-CHAVE
               ALTERNATE RECORD KEY IS PREC-PRODUTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-PRECOS.

           SELECT PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  LISTAPRC.
           COPY LPRCREG.

       FD  PRECOS.
           COPY PRECREG.

       FD  PRODUTOS.
           COPY PRODREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-LISTAPRC      PIC X(02)      VALUE SPACES.
       77 WRK-FS-PRECOS        PIC X(02)      VALUE SPACES.
       77 WRK-FS-PRODUTOS      PIC X(02)      VALUE SPACES.
       77 WRK-OPCAO            PIC X(01)      VALUE SPACES.
       77 WRK-FIM-MANUT        PIC X(01)      VALUE 'N'.
           88 WRK-MANUT-FIM           VALUE 'S'.
       77 WRK-LISTA-BUSCA      PIC X(06)      VALUE SPACES.
       77 WRK-PRODUTO-BUSCA    PIC X(10)      VALUE SPACES.
       77 WRK-EOF-PRECOS       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PRECOS          VALUE 'S'.
       77 WRK-QT-LISTADOS      PIC 9(04)      VALUE ZEROS.
       77 WRK-CONFIRMA         PIC X(01)      VALUE SPACES.
           88 WRK-CONFIRMA-SIM        VALUE 'S'.
       77 WRK-LISTA-FLAG       PIC X(01)      VALUE 'N'.
           88 WRK-LISTA-OK            VALUE 'S'.
       77 WRK-PRODUTO-FLAG     PIC X(01)      VALUE 'N'.
           88 WRK-PRODUTO-VALIDO      VALUE 'S'.
       77 WRK-NOVO-PRECO       PIC 9(06)V99   VALUE ZEROS.
       77 WRK-DATA-FUNCAO      PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO     PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2    PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-RESULTADO   PIC S9(08)     VALUE ZEROS.
       77 WRK-DATA-VALIDA      PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK             VALUE 'S'.
       01 WRK-PRECO-AREA.
           02 WRK-PRC-PRODUTO      PIC X(10).
           02 WRK-PRC-LOJA         PIC 9(03).
           02 WRK-PRC-CLASSE       PIC X(01).
           02 WRK-PRC-DATA-VENDA   PIC 9(08).
           02 WRK-PRC-PRECO-CADASTRO PIC 9(06)V99.
           02 WRK-PRC-PRECO        PIC 9(06)V99.
           02 WRK-PRC-LISTA        PIC X(06).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-PROCESSAR UNTIL WRK-MANUT-FIM.
           STOP RUN.

       0100-PROCESSAR.
           DISPLAY '=============================================='.
           DISPLAY 'LISTAS DE PRECOS E PROMOCOES'.
           DISPLAY '1 - INCLUIR LISTA'.
           DISPLAY '2 - CONSULTAR LISTA'.
           DISPLAY '3 - ALTERAR VIGENCIA / DESATIVAR LISTA'.
           DISPLAY '4 - PRECO DE PRODUTO NA LISTA'.
           DISPLAY '5 - SIMULAR PRECO DE VENDA'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 2000-INCLUIR-LISTA
               WHEN '2'
                   PERFORM 2100-CONSULTAR-LISTA
               WHEN '3'
                   PERFORM 2200-ALTERAR-LISTA
               WHEN '4'
                   PERFORM 2300-PRECO-PRODUTO
               WHEN '5'
                   PERFORM 2400-SIMULAR-PRECO
               WHEN 'X'
                   SET WRK-MANUT-FIM TO TRUE
               WHEN OTHER
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
           END-EVALUATE.

      * 'BASE' E O CODIGO QUE A ROTINA DE PRECO DEVOLVE QUANDO O
      * PRECO VEM DO CADASTRO DE PRODUTOS - NAO PODE SER LISTA
       2000-INCLUIR-LISTA.
           MOVE SPACES TO LPRC-REG.
           DISPLAY 'CODIGO DA LISTA (ATE 6): '.
           ACCEPT LPRC-CODIGO.
           IF LPRC-CODIGO EQUAL SPACES OR LPRC-CODIGO EQUAL 'BASE'
               DISPLAY 'CODIGO DE LISTA INVALIDO'
           ELSE
               DISPLAY 'DESCRICAO.......................: '
               ACCEPT LPRC-DESCRICAO
               DISPLAY 'TIPO (T = TABELA, P = PROMOCAO).: '
               ACCEPT LPRC-TIPO
               DISPLAY 'LOJA (ZERO = TODAS).............: '
               ACCEPT LPRC-LOJA
               DISPLAY 'CLASSE ABC (BRANCO = TODAS).....: '
               ACCEPT LPRC-CLASSE
               PERFORM 2010-LER-VIGENCIA
               PERFORM 2020-CRITICAR-LISTA
               IF WRK-LISTA-OK
                   SET LPRC-SIT-ATIVA TO TRUE
                   OPEN I-O LISTAPRC
                   IF WRK-FS-LISTAPRC EQUAL '35'
                       OPEN OUTPUT LISTAPRC
                       CLOSE LISTAPRC
                       OPEN I-O LISTAPRC
                   END-IF
                   WRITE LPRC-REG
                       INVALID KEY
                           DISPLAY 'JA EXISTE LISTA COM ESSE CODIGO'
                       NOT INVALID KEY
                           DISPLAY 'LISTA INCLUIDA - INFORMAR OS '
                               'PRECOS PELA OPCAO 4'
                   END-WRITE
                   CLOSE LISTAPRC
               END-IF
           END-IF.

       2010-LER-VIGENCIA.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD)...: '.
           ACCEPT LPRC-INICIO.
           DISPLAY 'FIM DA VIGENCIA (ZERO = SEM FIM): '.
           ACCEPT LPRC-FIM.

       2020-CRITICAR-LISTA.
           MOVE 'S' TO WRK-LISTA-FLAG.
           IF NOT LPRC-TIPO-TABELA AND NOT LPRC-TIPO-PROMOCAO
               DISPLAY 'TIPO DEVE SER T OU P'
               MOVE 'N' TO WRK-LISTA-FLAG
           END-IF.
           IF LPRC-CLASSE NOT EQUAL SPACES
               AND LPRC-CLASSE NOT EQUAL 'A'
               AND LPRC-CLASSE NOT EQUAL 'B'
               AND LPRC-CLASSE NOT EQUAL 'C'
               DISPLAY 'CLASSE DEVE SER A, B, C OU BRANCO'
               MOVE 'N' TO WRK-LISTA-FLAG
           END-IF.
           MOVE 'V' TO WRK-DATA-FUNCAO.
           MOVE LPRC-INICIO TO WRK-DATA-SERVICO.
           MOVE ZEROS TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DATA-RESULTADO WRK-DATA-VALIDA.
           IF NOT WRK-DATA-OK
               DISPLAY 'DATA DE INICIO INVALIDA'
               MOVE 'N' TO WRK-LISTA-FLAG
           END-IF.
           IF LPRC-FIM NOT EQUAL ZEROS
               MOVE LPRC-FIM TO WRK-DATA-SERVICO
               CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
                   WRK-DATA-SERVICO WRK-DATA-SERVICO2
                   WRK-DATA-RESULTADO WRK-DATA-VALIDA
               IF NOT WRK-DATA-OK
                   DISPLAY 'DATA DE FIM INVALIDA'
                   MOVE 'N' TO WRK-LISTA-FLAG
               ELSE
                   IF LPRC-FIM < LPRC-INICIO
                       DISPLAY 'FIM DA VIGENCIA ANTES DO INICIO'
                       MOVE 'N' TO WRK-LISTA-FLAG
                   END-IF
               END-IF
           END-IF.
           IF NOT WRK-LISTA-OK
               DISPLAY 'LISTA NAO GRAVADA'
           END-IF.

       2100-CONSULTAR-LISTA.
           DISPLAY 'CODIGO DA LISTA: '.
           ACCEPT WRK-LISTA-BUSCA.
           OPEN INPUT LISTAPRC.
           IF WRK-FS-LISTAPRC NOT EQUAL '00'
               DISPLAY 'ARQUIVO LISTAPRC.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-LISTA-BUSCA TO LPRC-CODIGO
               READ LISTAPRC
                   INVALID KEY
                       DISPLAY 'LISTA NAO ENCONTRADA'
                   NOT INVALID KEY
                       PERFORM 2110-EXIBIR-LISTA
                       PERFORM 2120-LISTAR-PRECOS
               END-READ
               CLOSE LISTAPRC
           END-IF.

       2110-EXIBIR-LISTA.
           DISPLAY 'LISTA....: ' LPRC-CODIGO ' ' LPRC-DESCRICAO.
           DISPLAY 'TIPO.....: ' LPRC-TIPO.
           DISPLAY 'LOJA.....: ' LPRC-LOJA.
           DISPLAY 'CLASSE...: ' LPRC-CLASSE.
           DISPLAY 'VIGENCIA.: ' LPRC-INICIO ' A ' LPRC-FIM.
           DISPLAY 'SITUACAO.: ' LPRC-SITUACAO.

       2120-LISTAR-PRECOS.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           MOVE 'N' TO WRK-EOF-PRECOS.
           OPEN INPUT PRECOS.
           IF WRK-FS-PRECOS EQUAL '00'
               DISPLAY 'PRODUTO         PRECO'
               MOVE LPRC-CODIGO TO PREC-LISTA
               MOVE LOW-VALUES TO PREC-PRODUTO
               START PRECOS KEY IS NOT LESS THAN PREC-CHAVE
                   INVALID KEY
                       SET WRK-FIM-PRECOS TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-PRECOS
                   READ PRECOS NEXT RECORD
                       AT END
                           SET WRK-FIM-PRECOS TO TRUE
                       NOT AT END
                           IF PREC-LISTA NOT EQUAL LPRC-CODIGO
                               SET WRK-FIM-PRECOS TO TRUE
                           ELSE
                               ADD 1 TO WRK-QT-LISTADOS
                               DISPLAY PREC-PRODUTO ' ' PREC-PRECO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRECOS
           END-IF.
           DISPLAY 'PRODUTOS NA LISTA: ' WRK-QT-LISTADOS.

       2200-ALTERAR-LISTA.
           DISPLAY 'CODIGO DA LISTA: '.
           ACCEPT WRK-LISTA-BUSCA.
           OPEN I-O LISTAPRC.
           IF WRK-FS-LISTAPRC NOT EQUAL '00'
               DISPLAY 'ARQUIVO LISTAPRC.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-LISTA-BUSCA TO LPRC-CODIGO
               READ LISTAPRC
                   INVALID KEY
                       DISPLAY 'LISTA NAO ENCONTRADA'
                   NOT INVALID KEY
                       PERFORM 2110-EXIBIR-LISTA
                       DISPLAY 'DESATIVAR A LISTA (S/N): '
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA-SIM
                           SET LPRC-SIT-INATIVA TO TRUE
                           REWRITE LPRC-REG
                           DISPLAY 'LISTA DESATIVADA'
                       ELSE
                           PERFORM 2010-LER-VIGENCIA
                           PERFORM 2020-CRITICAR-LISTA
                           IF WRK-LISTA-OK
                               SET LPRC-SIT-ATIVA TO TRUE
                               REWRITE LPRC-REG
                               DISPLAY 'VIGENCIA ALTERADA'
                           END-IF
                       END-IF
               END-READ
               CLOSE LISTAPRC
           END-IF.

      * PRECO ZERO RETIRA O PRODUTO DA LISTA - DALI EM DIANTE ELE
      * VOLTA A SER PRECIFICADO PELAS OUTRAS LISTAS OU PELO CADASTRO
       2300-PRECO-PRODUTO.
           MOVE 'N' TO WRK-LISTA-FLAG.
           DISPLAY 'CODIGO DA LISTA: '.
           ACCEPT WRK-LISTA-BUSCA.
           OPEN INPUT LISTAPRC.
           IF WRK-FS-LISTAPRC NOT EQUAL '00'
               DISPLAY 'ARQUIVO LISTAPRC.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-LISTA-BUSCA TO LPRC-CODIGO
               READ LISTAPRC
                   INVALID KEY
                       DISPLAY 'LISTA NAO ENCONTRADA'
                   NOT INVALID KEY
                       SET WRK-LISTA-OK TO TRUE
               END-READ
               CLOSE LISTAPRC
           END-IF.
           IF WRK-LISTA-OK
               DISPLAY 'CODIGO DO PRODUTO: '
               ACCEPT WRK-PRODUTO-BUSCA
               PERFORM 2310-VALIDAR-PRODUTO
               IF NOT WRK-PRODUTO-VALIDO
                   DISPLAY 'PRODUTO NAO CADASTRADO OU INATIVO'
               ELSE
                   PERFORM 2320-GRAVAR-PRECO
               END-IF
           END-IF.

       2310-VALIDAR-PRODUTO.
           MOVE 'N' TO WRK-PRODUTO-FLAG.
           OPEN INPUT PRODUTOS.
           IF WRK-FS-PRODUTOS EQUAL '00'
               MOVE WRK-PRODUTO-BUSCA TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PROD-SIT-ATIVO
                           SET WRK-PRODUTO-VALIDO TO TRUE
                           DISPLAY 'PRODUTO: ' PROD-DESCRICAO
                               '  PRECO CADASTRO: ' PROD-PRECO
                       END-IF
               END-READ
               CLOSE PRODUTOS
           END-IF.

       2320-GRAVAR-PRECO.
           OPEN I-O PRECOS.
           IF WRK-FS-PRECOS EQUAL '35'
               OPEN OUTPUT PRECOS
               CLOSE PRECOS
               OPEN I-O PRECOS
           END-IF.
           MOVE WRK-LISTA-BUSCA TO PREC-LISTA.
           MOVE WRK-PRODUTO-BUSCA TO PREC-PRODUTO.
           READ PRECOS
               INVALID KEY
                   DISPLAY 'PRODUTO AINDA SEM PRECO NESTA LISTA'
                   DISPLAY 'PRECO NA LISTA (999999,99): '
                   ACCEPT WRK-NOVO-PRECO
                   IF WRK-NOVO-PRECO > ZEROS
                       MOVE WRK-LISTA-BUSCA TO PREC-LISTA
                       MOVE WRK-PRODUTO-BUSCA TO PREC-PRODUTO
                       MOVE WRK-NOVO-PRECO TO PREC-PRECO
                       WRITE PREC-REG
                       DISPLAY 'PRECO INCLUIDO NA LISTA'
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'PRECO ATUAL NA LISTA: ' PREC-PRECO
                   DISPLAY 'NOVO PRECO (ZERO = RETIRAR DA LISTA): '
                   ACCEPT WRK-NOVO-PRECO
                   IF WRK-NOVO-PRECO EQUAL ZEROS
                       DELETE PRECOS RECORD
                       DISPLAY 'PRODUTO RETIRADO DA LISTA'
                   ELSE
                       MOVE WRK-NOVO-PRECO TO PREC-PRECO
                       REWRITE PREC-REG
                       DISPLAY 'PRECO ALTERADO'
                   END-IF
           END-READ.
           CLOSE PRECOS.

       2400-SIMULAR-PRECO.
           DISPLAY 'CODIGO DO PRODUTO: '.
           ACCEPT WRK-PRODUTO-BUSCA.
           PERFORM 2310-VALIDAR-PRODUTO.
           IF NOT WRK-PRODUTO-VALIDO
               DISPLAY 'PRODUTO NAO CADASTRADO OU INATIVO'
           ELSE
               MOVE WRK-PRODUTO-BUSCA TO WRK-PRC-PRODUTO
               MOVE PROD-PRECO TO WRK-PRC-PRECO-CADASTRO
               DISPLAY 'LOJA: '
               ACCEPT WRK-PRC-LOJA
               DISPLAY 'CLASSE ABC DO CLIENTE (BRANCO = BALCAO): '
               ACCEPT WRK-PRC-CLASSE
               DISPLAY 'DATA DA VENDA (AAAAMMDD, ZERO = HOJE): '
               ACCEPT WRK-PRC-DATA-VENDA
               IF WRK-PRC-DATA-VENDA EQUAL ZEROS
                   ACCEPT WRK-PRC-DATA-VENDA FROM DATE YYYYMMDD
               END-IF
               CALL 'PROGCOBPRECO' USING WRK-PRECO-AREA
               DISPLAY 'PRECO DE VENDA: ' WRK-PRC-PRECO
                   '  LISTA: ' WRK-PRC-LISTA
           END-IF.
