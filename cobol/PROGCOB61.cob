      * GRAVA OS BONS EM PEDIDOS.DAT COMO PEDIDOS EM ABERTO E
      * CADA REJEITADO COM O MOTIVO EM WEBREJ.DAT - O MESMO
      * CORTE BOM/RUIM DA CARGA DE CLIENTES (PROGCOB22)
      * ATUALIZACAO: PRECO DO PRODUTO PELA ROTINA DE LISTAS DE
      * PRECOS (PROGCOBPRECO) PELA LOJA DO PEDIDO E CLASSE ABC DO
      * CLIENTE, IGUAL A ENTRADA ONLINE; A LISTA QUE PRECIFICOU
      * FICA GRAVADA NO PEDIDO
      * ATUALIZACAO: SEQUENCIA DO ENDERECO DE ENTREGA NO FIM DA
      * LINHA DE WEBPED.DAT (ZERO OU AUSENTE = PADRAO DO CLIENTE),
      * RESOLVIDA PELA PROGCOBENT - FRETE E ICMS PELA UF DE
      * ENTREGA E ENDERECO COPIADO NO PEDIDO; SEQUENCIA
      * INEXISTENTE OU DESATIVADA REJEITA O PEDIDO
      * ATUALIZACAO: WEBPED.DAT COM HEADER/TRAILER DE CONTROLE
      * (INTCTL) CONFERIDO PELA PROGCOBINT ANTES DA CARGA -
      * ARQUIVO INCOMPLETO OU COM SEQUENCIA JA PROCESSADA E
      * REJEITADO INTEIRO, SEM GRAVAR NENHUM PEDIDO
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT WEBREJ ASSIGN TO "WEBREJ.DAT"
           02  WEB-PRODUTO         PIC X(10).
           02  WEB-QTDE            PIC 9(05).
           02  WEB-PESO            PIC 9(04)V99.
           02  WEB-ENTREGA         PIC 9(02).
           COPY INTCTL.

       FD  CLIENTES.
           COPY CLIREG.
       77 WRK-QT-REJEITADOS PIC 9(06)      VALUE ZEROS.
       77 WRK-MOTIVO        PIC X(40)      VALUE SPACES.
       77 WRK-UF-CLIENTE    PIC X(02)      VALUE SPACES.
       77 WRK-END-CADASTRO  PIC X(70)      VALUE SPACES.
       77 WRK-CLASSE-CLIENTE PIC X(01)     VALUE SPACES.
       77 WRK-VALOR-ITENS   PIC 9(08)V99   VALUE ZEROS.
       77 WRK-VALOR-CALC    PIC 9(11)V99   VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(100)     VALUE SPACES.
       01 WRK-ENT-AREA.
           02 WRK-ENT-FUNCAO       PIC X(01).
           02 WRK-ENT-CLIENTE      PIC 9(06).
           02 WRK-ENT-SEQ          PIC 9(02).
           02 WRK-ENT-DESCRICAO    PIC X(20).
           02 WRK-ENT-ENDERECO.
               03 WRK-ENT-LOGRADOURO PIC X(40).
               03 WRK-ENT-CIDADE     PIC X(20).
               03 WRK-ENT-UF         PIC X(02).
               03 WRK-ENT-CEP        PIC 9(08).
           02 WRK-ENT-RETORNO      PIC X(01).
               88 WRK-ENT-OK           VALUE '0'.
               88 WRK-ENT-NAO-ACHADO   VALUE '1'.
       01 WRK-PRECO-AREA.
           02 WRK-PRC-PRODUTO      PIC X(10).
           02 WRK-PRC-LOJA         PIC 9(03).
           02 WRK-PRC-CLASSE       PIC X(01).
           02 WRK-PRC-DATA-VENDA   PIC 9(08).
           02 WRK-PRC-PRECO-CADASTRO PIC 9(06)V99.
           02 WRK-PRC-PRECO        PIC 9(06)V99.
           02 WRK-PRC-LISTA        PIC X(06).
       01 WRK-FRETE-AREA.
           02 WRK-UF               PIC X(02).
           02 WRK-PESO             PIC 9(04)V99.
               88 WRK-SEM-TARIFA       VALUE '1'.
               88 WRK-SEM-ICMS         VALUE '2'.

       01 WRK-INT-AREA.
           02 WRK-INT-FUNCAO       PIC X(01).
           02 WRK-INT-PROGRAMA     PIC X(10).
           02 WRK-INT-INTERFACE    PIC X(08).
           02 WRK-INT-REGISTRO     PIC X(27).
           02 WRK-INT-VALOR-DETALHE PIC 9(13)V99.
           02 WRK-INT-QT-HEADER    PIC 9(03).
           02 WRK-INT-QT-TRAILER   PIC 9(03).
           02 WRK-INT-FORA-ORDEM   PIC X(01).
           02 WRK-INT-REMETENTE    PIC X(10).
           02 WRK-INT-DATA-GERACAO PIC 9(08).
           02 WRK-INT-SEQUENCIA    PIC 9(06).
           02 WRK-INT-QTDE-TRAILER PIC 9(07).
           02 WRK-INT-VALOR-TRAILER PIC 9(13)V99.
           02 WRK-INT-QTDE-LIDA    PIC 9(07).
           02 WRK-INT-VALOR-LIDO   PIC 9(13)V99.
           02 WRK-INT-MOTIVO       PIC X(40).
           02 WRK-INT-RETORNO      PIC X(01)      VALUE '0'.
               88 WRK-INT-ACEITO       VALUE '0'.
               88 WRK-INT-REJEITADO    VALUE '1'.
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB61'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-INICIAR.
           IF WRK-FS-WEBPED NOT EQUAL '00'
               DISPLAY 'ARQUIVO WEBPED.DAT NAO ENCONTRADO'
           ELSE
               PERFORM 0205-CONFERIR-CONTROLE
               PERFORM UNTIL WRK-FIM-WEBPED
                   READ WEBPED
                       AT END
                           SET WRK-FIM-WEBPED TO TRUE
                       NOT AT END
                           IF NOT INT-REG-CONTROLE
                               ADD 1 TO WRK-QT-LIDOS
                               PERFORM 0210-CRITICAR-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WEBPED
               IF WRK-INT-ACEITO
                   MOVE 'R' TO WRK-INT-FUNCAO
                   CALL 'PROGCOBINT' USING WRK-INT-AREA
               END-IF
           END-IF.

      * PRIMEIRA PASSADA NO ARQUIVO SO PARA CONFERIR HEADER,
      * TRAILER E SEQUENCIA - PEDIDO WEB NAO TEM VALOR NO
      * TRAILER. REJEITADO, O ARQUIVO NEM E LIDO NA CARGA
       0205-CONFERIR-CONTROLE.
           MOVE 'PROGCOB61' TO WRK-INT-PROGRAMA.
           MOVE 'WEBPED' TO WRK-INT-INTERFACE.
           MOVE 'I' TO WRK-INT-FUNCAO.
           CALL 'PROGCOBINT' USING WRK-INT-AREA.
           MOVE 'A' TO WRK-INT-FUNCAO.
           MOVE ZEROS TO WRK-INT-VALOR-DETALHE.
           PERFORM UNTIL WRK-FIM-WEBPED
               READ WEBPED
                   AT END
                       SET WRK-FIM-WEBPED TO TRUE
                   NOT AT END
                       MOVE INT-CONTROLE TO WRK-INT-REGISTRO
                       CALL 'PROGCOBINT' USING WRK-INT-AREA
               END-READ
           END-PERFORM.
           CLOSE WEBPED.
           MOVE 'V' TO WRK-INT-FUNCAO.
           CALL 'PROGCOBINT' USING WRK-INT-AREA.
           MOVE 'N' TO WRK-EOF-WEBPED.
           OPEN INPUT WEBPED.
           IF WRK-INT-REJEITADO
               DISPLAY 'ARQUIVO WEBPED.DAT REJEITADO - '
                   WRK-INT-MOTIVO
               SET WRK-FIM-WEBPED TO TRUE
           END-IF.

       0210-CRITICAR-PEDIDO.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 0220-CRITICAR-CLIENTE.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0225-RESOLVER-ENTREGA
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0230-CRITICAR-PRODUTO
           END-IF.
                   NOT INVALID KEY
                       IF CLI-SIT-ATIVO
                           MOVE CLI-UF TO WRK-UF-CLIENTE
                           MOVE CLI-ENDERECO TO WRK-END-CADASTRO
                           MOVE CLI-CLASSE-ABC TO WRK-CLASSE-CLIENTE
                       ELSE
                           MOVE 'CLIENTE EXCLUIDO' TO WRK-MOTIVO
                       END-IF
               CLOSE CLIENTES
           END-IF.

      * LINHA NO LAYOUT ANTIGO, SEM A SEQUENCIA, VAI PARA O PADRAO
       0225-RESOLVER-ENTREGA.
           IF WEB-ENTREGA NOT NUMERIC
               MOVE ZEROS TO WEB-ENTREGA
           END-IF.
           MOVE 'B' TO WRK-ENT-FUNCAO.
           MOVE WEB-CLIENTE TO WRK-ENT-CLIENTE.
           MOVE WEB-ENTREGA TO WRK-ENT-SEQ.
           MOVE WRK-END-CADASTRO TO WRK-ENT-ENDERECO.
           CALL 'PROGCOBENT' USING WRK-ENT-AREA.
           IF WRK-ENT-OK
               MOVE WRK-ENT-UF TO WRK-UF-CLIENTE
           ELSE
               MOVE 'ENDERECO DE ENTREGA INEXISTENTE' TO WRK-MOTIVO
           END-IF.

      * O VALOR DOS ITENS SAI DAS LISTAS DE PRECOS OU DO CADASTRO,
      * NUNCA DO ARQUIVO EXTERNO - A LOJA WEB NAO DITA PRECO
       0230-CRITICAR-PRODUTO.
           OPEN INPUT PRODUTOS.
           IF WRK-FS-PRODUTOS NOT EQUAL '00'
                       MOVE 'PRODUTO INEXISTENTE' TO WRK-MOTIVO
                   NOT INVALID KEY
                       IF PROD-SIT-ATIVO
                           PERFORM 0235-OBTER-PRECO
                           COMPUTE WRK-VALOR-CALC =
                               WEB-QTDE * WRK-PRC-PRECO
                           IF WRK-VALOR-CALC > 999999,99
                               MOVE 'VALOR ACIMA DO LIMITE DE COTACAO'
                                   TO WRK-MOTIVO
               CLOSE PRODUTOS
           END-IF.

       0235-OBTER-PRECO.
           MOVE WEB-PRODUTO TO WRK-PRC-PRODUTO.
           MOVE WEB-LOJA TO WRK-PRC-LOJA.
           MOVE WRK-CLASSE-CLIENTE TO WRK-PRC-CLASSE.
           MOVE WRK-DATASYS TO WRK-PRC-DATA-VENDA.
           MOVE PROD-PRECO TO WRK-PRC-PRECO-CADASTRO.
           CALL 'PROGCOBPRECO' USING WRK-PRECO-AREA.

       0240-COTAR-FRETE.
           MOVE WRK-UF-CLIENTE TO WRK-UF.
           MOVE WEB-PESO TO WRK-PESO.
           MOVE WRK-DATASYS TO WRK-DATA-COTACAO.
           CALL 'PROGCOBFRETE' USING WRK-FRETE-AREA.
           IF NOT WRK-COTACAO-OK
               MOVE 'FRETE NAO COTADO PARA A UF DE ENTREGA'
                   TO WRK-MOTIVO
           END-IF.

           MOVE WEB-CLIENTE TO PED-CLIENTE.
           MOVE WRK-DATASYS TO PED-DATA.
           MOVE WEB-LOJA TO PED-LOJA.
           MOVE WRK-ENT-SEQ TO PED-ENTREGA.
           MOVE WRK-ENT-LOGRADOURO TO PED-ENT-LOGRADOURO.
           MOVE WRK-ENT-CIDADE TO PED-ENT-CIDADE.
           MOVE WRK-ENT-CEP TO PED-ENT-CEP.
           MOVE WRK-VALOR-ITENS TO PED-VALOR-ITENS.
           MOVE WEB-PESO TO PED-PESO.
           MOVE WRK-UF-CLIENTE TO PED-UF.
           MOVE ZEROS TO PED-VENDEDOR.
           MOVE ZEROS TO PED-NOTA-FISCAL.
           MOVE ZEROS TO PED-ROMANEIO.
           MOVE WRK-PRC-LISTA TO PED-LISTA-PRECO.
           WRITE PEDIDO-REG
               INVALID KEY
                   MOVE 'JA EXISTE PEDIDO COM ESTE NUMERO'
                       TO WRK-MOTIVO
                   PERFORM 0260-GRAVAR-REJEICAO
               NOT INVALID KEY
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 0961-JORNAL-PEDIDOS
                   ADD 1 TO WRK-QT-GRAVADOS
           END-WRITE.

           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.

       0961-JORNAL-PEDIDOS.
           MOVE 'PEDIDOS' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-PEDIDOS TO WRK-JRN-FS.
           MOVE PEDIDO-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
