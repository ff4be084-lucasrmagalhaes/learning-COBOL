      * DO SOLICITANTE APLICAR OU REJEITAR; A DECISAO FICA NO
      * PROPRIO REGISTRO COM AS DUAS IDENTIDADES - O CAMINHO DE
      * UM ADMINISTRADOR SO FOI APONTADO PELA AUDITORIA
      * ATUALIZACAO: APROVACAO DOS AJUSTES DE INVENTARIO ACIMA DA
      * TOLERANCIA (PROGCOB89) - A DIFERENCA CONTADA E APLICADA
      * SOBRE O SALDO ATUAL DE ESTOQUE.DAT
      * ATUALIZACAO: APROVACAO DAS PROPOSTAS DA REVISAO TRIMESTRAL
      * DE LIMITE DE CREDITO (PROGCOB99) - O NOVO LIMITE SO E
      * GRAVADO NO CADASTRO SE O LIMITE ATUAL AINDA FOR O DA
      * PROPOSTA
      * ATUALIZACAO: APROVACAO DA BAIXA DE TITULOS COMO PERDA
      * (PROGCOB100) - O TITULO AINDA ABERTO PASSA A SITUACAO DE
      * PERDA COM A DATA E O MOTIVO, E A PERDA E LANCADA NO
      * DIARIO (LANCTOS.DAT) CONTRA CLIENTES A RECEBER
      * ATUALIZACAO: APROVACAO DA REABERTURA DE PERIODO CONTABIL
      * FECHADO (PROGCOB111) - O MES VOLTA A ACEITAR MOVIMENTO EM
      * PERIODOS.DAT E A DECISAO VAI PARA A TRILHA DE AUDITORIA;
      * A PERDA NAO E LANCADA COM O MES DE HOJE FECHADO
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDENCIAIS.

           SELECT ESTOQUE ASSIGN TO "ESTOQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT INVENT ASSIGN TO "INVENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-CHAVE
               FILE STATUS IS WRK-FS-INVENT.

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

           SELECT LANCTOS ASSIGN TO "LANCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCTOS.

           SELECT PERIODOS ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-ANOMES
               FILE STATUS IS WRK-FS-PERIODOS.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDAPR.
       FD  CREDENCIAIS.
           COPY CREDREG.

       FD  ESTOQUE.
           COPY ESTREG.

       FD  INVENT.
           COPY INVREG.

       FD  CLIENTES.
           COPY CLIREG.

       FD  CONTASREC.
           COPY RECREG.

       FD  LANCTOS.
           COPY LANCREG.

       FD  PERIODOS.
           COPY PERREG.

       FD  AUDITORIA.
       01  AUDITORIA-LINHA         PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-PENDAPR    PIC X(02)      VALUE SPACES.
       77 WRK-FS-APRNOVO    PIC X(02)      VALUE SPACES.
       77 WRK-FS-FAIXAS     PIC X(02)      VALUE SPACES.
       77 WRK-FS-TARIFAS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-CREDENCIAIS PIC X(02)     VALUE SPACES.
       77 WRK-FS-ESTOQUE    PIC X(02)      VALUE SPACES.
       77 WRK-FS-INVENT     PIC X(02)      VALUE SPACES.
       77 WRK-FS-CLIENTES   PIC X(02)      VALUE SPACES.
       77 WRK-FS-CONTASREC  PIC X(02)      VALUE SPACES.
       77 WRK-FS-LANCTOS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-PERIODOS   PIC X(02)      VALUE SPACES.
       77 WRK-FS-AUDITORIA  PIC X(02)      VALUE SPACES.
       77 WRK-HORA-AUDIT    PIC 9(08)      VALUE ZEROS.
       77 WRK-TEXTO-AUDIT   PIC X(40)      VALUE SPACES.
       77 WRK-PERIODO-SIT   PIC X(01)      VALUE SPACES.
           88 WRK-PERIODO-FECHADO  VALUE 'F'.
       77 WRK-CONTA-PERDAS  PIC 9(06)      VALUE 410002.
       77 WRK-CONTA-CLIENTES PIC 9(06)     VALUE 110001.
       77 WRK-NOVO-SALDO    PIC S9(08)     VALUE ZEROS.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
           88 WRK-APLICACAO-OK     VALUE 'S'.
       77 WRK-IND           PIC 9(03)      VALUE ZEROS.
       77 WRK-LINHA-ALVO    PIC 9(03)      VALUE ZEROS.
       77 WRK-LIMITE-ANTES  PIC 9(08)V99   VALUE ZEROS.
       01 WRK-FAIXA-IMAGEM.
           02 WRK-IMG-DE       PIC 9(02).
           02 WRK-IMG-ATE      PIC 9(02).
           02 WRK-IMG-VALOR    PIC 9(04)V99.
           02 WRK-IMG-VIG-INI  PIC 9(08).
           02 WRK-IMG-VIG-FIM  PIC 9(08).
       01 WRK-INV-IMAGEM.
           02 WRK-IMG-PRODUTO  PIC X(10).
           02 WRK-IMG-SISTEMA  PIC 9(07).
           02 WRK-IMG-CONTADO  PIC 9(07).
       01 WRK-LIM-IMAGEM.
           02 WRK-IMG-CLIENTE  PIC 9(06).
           02 WRK-IMG-LIMITE   PIC 9(08)V99.
           02 WRK-IMG-ACAO     PIC X(01).
           02 WRK-IMG-PONTOS   PIC 9(02).
       01 WRK-PERDA-IMAGEM.
           02 WRK-IMG-PEDIDO   PIC 9(08).
           02 WRK-IMG-PARCELA  PIC 9(02).
           02 WRK-IMG-TIT-CLIENTE PIC 9(06).
           02 WRK-IMG-TIT-VALOR PIC 9(08)V99.
           02 WRK-IMG-MOTIVO   PIC X(30).
       01 WRK-NIVEL-IMAGEM.
           02 WRK-IMG-USUARIO  PIC X(20).
           02 WRK-IMG-NIVEL    PIC 9(02).
       01 WRK-REAB-IMAGEM.
           02 WRK-IMG-ANOMES   PIC 9(06).
           02 WRK-IMG-SITUACAO PIC X(01).
           02 WRK-IMG-MOTIVO-REAB PIC X(30).
       01 WRK-FAIXAS.
           02 WRK-QTDE-FAIXAS  PIC 9(02)   VALUE ZEROS.
           02 WRK-FAIXA OCCURS 10 TIMES.
               05 WRK-CRED-TENTATIVAS   PIC 9(01).
               05 WRK-CRED-TROCA-OBRIG  PIC X(01).
               05 WRK-CRED-SITUACAO     PIC X(01).
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB81'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
                               'SEGUE EM ABERTO'
                       END-IF
                   WHEN 'R'
                       IF APR-TIPO-INVENTARIO
                           PERFORM 6200-REJEITAR-INVENTARIO
                       END-IF
                       IF APR-TIPO-REABERTURA
                           MOVE APR-IMAGEM-DEPOIS(1:37) TO
                               WRK-REAB-IMAGEM
                           MOVE SPACES TO WRK-TEXTO-AUDIT
                           STRING 'REABERTURA ' WRK-IMG-ANOMES
                               ' REJEITADA'
                               DELIMITED BY SIZE INTO WRK-TEXTO-AUDIT
                           PERFORM 9100-GRAVAR-AUDITORIA
                       END-IF
                       SET APR-REJEITADA TO TRUE
                       MOVE WRK-USUARIO TO APR-APROVADOR
                       MOVE WRK-DATASYS TO APR-DATA-DECISAO
                   PERFORM 4000-APLICAR-TARIFA
               WHEN APR-TIPO-CREDNIVEL
                   PERFORM 5000-APLICAR-NIVEL
               WHEN APR-TIPO-INVENTARIO
                   PERFORM 6000-APLICAR-INVENTARIO
               WHEN APR-TIPO-LIMITE
                   PERFORM 7000-APLICAR-LIMITE
               WHEN APR-TIPO-PERDA
                   PERFORM 8000-APLICAR-PERDA
               WHEN APR-TIPO-REABERTURA
                   PERFORM 9000-APLICAR-REABERTURA
               WHEN OTHER
                   DISPLAY 'TIPO DE PENDENCIA DESCONHECIDO'
           END-EVALUATE.
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

      * A LOJA JA FOI DESCONGELADA NO ENCERRAMENTO DA CONTAGEM,
      * ENTAO SE APLICA A DIFERENCA (CONTADO - SISTEMA) SOBRE O
      * SALDO DE HOJE E NAO O CONTADO DIRETO
       6000-APLICAR-INVENTARIO.
           MOVE APR-IMAGEM-DEPOIS(1:24) TO WRK-INV-IMAGEM.
           OPEN I-O ESTOQUE.
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
               DISPLAY 'ESTOQUE.DAT INDISPONIVEL'
           ELSE
               MOVE WRK-IMG-PRODUTO TO EST-PRODUTO
               MOVE APR-LINHA TO EST-LOJA
               READ ESTOQUE
                   INVALID KEY
                       MOVE WRK-IMG-PRODUTO TO EST-PRODUTO
                       MOVE APR-LINHA TO EST-LOJA
                       MOVE ZEROS TO EST-SALDO
                       MOVE ZEROS TO EST-MINIMO
                       PERFORM 6100-CALCULAR-SALDO
                       WRITE EST-REG
                       MOVE 'I' TO WRK-JRN-OPERACAO
                       PERFORM 0963-JORNAL-ESTOQUE
                   NOT INVALID KEY
                       PERFORM 6100-CALCULAR-SALDO
                       REWRITE EST-REG
                       MOVE 'A' TO WRK-JRN-OPERACAO
                       PERFORM 0963-JORNAL-ESTOQUE
               END-READ
               CLOSE ESTOQUE
               SET WRK-APLICACAO-OK TO TRUE
               OPEN I-O INVENT
               IF WRK-FS-INVENT EQUAL '00'
                   MOVE APR-LINHA TO INV-LOJA
                   MOVE WRK-IMG-PRODUTO TO INV-PRODUTO
                   READ INVENT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET INV-SIT-AJUSTADO TO TRUE
                           REWRITE INV-REG
                   END-READ
                   CLOSE INVENT
               END-IF
           END-IF.

       6100-CALCULAR-SALDO.
           COMPUTE WRK-NOVO-SALDO = EST-SALDO + WRK-IMG-CONTADO
               - WRK-IMG-SISTEMA.
           IF WRK-NOVO-SALDO < ZEROS
               MOVE ZEROS TO EST-SALDO
           ELSE
               MOVE WRK-NOVO-SALDO TO EST-SALDO
           END-IF.

       6200-REJEITAR-INVENTARIO.
           MOVE APR-IMAGEM-DEPOIS(1:24) TO WRK-INV-IMAGEM.
           OPEN I-O INVENT.
           IF WRK-FS-INVENT EQUAL '00'
               MOVE APR-LINHA TO INV-LOJA
               MOVE WRK-IMG-PRODUTO TO INV-PRODUTO
               READ INVENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET INV-SIT-REJEITADO TO TRUE
                       REWRITE INV-REG
               END-READ
               CLOSE INVENT
           END-IF.

      * LIMITE MEXIDO NA ALTERACAO DO CADASTRO DEPOIS DA REVISAO
      * INVALIDA A PROPOSTA - A PENDENCIA FICA ABERTA PARA SER
      * REJEITADA E A PROXIMA REVISAO PROPOE DE NOVO
       7000-APLICAR-LIMITE.
           MOVE APR-IMAGEM-ANTES(1:16) TO WRK-LIM-IMAGEM.
           MOVE WRK-IMG-LIMITE TO WRK-LIMITE-ANTES.
           MOVE APR-IMAGEM-DEPOIS(1:19) TO WRK-LIM-IMAGEM.
           OPEN I-O CLIENTES.
           IF WRK-FS-CLIENTES NOT EQUAL '00'
               DISPLAY 'CLIENTES.DAT INDISPONIVEL'
           ELSE
               MOVE WRK-IMG-CLIENTE TO CLI-NUMERO
               READ CLIENTES
                   INVALID KEY
                       DISPLAY 'CLIENTE DA PENDENCIA NAO EXISTE MAIS'
                   NOT INVALID KEY
                       IF CLI-LIMITE-CREDITO NOT EQUAL
                               WRK-LIMITE-ANTES
                           DISPLAY 'LIMITE DO CLIENTE MUDOU DESDE A '
                               'PROPOSTA - ATUAL ' CLI-LIMITE-CREDITO
                       ELSE
                           MOVE WRK-IMG-LIMITE TO CLI-LIMITE-CREDITO
                           REWRITE CLI-REGISTRO
                           MOVE 'A' TO WRK-JRN-OPERACAO
                           PERFORM 0960-JORNAL-CLIENTES
                           SET WRK-APLICACAO-OK TO TRUE
                       END-IF
               END-READ
               CLOSE CLIENTES
           END-IF.

      * TITULO PAGO, CANCELADO OU COM VALOR MEXIDO DEPOIS DA
      * PROPOSTA NAO E BAIXADO - A PENDENCIA FICA PARA REJEICAO
       8000-APLICAR-PERDA.
           MOVE APR-IMAGEM-DEPOIS(1:56) TO WRK-PERDA-IMAGEM.
           CALL 'PROGCOBPER' USING WRK-DATASYS WRK-PERIODO-SIT.
           IF WRK-PERIODO-FECHADO
               DISPLAY 'BAIXA NAO LANCADA - MES DE HOJE FECHADO'
           ELSE
               PERFORM 8050-BAIXAR-TITULO
           END-IF.

       8050-BAIXAR-TITULO.
           OPEN I-O CONTASREC.
           IF WRK-FS-CONTASREC NOT EQUAL '00'
               DISPLAY 'CONTASREC.DAT INDISPONIVEL'
           ELSE
               MOVE WRK-IMG-PEDIDO TO REC-PEDIDO
               MOVE WRK-IMG-PARCELA TO REC-PARCELA
               READ CONTASREC
                   INVALID KEY
                       DISPLAY 'TITULO DA PENDENCIA NAO EXISTE MAIS'
                   NOT INVALID KEY
                       IF NOT REC-SIT-ABERTO
                               OR REC-VALOR NOT EQUAL
                                   WRK-IMG-TIT-VALOR
                           DISPLAY 'TITULO MUDOU DESDE A PROPOSTA - '
                               'SITUACAO ' REC-SITUACAO
                               ' VALOR ' REC-VALOR
                       ELSE
                           SET REC-SIT-PERDA TO TRUE
                           MOVE WRK-DATASYS TO REC-DATA-PERDA
                           MOVE WRK-IMG-MOTIVO TO REC-MOTIVO-PERDA
                           REWRITE REC-REG
                           MOVE 'A' TO WRK-JRN-OPERACAO
                           PERFORM 0962-JORNAL-CONTASREC
                           PERFORM 8100-LANCAR-PERDA
                           SET WRK-APLICACAO-OK TO TRUE
                       END-IF
               END-READ
               CLOSE CONTASREC
           END-IF.

       8100-LANCAR-PERDA.
           OPEN EXTEND LANCTOS.
           IF WRK-FS-LANCTOS EQUAL '35'
               OPEN OUTPUT LANCTOS
           END-IF.
           MOVE SPACES TO LANCTO-REG.
           MOVE WRK-DATASYS TO LANCTO-DATA.
           MOVE WRK-CONTA-PERDAS TO LANCTO-CONTA-DEB.
           MOVE WRK-CONTA-CLIENTES TO LANCTO-CONTA-CRED.
           MOVE REC-VALOR TO LANCTO-VALOR.
           STRING 'PERDA PED ' REC-PEDIDO '/' REC-PARCELA
               DELIMITED BY SIZE INTO LANCTO-HISTORICO.
           WRITE LANCTO-REG.
           CLOSE LANCTOS.

       2900-SUBSTITUIR-PENDAPR.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT APRNOVO.
           CLOSE APRNOVO.
           CLOSE PENDAPR.
           MOVE 'N' TO WRK-EOF-ARQ.

      * O SOLICITANTE JA FOI BARRADO NO 2100 - QUEM REABRE E SEMPRE
      * UM SEGUNDO ADMINISTRADOR
       9000-APLICAR-REABERTURA.
           MOVE APR-IMAGEM-DEPOIS(1:37) TO WRK-REAB-IMAGEM.
           OPEN I-O PERIODOS.
           IF WRK-FS-PERIODOS NOT EQUAL '00'
               DISPLAY 'PERIODOS.DAT INDISPONIVEL'
           ELSE
               MOVE WRK-IMG-ANOMES TO PER-ANOMES
               READ PERIODOS
                   INVALID KEY
                       DISPLAY 'PERIODO DA PENDENCIA NAO ESTA FECHADO'
                   NOT INVALID KEY
                       IF NOT PER-SIT-FECHADO
                           DISPLAY 'PERIODO DA PENDENCIA NAO ESTA '
                               'FECHADO'
                       ELSE
                           SET PER-SIT-ABERTO TO TRUE
                           MOVE WRK-DATASYS TO PER-DATA-REABERTURA
                           MOVE APR-SOLICITANTE TO
                               PER-SOLICITANTE-REAB
                           MOVE WRK-USUARIO TO PER-APROVADOR-REAB
                           REWRITE PER-REG
                           SET WRK-APLICACAO-OK TO TRUE
                       END-IF
               END-READ
               CLOSE PERIODOS
           END-IF.
           IF WRK-APLICACAO-OK
               MOVE SPACES TO WRK-TEXTO-AUDIT
               STRING 'REABERTURA ' WRK-IMG-ANOMES ' APROVADA'
                   DELIMITED BY SIZE INTO WRK-TEXTO-AUDIT
               PERFORM 9100-GRAVAR-AUDITORIA
           END-IF.

       9100-GRAVAR-AUDITORIA.
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

       0960-JORNAL-CLIENTES.
           MOVE WRK-USUARIO TO WRK-JRN-USUARIO.
           MOVE 'CLIENTES' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-CLIENTES TO WRK-JRN-FS.
           MOVE CLI-REGISTRO TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.

       0962-JORNAL-CONTASREC.
           MOVE WRK-USUARIO TO WRK-JRN-USUARIO.
           MOVE 'CONTASREC' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-CONTASREC TO WRK-JRN-FS.
           MOVE REC-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.

       0963-JORNAL-ESTOQUE.
           MOVE WRK-USUARIO TO WRK-JRN-USUARIO.
           MOVE 'ESTOQUE' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-ESTOQUE TO WRK-JRN-FS.
           MOVE EST-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
