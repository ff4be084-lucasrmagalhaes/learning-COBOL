      * EM NOTAS.DAT; O REGISTRO FISCAL MENSAL (REGFISCAL.DAT)
      * LISTA OS NUMEROS EM SEQUENCIA E APONTA QUALQUER BURACO
      * NA NUMERACAO - EXATAMENTE A LISTA QUE O FISCO PEDE
      * ATUALIZACAO: PEDIDO COM ENDERECO DE ENTREGA DIFERENTE DO
      * CADASTRO IMPRIME O LOCAL DE ENTREGA ABAIXO DO ENDERECO DO
      * CLIENTE
      * ATUALIZACAO: AVISO DE NOTA EMITIDA AO CLIENTE NA FILA DE
      * E-MAIL/SMS (NOTIFICA.DAT VIA PROGCOBNTF)
      * ATUALIZACAO: NOTA FISCAL ELETRONICA - CADA NOTA EMITIDA VAI
      * EM LAYOUT FIXO PARA O GATEWAY DE TRANSMISSAO (NFEENV.DAT:
      * EMITENTE DA LOJA, DESTINATARIO, ITENS DE VENDIT.DAT, FRETE,
      * ICMS E TOTAIS) COM A CHAVE DE ACESSO, E A SITUACAO FICA EM
      * NFESIT.DAT; O RETORNO DO GATEWAY (NFERET.DAT) GRAVA O
      * PROTOCOLO DE AUTORIZACAO OU DE CANCELAMENTO, A NOTA
      * REJEITADA E REENVIADA NA EMISSAO SEGUINTE E O REGISTRO
      * FISCAL MOSTRA A SITUACAO DE CADA NOTA, SEPARANDO AS
      * CANCELADAS DO VALOR DO MES
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      * ATUALIZACAO: NFERET.DAT COM HEADER/TRAILER DE CONTROLE
      * (INTCTL) CONFERIDO PELA PROGCOBINT ANTES DE ATUALIZAR
      * QUALQUER NOTA - RETORNO COM SEQUENCIA JA PROCESSADA OU
      * TRAILER QUE NAO BATE E REJEITADO INTEIRO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REGFISCAL.

           SELECT LOJAS ASSIGN TO "LOJAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOJA-NUMERO
               FILE STATUS IS WRK-FS-LOJAS.

           SELECT PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTOS.

           SELECT VENDIT ASSIGN TO "VENDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDIT-CHAVE
               FILE STATUS IS WRK-FS-VENDIT.

           SELECT NFESIT ASSIGN TO "NFESIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFE-NOTA
               FILE STATUS IS WRK-FS-NFESIT.

           SELECT NFEENV ASSIGN TO "NFEENV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFEENV.

           SELECT NFERET ASSIGN TO "NFERET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFERET.

           SELECT NFERETREL ASSIGN TO "NFERETREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFERETREL.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       FD  REGFISCAL.
       01  REGFISCAL-LINHA         PIC X(90).

       FD  LOJAS.
           COPY LOJREG.

       FD  PRODUTOS.
           COPY PRODREG.

       FD  VENDIT.
           COPY VENDITRG.

       FD  NFESIT.
           COPY NFEREG.

       FD  NFEENV.
           COPY NFEENV.

       FD  NFERET.
       01  NFERET-REG.
           02  NFER-EVENTO         PIC X(01).
               88  NFER-EVT-AUTORIZACAO    VALUE 'A'.
               88  NFER-EVT-CANCELAMENTO   VALUE 'C'.
           02  NFER-NOTA           PIC 9(08).
           02  NFER-CHAVE          PIC X(44).
           02  NFER-COD-STATUS     PIC X(03).
               88  NFER-AUTORIZADA         VALUE '100'.
               88  NFER-CANC-HOMOLOGADO    VALUE '135'.
           02  NFER-PROTOCOLO      PIC X(15).
           02  NFER-DATA           PIC 9(08).
           02  NFER-HORA           PIC 9(06).
           02  NFER-MOTIVO         PIC X(40).
           COPY INTCTL.

       FD  NFERETREL.
       01  NFERETREL-LINHA         PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       77 WRK-QT-FALHAS     PIC 9(04)      VALUE ZEROS.
       77 WRK-TOTAL-MES     PIC 9(12)V99   VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(90)      VALUE SPACES.
       77 WRK-FS-LOJAS      PIC X(02)      VALUE SPACES.
       77 WRK-FS-PRODUTOS   PIC X(02)      VALUE SPACES.
       77 WRK-FS-VENDIT     PIC X(02)      VALUE SPACES.
       77 WRK-FS-NFESIT     PIC X(02)      VALUE SPACES.
       77 WRK-FS-NFEENV     PIC X(02)      VALUE SPACES.
       77 WRK-FS-NFERET     PIC X(02)      VALUE SPACES.
       77 WRK-FS-NFERETREL  PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ITENS     PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ITENS        VALUE 'S'.
       77 WRK-NFE-NOTA      PIC 9(08)      VALUE ZEROS.
       77 WRK-NFE-EMISSAO   PIC 9(08)      VALUE ZEROS.
       77 WRK-NFE-CHAVE     PIC X(44)      VALUE SPACES.
       77 WRK-NFE-SERIE     PIC 9(03)      VALUE 1.
       77 WRK-QT-REG-NFE    PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-ITENS-NFE  PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-REENVIADAS PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-RETORNOS   PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-AUTORIZADAS PIC 9(05)     VALUE ZEROS.
       77 WRK-QT-REJEITADAS PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-CANC-HOMOLOG PIC 9(05)    VALUE ZEROS.
       77 WRK-QT-CANC-NEGADO PIC 9(05)     VALUE ZEROS.
       77 WRK-QT-IGNORADOS  PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-CANCELADAS PIC 9(04)      VALUE ZEROS.
       77 WRK-TOTAL-CANCELADO PIC 9(12)V99 VALUE ZEROS.
       77 WRK-SIT-DESCRICAO PIC X(10)      VALUE SPACES.
       77 WRK-IND-UF        PIC 9(02)      VALUE ZEROS.
       77 WRK-IND-DV        PIC 9(02)      VALUE ZEROS.
       77 WRK-PESO-DV       PIC 9(01)      VALUE ZEROS.
       77 WRK-SOMA-DV       PIC 9(05)      VALUE ZEROS.
       77 WRK-QUOCIENTE-DV  PIC 9(05)      VALUE ZEROS.
       77 WRK-RESTO-DV      PIC 9(02)      VALUE ZEROS.
       01 WRK-DEST-ENDERECO.
           02 WRK-DEST-LOGRADOURO PIC X(40).
           02 WRK-DEST-CIDADE     PIC X(20).
           02 WRK-DEST-UF         PIC X(02).
           02 WRK-DEST-CEP        PIC 9(08).
       01 WRK-CHAVE-NFE.
           02 WRK-CHV-CUF         PIC 9(02).
           02 WRK-CHV-AAMM        PIC 9(04).
           02 WRK-CHV-CNPJ        PIC 9(14).
           02 WRK-CHV-MODELO      PIC 9(02).
           02 WRK-CHV-SERIE       PIC 9(03).
           02 WRK-CHV-NUMERO      PIC 9(09).
           02 WRK-CHV-TP-EMISSAO  PIC 9(01).
           02 WRK-CHV-CODIGO      PIC 9(08).
           02 WRK-CHV-DV          PIC 9(01).
       01 WRK-CHAVE-DIGITOS REDEFINES WRK-CHAVE-NFE.
           02 WRK-CHV-DIGITO OCCURS 44 TIMES PIC 9(01).
      * CODIGO IBGE DA UF DO EMITENTE - PRIMEIROS DIGITOS DA CHAVE
       01 WRK-UF-VALORES.
           02 FILLER           PIC X(16)   VALUE 'AC12AL27AP16AM13'.
           02 FILLER           PIC X(16)   VALUE 'BA29CE23DF53ES32'.
           02 FILLER           PIC X(16)   VALUE 'GO52MA21MT51MS50'.
           02 FILLER           PIC X(16)   VALUE 'MG31PA15PB25PR41'.
           02 FILLER           PIC X(16)   VALUE 'PE26PI22RJ33RN24'.
           02 FILLER           PIC X(16)   VALUE 'RS43RO11RR14SC42'.
           02 FILLER           PIC X(12)   VALUE 'SP35SE28TO17'.
       01 WRK-UF-TABELA REDEFINES WRK-UF-VALORES.
           02 WRK-UF-ITEM OCCURS 27 TIMES.
               05 WRK-UF-SIGLA     PIC X(02).
               05 WRK-UF-CODIGO    PIC 9(02).
       01 WRK-MES-REF.
           02 WRK-REF-ANO      PIC 9(04).
           02 WRK-REF-MES      PIC 9(02).
               05 WRK-NT-NUMERO     PIC 9(08).
               05 WRK-NT-PEDIDO     PIC 9(08).
               05 WRK-NT-VALOR      PIC 9(08)V99.
               05 WRK-NT-SITUACAO   PIC X(01).
       01 WRK-NOTA-AUX.
           05 WRK-AUX-NUMERO    PIC 9(08).
           05 WRK-AUX-PEDIDO    PIC 9(08).
           05 WRK-AUX-VALOR     PIC 9(08)V99.
           05 WRK-AUX-SITUACAO  PIC X(01).
       01 WRK-NTF-AREA.
           02 WRK-NTF-TIPO         PIC X(03).
           02 WRK-NTF-CLIENTE      PIC 9(06).
           02 WRK-NTF-PEDIDO       PIC 9(08).
           02 WRK-NTF-PARCELA      PIC 9(02).
           02 WRK-NTF-VALOR        PIC 9(08)V99.
           02 WRK-NTF-DATA-REF     PIC 9(08).
           02 WRK-NTF-REFERENCIA   PIC X(10).
           02 WRK-NTF-RETORNO      PIC X(01).
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
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB62'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY 'FATURAMENTO'.
           DISPLAY '1 - EMITIR NOTAS DOS PEDIDOS CONFIRMADOS'.
           DISPLAY '2 - REGISTRO FISCAL MENSAL'.
           DISPLAY '3 - PROCESSAR RETORNO DO GATEWAY DE NF-E'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
                   PERFORM 1000-EMITIR-NOTAS
               WHEN '2'
                   PERFORM 2000-REGISTRO-FISCAL
               WHEN '3'
                   PERFORM 3000-RETORNO-NFE
               WHEN 'X'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
       1000-EMITIR-NOTAS.
           PERFORM 1100-LER-CONTROLE.
           MOVE ZEROS TO WRK-QT-EMITIDAS.
           MOVE ZEROS TO WRK-QT-REENVIADAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN I-O PEDIDOS.
           IF WRK-FS-PEDIDOS NOT EQUAL '00'
               IF WRK-FS-NOTAIMP EQUAL '35'
                   OPEN OUTPUT NOTAIMP
               END-IF
               PERFORM 1400-ABRIR-ARQUIVOS-NFE
               MOVE LOW-VALUES TO PED-NUMERO
               START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO
                   INVALID KEY
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 1500-REENVIAR-REJEITADAS
               CLOSE PEDIDOS
               CLOSE NOTAS
               CLOSE NOTAIMP
               PERFORM 1490-FECHAR-ARQUIVOS-NFE
               PERFORM 1300-GRAVAR-CONTROLE
               DISPLAY 'NOTAS EMITIDAS: ' WRK-QT-EMITIDAS
                   ' - PROXIMO NUMERO ' WRK-PROXIMA-NOTA
               DISPLAY 'NF-E GRAVADAS EM NFEENV.DAT - REJEITADAS '
                   'REENVIADAS: ' WRK-QT-REENVIADAS
           END-IF.

       1100-LER-CONTROLE.
       1200-EMITIR-UMA-NOTA.
           MOVE WRK-PROXIMA-NOTA TO PED-NOTA-FISCAL.
           REWRITE PEDIDO-REG.
           MOVE 'A' TO WRK-JRN-OPERACAO.
           PERFORM 0961-JORNAL-PEDIDOS.
           PERFORM 1210-BUSCAR-CLIENTE.
           PERFORM 1220-IMPRIMIR-NOTA.
           MOVE SPACES TO NOTA-REG.
           MOVE WRK-DATASYS TO NOTA-DATA.
           MOVE PED-TOTAL TO NOTA-VALOR.
           WRITE NOTA-REG.
           PERFORM 1240-REGISTRAR-NFE.
           PERFORM 1230-AVISAR-CLIENTE.
           ADD 1 TO WRK-QT-EMITIDAS.
           ADD 1 TO WRK-PROXIMA-NOTA.

       1230-AVISAR-CLIENTE.
           MOVE 'NFE' TO WRK-NTF-TIPO.
           MOVE PED-CLIENTE TO WRK-NTF-CLIENTE.
           MOVE PED-NUMERO TO WRK-NTF-PEDIDO.
           MOVE ZEROS TO WRK-NTF-PARCELA.
           MOVE PED-TOTAL TO WRK-NTF-VALOR.
           MOVE WRK-DATASYS TO WRK-NTF-DATA-REF.
           MOVE NOTA-NUMERO TO WRK-NTF-REFERENCIA.
           CALL 'PROGCOBNTF' USING WRK-NTF-AREA.

      * A NOTA NASCE ENVIADA AO GATEWAY; SO O RETORNO A AUTORIZA
       1240-REGISTRAR-NFE.
           MOVE WRK-PROXIMA-NOTA TO WRK-NFE-NOTA.
           MOVE WRK-DATASYS TO WRK-NFE-EMISSAO.
           PERFORM 1250-LER-LOJA.
           PERFORM 1260-MONTAR-CHAVE.
           PERFORM 1270-GRAVAR-BLOCO-NFE.
           MOVE SPACES TO NFE-REG.
           MOVE WRK-NFE-NOTA TO NFE-NOTA.
           MOVE PED-NUMERO TO NFE-PEDIDO.
           MOVE PED-CLIENTE TO NFE-CLIENTE.
           MOVE PED-LOJA TO NFE-LOJA.
           MOVE WRK-NFE-EMISSAO TO NFE-DATA-EMISSAO.
           MOVE PED-TOTAL TO NFE-VALOR.
           MOVE WRK-NFE-CHAVE TO NFE-CHAVE-ACESSO.
           SET NFE-SIT-ENVIADA TO TRUE.
           MOVE ZEROS TO NFE-DATA-AUTORIZACAO.
           MOVE ZEROS TO NFE-HORA-AUTORIZACAO.
           MOVE ZEROS TO NFE-DATA-CANCELAMENTO.
           IF WRK-FS-NFESIT EQUAL '00'
               WRITE NFE-REG
                   INVALID KEY
                       DISPLAY 'NOTA ' NFE-NOTA ' JA REGISTRADA EM '
                           'NFESIT.DAT'
               END-WRITE
           END-IF.

       1250-LER-LOJA.
           MOVE SPACES TO LOJA-REG.
           IF WRK-FS-LOJAS EQUAL '00'
               MOVE PED-LOJA TO LOJA-NUMERO
               READ LOJAS
                   INVALID KEY
                       MOVE SPACES TO LOJA-REG
               END-READ
           END-IF.

      * CHAVE DE ACESSO DE 44 DIGITOS: UF, ANO/MES, CNPJ DO
      * EMITENTE, MODELO 55, SERIE, NUMERO, TIPO DE EMISSAO, CODIGO
      * NUMERICO (O PEDIDO) E DIGITO VERIFICADOR MODULO 11
       1260-MONTAR-CHAVE.
           MOVE ZEROS TO WRK-CHV-CUF.
           PERFORM VARYING WRK-IND-UF FROM 1 BY 1
                   UNTIL WRK-IND-UF > 27
               IF WRK-UF-SIGLA(WRK-IND-UF) EQUAL LOJA-UF
                   MOVE WRK-UF-CODIGO(WRK-IND-UF) TO WRK-CHV-CUF
               END-IF
           END-PERFORM.
           MOVE WRK-NFE-EMISSAO(3:4) TO WRK-CHV-AAMM.
           IF LOJA-CNPJ IS NUMERIC
               MOVE LOJA-CNPJ TO WRK-CHV-CNPJ
           ELSE
               MOVE ZEROS TO WRK-CHV-CNPJ
           END-IF.
           MOVE 55 TO WRK-CHV-MODELO.
           MOVE WRK-NFE-SERIE TO WRK-CHV-SERIE.
           MOVE WRK-NFE-NOTA TO WRK-CHV-NUMERO.
           MOVE 1 TO WRK-CHV-TP-EMISSAO.
           MOVE PED-NUMERO TO WRK-CHV-CODIGO.
           MOVE ZEROS TO WRK-SOMA-DV.
           MOVE 2 TO WRK-PESO-DV.
           PERFORM VARYING WRK-IND-DV FROM 43 BY -1
                   UNTIL WRK-IND-DV < 1
               COMPUTE WRK-SOMA-DV = WRK-SOMA-DV +
                   WRK-CHV-DIGITO(WRK-IND-DV) * WRK-PESO-DV
               IF WRK-PESO-DV EQUAL 9
                   MOVE 2 TO WRK-PESO-DV
               ELSE
                   ADD 1 TO WRK-PESO-DV
               END-IF
           END-PERFORM.
           DIVIDE WRK-SOMA-DV BY 11 GIVING WRK-QUOCIENTE-DV
               REMAINDER WRK-RESTO-DV.
           IF WRK-RESTO-DV < 2
               MOVE ZEROS TO WRK-CHV-DV
           ELSE
               COMPUTE WRK-CHV-DV = 11 - WRK-RESTO-DV
           END-IF.
           MOVE WRK-CHAVE-NFE TO WRK-NFE-CHAVE.

       1210-BUSCAR-CLIENTE.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           MOVE SPACES TO WRK-DOC-CLIENTE.
               END-READ
               CLOSE CLIENTES
           END-IF.
           MOVE WRK-END-CLIENTE TO WRK-DEST-ENDERECO.

       1220-IMPRIMIR-NOTA.
           MOVE ALL '=' TO NOTAIMP-LINHA.
           WRITE NOTAIMP-LINHA.
           MOVE WRK-END-CLIENTE TO NOTAIMP-LINHA.
           WRITE NOTAIMP-LINHA.
           IF PED-ENTREGA NOT EQUAL ZEROS
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'ENTREGA: ' PED-ENT-LOGRADOURO
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO NOTAIMP-LINHA
               WRITE NOTAIMP-LINHA
               MOVE SPACES TO WRK-LINHA-ED
               STRING '         ' PED-ENT-CIDADE ' ' PED-UF
                   ' CEP ' PED-ENT-CEP
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO NOTAIMP-LINHA
               WRITE NOTAIMP-LINHA
           END-IF.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'MERCADORIAS: ' PED-VALOR-ITENS
               '  FRETE: ' PED-FRETE
           MOVE WRK-LINHA-ED TO NOTAIMP-LINHA.
           WRITE NOTAIMP-LINHA.

      * BLOCO DA NOTA NO ARQUIVO DO GATEWAY - CABECALHO, EMITENTE,
      * DESTINATARIO, LOCAL DE ENTREGA, ITENS, TOTAIS E FIM
       1270-GRAVAR-BLOCO-NFE.
           MOVE ZEROS TO WRK-QT-REG-NFE.
           MOVE SPACES TO NFEENV-REG.
           SET NFEENV-CABECALHO TO TRUE.
           MOVE WRK-NFE-SERIE TO NFEENV-CAB-SERIE.
           MOVE WRK-NFE-CHAVE TO NFEENV-CAB-CHAVE.
           MOVE WRK-NFE-EMISSAO TO NFEENV-CAB-EMISSAO.
           MOVE PED-NUMERO TO NFEENV-CAB-PEDIDO.
           MOVE 'VENDA DE MERCADORIA' TO NFEENV-CAB-NATUREZA.
           MOVE '1' TO NFEENV-CAB-OPERACAO.
           PERFORM 1290-GRAVAR-REG-NFE.
           MOVE SPACES TO NFEENV-REG.
           SET NFEENV-EMITENTE TO TRUE.
           MOVE LOJA-CNPJ TO NFEENV-EMI-CNPJ.
           MOVE LOJA-IE TO NFEENV-EMI-IE.
           MOVE LOJA-NOME TO NFEENV-EMI-NOME.
           MOVE LOJA-CIDADE TO NFEENV-EMI-CIDADE.
           MOVE LOJA-UF TO NFEENV-EMI-UF.
           PERFORM 1290-GRAVAR-REG-NFE.
           MOVE SPACES TO NFEENV-REG.
           SET NFEENV-DESTINATARIO TO TRUE.
           MOVE WRK-DOC-CLIENTE TO NFEENV-DEST-DOCUMENTO.
           MOVE WRK-NOME-CLIENTE TO NFEENV-DEST-NOME.
           MOVE WRK-DEST-LOGRADOURO TO NFEENV-DEST-LOGRADOURO.
           MOVE WRK-DEST-CIDADE TO NFEENV-DEST-CIDADE.
           MOVE WRK-DEST-UF TO NFEENV-DEST-UF.
           IF WRK-DEST-CEP IS NUMERIC
               MOVE WRK-DEST-CEP TO NFEENV-DEST-CEP
           ELSE
               MOVE ZEROS TO NFEENV-DEST-CEP
           END-IF.
           PERFORM 1290-GRAVAR-REG-NFE.
           IF PED-ENTREGA NOT EQUAL ZEROS
               MOVE SPACES TO NFEENV-REG
               SET NFEENV-ENTREGA TO TRUE
               MOVE PED-ENT-LOGRADOURO TO NFEENV-ENT-LOGRADOURO
               MOVE PED-ENT-CIDADE TO NFEENV-ENT-CIDADE
               MOVE PED-UF TO NFEENV-ENT-UF
               MOVE PED-ENT-CEP TO NFEENV-ENT-CEP
               PERFORM 1290-GRAVAR-REG-NFE
           END-IF.
           PERFORM 1280-GRAVAR-ITENS-NFE.
           MOVE SPACES TO NFEENV-REG.
           SET NFEENV-TOTAIS TO TRUE.
           MOVE PED-VALOR-ITENS TO NFEENV-TOT-ITENS.
           MOVE PED-FRETE TO NFEENV-TOT-FRETE.
           MOVE PED-ICMS TO NFEENV-TOT-ICMS.
           MOVE PED-TOTAL TO NFEENV-TOT-NOTA.
           MOVE WRK-QT-ITENS-NFE TO NFEENV-TOT-QT-ITENS.
           PERFORM 1290-GRAVAR-REG-NFE.
           MOVE SPACES TO NFEENV-REG.
           SET NFEENV-FIM TO TRUE.
           ADD 1 TO WRK-QT-REG-NFE.
           MOVE WRK-QT-REG-NFE TO NFEENV-FIM-QT-REGISTROS.
           MOVE WRK-NFE-NOTA TO NFEENV-NOTA.
           WRITE NFEENV-REG.

      * OS ITENS ESTAO EM VENDIT.DAT A PARTIR DA DATA DO PEDIDO,
      * LIGADOS PELO NUMERO DO PEDIDO
       1280-GRAVAR-ITENS-NFE.
           MOVE ZEROS TO WRK-QT-ITENS-NFE.
           MOVE 'N' TO WRK-EOF-ITENS.
           IF WRK-FS-VENDIT EQUAL '00'
               MOVE PED-DATA TO VENDIT-DATA
               MOVE ZEROS TO VENDIT-SEQ
               START VENDIT KEY IS NOT LESS THAN VENDIT-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ITENS TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ITENS
                   READ VENDIT NEXT RECORD
                       AT END
                           SET WRK-FIM-ITENS TO TRUE
                       NOT AT END
                           IF VENDIT-PEDIDO EQUAL PED-NUMERO
                               PERFORM 1285-GRAVAR-UM-ITEM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       1285-GRAVAR-UM-ITEM.
           ADD 1 TO WRK-QT-ITENS-NFE.
           MOVE SPACES TO PROD-DESCRICAO.
           IF WRK-FS-PRODUTOS EQUAL '00'
               MOVE VENDIT-PRODUTO TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       MOVE SPACES TO PROD-DESCRICAO
               END-READ
           END-IF.
           MOVE SPACES TO NFEENV-REG.
           SET NFEENV-ITEM TO TRUE.
           MOVE WRK-QT-ITENS-NFE TO NFEENV-ITE-SEQ.
           MOVE VENDIT-PRODUTO TO NFEENV-ITE-PRODUTO.
           MOVE PROD-DESCRICAO TO NFEENV-ITE-DESCRICAO.
           MOVE VENDIT-QTDE TO NFEENV-ITE-QTDE.
           MOVE VENDIT-UNITARIO TO NFEENV-ITE-UNITARIO.
           MOVE VENDIT-TOTAL TO NFEENV-ITE-TOTAL.
           PERFORM 1290-GRAVAR-REG-NFE.

       1290-GRAVAR-REG-NFE.
           MOVE WRK-NFE-NOTA TO NFEENV-NOTA.
           WRITE NFEENV-REG.
           ADD 1 TO WRK-QT-REG-NFE.

       1300-GRAVAR-CONTROLE.
           OPEN OUTPUT NFCTRL.
           MOVE WRK-PROXIMA-NOTA TO NFCTRL-PROXIMO.
           WRITE NFCTRL-REG.
           CLOSE NFCTRL.

       1400-ABRIR-ARQUIVOS-NFE.
           OPEN INPUT LOJAS.
           OPEN INPUT PRODUTOS.
           OPEN INPUT VENDIT.
           OPEN I-O NFESIT.
           IF WRK-FS-NFESIT EQUAL '35'
               OPEN OUTPUT NFESIT
               CLOSE NFESIT
               OPEN I-O NFESIT
           END-IF.
           OPEN EXTEND NFEENV.
           IF WRK-FS-NFEENV EQUAL '35'
               OPEN OUTPUT NFEENV
           END-IF.

       1490-FECHAR-ARQUIVOS-NFE.
           IF WRK-FS-LOJAS EQUAL '00'
               CLOSE LOJAS
           END-IF.
           IF WRK-FS-PRODUTOS EQUAL '00'
               CLOSE PRODUTOS
           END-IF.
           IF WRK-FS-VENDIT EQUAL '00'
               CLOSE VENDIT
           END-IF.
           CLOSE NFESIT.
           CLOSE NFEENV.

      * NOTA REJEITADA PELO GATEWAY VOLTA NO ARQUIVO COM O MESMO
      * NUMERO E A MESMA CHAVE, COM OS DADOS DE CLIENTE E LOJA JA
      * CORRIGIDOS NOS CADASTROS
       1500-REENVIAR-REJEITADAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           IF WRK-FS-NFESIT NOT EQUAL '00'
               SET WRK-FIM-ARQ TO TRUE
           ELSE
               MOVE LOW-VALUES TO NFE-NOTA
               START NFESIT KEY IS NOT LESS THAN NFE-NOTA
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL WRK-FIM-ARQ
               READ NFESIT NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF NFE-SIT-REJEITADA
                           PERFORM 1510-REENVIAR-UMA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.

       1510-REENVIAR-UMA.
           MOVE NFE-PEDIDO TO PED-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   DISPLAY 'NOTA ' NFE-NOTA ' REJEITADA SEM PEDIDO '
                       NFE-PEDIDO
               NOT INVALID KEY
                   MOVE NFE-NOTA TO WRK-NFE-NOTA
                   MOVE NFE-DATA-EMISSAO TO WRK-NFE-EMISSAO
                   MOVE NFE-CHAVE-ACESSO TO WRK-NFE-CHAVE
                   PERFORM 1210-BUSCAR-CLIENTE
                   PERFORM 1250-LER-LOJA
                   PERFORM 1270-GRAVAR-BLOCO-NFE
                   SET NFE-SIT-ENVIADA TO TRUE
                   MOVE SPACES TO NFE-COD-RETORNO
                   MOVE SPACES TO NFE-MOTIVO-RETORNO
                   REWRITE NFE-REG
                   ADD 1 TO WRK-QT-REENVIADAS
           END-READ.

       2000-REGISTRO-FISCAL.
           DISPLAY 'MES DO REGISTRO FISCAL (AAAAMM): '.
           ACCEPT WRK-MES-REF-NUM.
           MOVE ZEROS TO WRK-QT-NOTAS.
           MOVE ZEROS TO WRK-QT-FALHAS.
           MOVE ZEROS TO WRK-TOTAL-MES.
           MOVE ZEROS TO WRK-QT-CANCELADAS.
           MOVE ZEROS TO WRK-TOTAL-CANCELADO.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT NOTAS.
           IF WRK-FS-NOTAS NOT EQUAL '00'
                                   WRK-NT-PEDIDO(WRK-QT-NOTAS)
                               MOVE NOTA-VALOR TO
                                   WRK-NT-VALOR(WRK-QT-NOTAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS
               PERFORM 2050-BUSCAR-SITUACOES
               PERFORM 2100-ORDENAR-NOTAS
               PERFORM 2200-IMPRIMIR-REGISTRO
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

      * NOTA SEM REGISTRO EM NFESIT.DAT E ANTERIOR A NOTA
      * ELETRONICA E FICA COM A SITUACAO EM BRANCO
       2050-BUSCAR-SITUACOES.
           OPEN INPUT NFESIT.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-NOTAS
               MOVE SPACES TO WRK-NT-SITUACAO(WRK-IND)
               IF WRK-FS-NFESIT EQUAL '00'
                   MOVE WRK-NT-NUMERO(WRK-IND) TO NFE-NOTA
                   READ NFESIT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NFE-SITUACAO TO
                               WRK-NT-SITUACAO(WRK-IND)
                   END-READ
               END-IF
           END-PERFORM.
           IF WRK-FS-NFESIT EQUAL '00'
               CLOSE NFESIT
           END-IF.

       2100-ORDENAR-NOTAS.
           PERFORM VARYING WRK-PASSE FROM 1 BY 1
                   UNTIL WRK-PASSE >= WRK-QT-NOTAS
               WRK-MES-REF-NUM
               DELIMITED BY SIZE INTO REGFISCAL-LINHA.
           WRITE REGFISCAL-LINHA.
           MOVE 'NOTA     PEDIDO   VALOR       SITUACAO'
               TO REGFISCAL-LINHA.
           WRITE REGFISCAL-LINHA.
           MOVE ZEROS TO WRK-NOTA-ESPERADA.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   MOVE WRK-LINHA-ED TO REGFISCAL-LINHA
                   WRITE REGFISCAL-LINHA
               END-IF
               PERFORM 2210-DESCREVER-SITUACAO
               MOVE SPACES TO WRK-LINHA-ED
               STRING WRK-NT-NUMERO(WRK-IND) ' '
                   WRK-NT-PEDIDO(WRK-IND) ' '
                   WRK-NT-VALOR(WRK-IND) ' '
                   WRK-SIT-DESCRICAO
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO REGFISCAL-LINHA
               WRITE REGFISCAL-LINHA
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO REGFISCAL-LINHA.
           WRITE REGFISCAL-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'NOTAS CANCELADAS: ' WRK-QT-CANCELADAS
               '  VALOR CANCELADO (FORA DO TOTAL): '
               WRK-TOTAL-CANCELADO
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO REGFISCAL-LINHA.
           WRITE REGFISCAL-LINHA.
           CLOSE REGFISCAL.
           DISPLAY 'REGISTRO FISCAL GRAVADO EM REGFISCAL.DAT - '
               WRK-QT-FALHAS ' FALHA(S) DE NUMERACAO'.

      * A NOTA CANCELADA CONTINUA NA SEQUENCIA (NAO E FALHA) MAS
      * NAO SOMA NO VALOR DO MES
       2210-DESCREVER-SITUACAO.
           EVALUATE WRK-NT-SITUACAO(WRK-IND)
               WHEN 'A'
                   MOVE 'AUTORIZADA' TO WRK-SIT-DESCRICAO
               WHEN 'E'
                   MOVE 'AGUARDANDO' TO WRK-SIT-DESCRICAO
               WHEN 'J'
                   MOVE 'REJEITADA' TO WRK-SIT-DESCRICAO
               WHEN 'S'
                   MOVE 'CANC.SOLIC' TO WRK-SIT-DESCRICAO
               WHEN 'C'
                   MOVE 'CANCELADA' TO WRK-SIT-DESCRICAO
               WHEN OTHER
                   MOVE SPACES TO WRK-SIT-DESCRICAO
           END-EVALUATE.
           IF WRK-NT-SITUACAO(WRK-IND) EQUAL 'C'
               ADD 1 TO WRK-QT-CANCELADAS
               ADD WRK-NT-VALOR(WRK-IND) TO WRK-TOTAL-CANCELADO
           ELSE
               ADD WRK-NT-VALOR(WRK-IND) TO WRK-TOTAL-MES
           END-IF.

      * RETORNO DO GATEWAY: AUTORIZACAO (100) GRAVA O PROTOCOLO,
      * OUTRO CODIGO REJEITA A NOTA; CANCELAMENTO HOMOLOGADO (135)
      * CANCELA, OUTRO CODIGO DEVOLVE A NOTA PARA AUTORIZADA
       3000-RETORNO-NFE.
           MOVE ZEROS TO WRK-QT-RETORNOS.
           MOVE ZEROS TO WRK-QT-AUTORIZADAS.
           MOVE ZEROS TO WRK-QT-REJEITADAS.
           MOVE ZEROS TO WRK-QT-CANC-HOMOLOG.
           MOVE ZEROS TO WRK-QT-CANC-NEGADO.
           MOVE ZEROS TO WRK-QT-IGNORADOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT NFERET.
           IF WRK-FS-NFERET NOT EQUAL '00'
               DISPLAY 'ARQUIVO NFERET.DAT NAO ENCONTRADO'
           ELSE
               PERFORM 3010-CONFERIR-CONTROLE
               IF WRK-INT-REJEITADO
                   CLOSE NFERET
               ELSE
                   OPEN I-O NFESIT
                   IF WRK-FS-NFESIT NOT EQUAL '00'
                       DISPLAY 'ARQUIVO NFESIT.DAT NAO ENCONTRADO'
                       CLOSE NFERET
                   ELSE
                       OPEN OUTPUT NFERETREL
                       MOVE SPACES TO NFERETREL-LINHA
                       STRING 'PROGCOB62 - RETORNO DO GATEWAY DE '
                           'NF-E - ' WRK-DATASYS
                           DELIMITED BY SIZE INTO NFERETREL-LINHA
                       WRITE NFERETREL-LINHA
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ NFERET
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   IF NOT INT-REG-CONTROLE
                                       ADD 1 TO WRK-QT-RETORNOS
                                       PERFORM 3100-TRATAR-RETORNO
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE NFERET
                       CLOSE NFESIT
                       PERFORM 3200-TOTAIS-RETORNO
                       CLOSE NFERETREL
                       MOVE 'R' TO WRK-INT-FUNCAO
                       CALL 'PROGCOBINT' USING WRK-INT-AREA
                       DISPLAY 'RETORNO PROCESSADO - AUTORIZADAS '
                           WRK-QT-AUTORIZADAS ' REJEITADAS '
                           WRK-QT-REJEITADAS ' CANCELADAS '
                           WRK-QT-CANC-HOMOLOG
                       DISPLAY 'RELATORIO EM NFERETREL.DAT'
                   END-IF
               END-IF
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

      * PRIMEIRA PASSADA NO RETORNO SO PARA CONFERIR HEADER,
      * TRAILER E SEQUENCIA - O TRAILER CONTA OS EVENTOS E NAO
      * TEM VALOR (RETORNO DO GATEWAY NAO MOVIMENTA DINHEIRO)
       3010-CONFERIR-CONTROLE.
           MOVE 'PROGCOB62' TO WRK-INT-PROGRAMA.
           MOVE 'NFERET' TO WRK-INT-INTERFACE.
           MOVE 'I' TO WRK-INT-FUNCAO.
           CALL 'PROGCOBINT' USING WRK-INT-AREA.
           MOVE 'A' TO WRK-INT-FUNCAO.
           MOVE ZEROS TO WRK-INT-VALOR-DETALHE.
           PERFORM UNTIL WRK-FIM-ARQ
               READ NFERET
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE INT-CONTROLE TO WRK-INT-REGISTRO
                       CALL 'PROGCOBINT' USING WRK-INT-AREA
               END-READ
           END-PERFORM.
           CLOSE NFERET.
           MOVE 'V' TO WRK-INT-FUNCAO.
           CALL 'PROGCOBINT' USING WRK-INT-AREA.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT NFERET.
           IF WRK-INT-REJEITADO
               DISPLAY 'ARQUIVO NFERET.DAT REJEITADO - '
                   WRK-INT-MOTIVO
           END-IF.

       3100-TRATAR-RETORNO.
           MOVE SPACES TO WRK-LINHA-ED.
           MOVE NFER-NOTA TO NFE-NOTA.
           READ NFESIT
               INVALID KEY
                   ADD 1 TO WRK-QT-IGNORADOS
                   STRING 'NOTA ' NFER-NOTA ' SEM REGISTRO EM '
                       'NFESIT.DAT - RETORNO IGNORADO'
                       DELIMITED BY SIZE INTO WRK-LINHA-ED
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NFER-EVT-AUTORIZACAO AND NFE-SIT-ENVIADA
                           PERFORM 3110-RETORNO-AUTORIZACAO
                       WHEN NFER-EVT-CANCELAMENTO
                               AND NFE-SIT-CANC-SOLICITADO
                           PERFORM 3120-RETORNO-CANCELAMENTO
                       WHEN OTHER
                           ADD 1 TO WRK-QT-IGNORADOS
                           STRING 'NOTA ' NFER-NOTA ' EVENTO '
                               NFER-EVENTO ' NAO ESPERADO NA '
                               'SITUACAO ' NFE-SITUACAO
                               ' - RETORNO IGNORADO'
                               DELIMITED BY SIZE INTO WRK-LINHA-ED
                   END-EVALUATE
           END-READ.
           MOVE WRK-LINHA-ED TO NFERETREL-LINHA.
           WRITE NFERETREL-LINHA.

       3110-RETORNO-AUTORIZACAO.
           MOVE NFER-COD-STATUS TO NFE-COD-RETORNO.
           MOVE NFER-MOTIVO TO NFE-MOTIVO-RETORNO.
           IF NFER-AUTORIZADA
               SET NFE-SIT-AUTORIZADA TO TRUE
               MOVE NFER-PROTOCOLO TO NFE-PROTOCOLO
               MOVE NFER-DATA TO NFE-DATA-AUTORIZACAO
               MOVE NFER-HORA TO NFE-HORA-AUTORIZACAO
               ADD 1 TO WRK-QT-AUTORIZADAS
               STRING 'NOTA ' NFER-NOTA ' AUTORIZADA - PROTOCOLO '
                   NFER-PROTOCOLO ' EM ' NFER-DATA
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           ELSE
               SET NFE-SIT-REJEITADA TO TRUE
               ADD 1 TO WRK-QT-REJEITADAS
               STRING 'NOTA ' NFER-NOTA ' REJEITADA ' NFER-COD-STATUS
                   ' ' NFER-MOTIVO
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           END-IF.
           REWRITE NFE-REG.

       3120-RETORNO-CANCELAMENTO.
           MOVE NFER-COD-STATUS TO NFE-COD-RETORNO.
           MOVE NFER-MOTIVO TO NFE-MOTIVO-RETORNO.
           IF NFER-CANC-HOMOLOGADO
               SET NFE-SIT-CANCELADA TO TRUE
               MOVE NFER-PROTOCOLO TO NFE-PROTOCOLO-CANC
               MOVE NFER-DATA TO NFE-DATA-CANCELAMENTO
               ADD 1 TO WRK-QT-CANC-HOMOLOG
               STRING 'NOTA ' NFER-NOTA ' CANCELADA - PROTOCOLO '
                   NFER-PROTOCOLO ' EM ' NFER-DATA
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           ELSE
               SET NFE-SIT-AUTORIZADA TO TRUE
               ADD 1 TO WRK-QT-CANC-NEGADO
               STRING 'NOTA ' NFER-NOTA ' CANCELAMENTO NEGADO '
                   NFER-COD-STATUS ' ' NFER-MOTIVO
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           END-IF.
           REWRITE NFE-REG.

       3200-TOTAIS-RETORNO.
           MOVE SPACES TO NFERETREL-LINHA.
           WRITE NFERETREL-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'RETORNOS: ' WRK-QT-RETORNOS
               '  AUTORIZADAS: ' WRK-QT-AUTORIZADAS
               '  REJEITADAS: ' WRK-QT-REJEITADAS
               '  IGNORADOS: ' WRK-QT-IGNORADOS
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO NFERETREL-LINHA.
           WRITE NFERETREL-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'CANCELAMENTOS HOMOLOGADOS: ' WRK-QT-CANC-HOMOLOG
               '  NEGADOS: ' WRK-QT-CANC-NEGADO
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO NFERETREL-LINHA.
           WRITE NFERETREL-LINHA.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           COMPUTE RUNLOG-QTDE-REGISTROS =
               WRK-QT-EMITIDAS + WRK-QT-RETORNOS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.

       0961-JORNAL-PEDIDOS.
           MOVE 'PEDIDOS' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-PEDIDOS TO WRK-JRN-FS.
           MOVE PEDIDO-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
