      * REGISTRO EDI (FRETEEDI.DAT) POR PRODUTO/UF/DATA E IMPRIME
      * EM FRETAUD.DAT: COBRADOS ACIMA DO COTADO (COM A
      * DIFERENCA), COBRADOS SEM COTACAO E COTADOS NUNCA COBRADOS
      * ATUALIZACAO: CADA FATURA DA TRANSPORTADORA VIRA TITULO EM
      * CONTASPAG.DAT NO FORNECEDOR QUE TEM O CODIGO DA
      * TRANSPORTADORA (FORNECEDORES.DAT) PELO VALOR DAS LINHAS
      * DENTRO DA TOLERANCIA (FRETEPAR.DAT); LINHA ACIMA DA
      * TOLERANCIA OU SEM COTACAO FICA EM CONTESTACAO
      * (FRETDISP.DAT), O TITULO FICA CONTESTADO ATE O PROGCOB68
      * RESOLVER AS LINHAS, E A RELACAO DAS CONTESTACOES
      * PENDENTES POR TRANSPORTADORA SAI EM FRETCONT.DAT PARA O
      * COMPRADOR DE LOGISTICA
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETAUD.

           SELECT FRETEPAR ASSIGN TO "FRETEPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEPAR.

           SELECT FORNECEDORES ASSIGN TO "FORNECEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS WRK-FS-FORNECEDORES.

           SELECT CONTASPAG ASSIGN TO "CONTASPAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WRK-FS-CONTASPAG.

           SELECT FRETDISP ASSIGN TO "FRETDISP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CHAVE
               FILE STATUS IS WRK-FS-FRETDISP.

           SELECT FRETCONT ASSIGN TO "FRETCONT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETCONT.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
           02  FAT-UF          PIC X(02).
           02  FAT-DATA        PIC 9(08).
           02  FAT-VALOR-COBRADO PIC 9(06)V99.
           02  FAT-TRANSPORTADORA PIC X(03).
           02  FAT-FATURA      PIC X(10).
           02  FAT-VENCIMENTO  PIC 9(08).

       FD  FRETAUD.
       01  FRETAUD-LINHA       PIC X(90).

       FD  FRETEPAR.
       01  FRETEPAR-REG.
           02  FRETEPAR-TOLER-PERC  PIC 9(02)V99.
           02  FRETEPAR-TOLER-VALOR PIC 9(04)V99.

       FD  FORNECEDORES.
           COPY FORNREG.

       FD  CONTASPAG.
           COPY PAGREG.

       FD  FRETDISP.
           COPY DSPREG.

       FD  FRETCONT.
       01  FRETCONT-LINHA      PIC X(90).

       FD  RUNLOG.
           COPY RUNLOG.

       77 WRK-FS-FRETEEDI  PIC X(02)       VALUE SPACES.
       77 WRK-FS-FATTRANSP PIC X(02)       VALUE SPACES.
       77 WRK-FS-FRETAUD   PIC X(02)       VALUE SPACES.
       77 WRK-FS-FRETEPAR  PIC X(02)       VALUE SPACES.
       77 WRK-FS-FORNECEDORES PIC X(02)    VALUE SPACES.
       77 WRK-FS-CONTASPAG PIC X(02)       VALUE SPACES.
       77 WRK-FS-FRETDISP  PIC X(02)       VALUE SPACES.
       77 WRK-FS-FRETCONT  PIC X(02)       VALUE SPACES.
       77 WRK-FS-RUNLOG    PIC X(02)       VALUE SPACES.
       77 WRK-EOF-ARQ      PIC X(01)       VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DIFERENCA    PIC S9(06)V99   VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01)       VALUE 'N'.
       77 WRK-LINHA-ED     PIC X(90)       VALUE SPACES.
       77 WRK-TOLER-PERC   PIC 9(02)V99    VALUE 2,00.
       77 WRK-TOLER-VALOR  PIC 9(04)V99    VALUE 1,00.
       77 WRK-TOLERANCIA   PIC 9(06)V99    VALUE ZEROS.
       77 WRK-LIMITE       PIC 9(07)V99    VALUE ZEROS.
       77 WRK-COTADO       PIC 9(06)V99    VALUE ZEROS.
       77 WRK-TIPO-DISP    PIC X(01)       VALUE SPACES.
       77 WRK-IND-FAT      PIC 9(03)       VALUE ZEROS.
       77 WRK-IND-DSP      PIC 9(03)       VALUE ZEROS.
       77 WRK-IND-TRP      PIC 9(02)       VALUE ZEROS.
       77 WRK-SEQ-DSP      PIC 9(04)       VALUE ZEROS.
       77 WRK-FORNECEDOR   PIC 9(06)       VALUE ZEROS.
       77 WRK-QT-TITULOS   PIC 9(05)       VALUE ZEROS.
       77 WRK-QT-CONTESTADAS PIC 9(05)     VALUE ZEROS.
       77 WRK-QT-PENDENTES PIC 9(05)       VALUE ZEROS.
       77 WRK-TOTAL-CONTESTADO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CAB-TRANSP   PIC X(01)       VALUE 'N'.
           88 WRK-CAB-IMPRESSO     VALUE 'S'.
       77 WRK-VALOR-ED     PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR2-ED    PIC ZZZZZZZ9,99 VALUE ZEROS.
       01 WRK-FATURAS.
           02 WRK-QT-FAT      PIC 9(03)    VALUE ZEROS.
           02 WRK-FAT OCCURS 200 TIMES.
               05 WRK-FAT-TRANSP    PIC X(03).
               05 WRK-FAT-NOTA      PIC X(10).
               05 WRK-FAT-VENC      PIC 9(08).
               05 WRK-FAT-VALOR-OK  PIC 9(08)V99.
               05 WRK-FAT-QT-LINHAS PIC 9(04).
               05 WRK-FAT-QT-DISP   PIC 9(04).
               05 WRK-FAT-ESTOURO   PIC X(01).
       01 WRK-DISPUTAS.
           02 WRK-QT-DSP      PIC 9(03)    VALUE ZEROS.
           02 WRK-DSP OCCURS 500 TIMES.
               05 WRK-DSP-FAT       PIC 9(03).
               05 WRK-DSP-PRODUTO   PIC X(20).
               05 WRK-DSP-UF        PIC X(02).
               05 WRK-DSP-DATA      PIC 9(08).
               05 WRK-DSP-COTADO    PIC 9(06)V99.
               05 WRK-DSP-COBRADO   PIC 9(06)V99.
               05 WRK-DSP-TIPO      PIC X(01).
       01 WRK-TRANSPORTADORAS.
           02 WRK-QT-TRP      PIC 9(02)    VALUE ZEROS.
           02 WRK-TRP OCCURS 50 TIMES.
               05 WRK-TRP-CODIGO    PIC X(03).
               05 WRK-TRP-FORNECEDOR PIC 9(06).
               05 WRK-TRP-NOME      PIC X(30).
       01 WRK-COTACOES.
           02 WRK-QT-COT   PIC 9(04)       VALUE ZEROS.
           02 WRK-COT OCCURS 1 TO 1000 TIMES
               05 WRK-COT-DATA     PIC 9(08).
               05 WRK-COT-FRETE    PIC 9(06)V99.
               05 WRK-COT-COBRADO  PIC X(01).
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB36'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0200-CARREGAR-EDI.
           PERFORM 0300-CONFERIR-FATURA.
           PERFORM 0400-COTADOS-NAO-COBRADOS.
           PERFORM 0600-GERAR-TITULOS.
           PERFORM 0700-RELATORIO-CONTESTACOES.
           PERFORM 0500-FINALIZAR.
           STOP RUN.

               WRK-DATASYS
               DELIMITED BY SIZE INTO FRETAUD-LINHA.
           WRITE FRETAUD-LINHA.
           OPEN INPUT FRETEPAR.
           IF WRK-FS-FRETEPAR EQUAL '00'
               READ FRETEPAR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FRETEPAR-TOLER-PERC TO WRK-TOLER-PERC
                       MOVE FRETEPAR-TOLER-VALOR TO WRK-TOLER-VALOR
               END-READ
               CLOSE FRETEPAR
           END-IF.

       0200-CARREGAR-EDI.
           MOVE 'N' TO WRK-EOF-ARQ.

       0310-CASAR-COBRANCA.
           MOVE 'N' TO WRK-ACHOU.
           MOVE ZEROS TO WRK-COTADO.
           MOVE SPACES TO WRK-TIPO-DISP.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-COT
               IF WRK-ACHOU EQUAL 'N'
                   AND WRK-COT-DATA(WRK-IND) EQUAL FAT-DATA
                   MOVE 'S' TO WRK-ACHOU
                   MOVE 'S' TO WRK-COT-COBRADO(WRK-IND)
                   MOVE WRK-COT-FRETE(WRK-IND) TO WRK-COTADO
                   PERFORM 0315-CONFERIR-TOLERANCIA
                   IF FAT-VALOR-COBRADO >
                           WRK-COT-FRETE(WRK-IND)
                       ADD 1 TO WRK-QT-ACIMA
                           ' COBRADO ' FAT-VALOR-COBRADO
                           ' DIF ' WRK-DIFERENCA
                           DELIMITED BY SIZE INTO WRK-LINHA-ED
                       IF WRK-TIPO-DISP NOT EQUAL SPACES
                           MOVE 'CONTESTADO' TO WRK-LINHA-ED(81:10)
                       END-IF
                       MOVE WRK-LINHA-ED TO FRETAUD-LINHA
                       WRITE FRETAUD-LINHA
                   END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL 'N'
               ADD 1 TO WRK-QT-SEM-COTACAO
               MOVE 'S' TO WRK-TIPO-DISP
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'SEM COTACAO: ' FAT-PRODUTO ' ' FAT-UF ' '
                   FAT-DATA ' COBRADO ' FAT-VALOR-COBRADO
               MOVE WRK-LINHA-ED TO FRETAUD-LINHA
               WRITE FRETAUD-LINHA
           END-IF.
           PERFORM 0320-ACUMULAR-FATURA.

      * DENTRO DA TOLERANCIA = ATE O COTADO MAIS O MAIOR ENTRE O
      * PERCENTUAL E O VALOR FIXO DE FRETEPAR.DAT
       0315-CONFERIR-TOLERANCIA.
           COMPUTE WRK-TOLERANCIA ROUNDED =
               (WRK-COTADO * WRK-TOLER-PERC) / 100.
           IF WRK-TOLERANCIA < WRK-TOLER-VALOR
               MOVE WRK-TOLER-VALOR TO WRK-TOLERANCIA
           END-IF.
           COMPUTE WRK-LIMITE = WRK-COTADO + WRK-TOLERANCIA.
           IF FAT-VALOR-COBRADO > WRK-LIMITE
               MOVE 'A' TO WRK-TIPO-DISP
           END-IF.

      * AS LINHAS SAO SOMADAS POR TRANSPORTADORA + FATURA; A LINHA
      * CONTESTADA VAI PARA A TABELA DE CONTESTACOES E NAO ENTRA
      * NO VALOR DO TITULO
       0320-ACUMULAR-FATURA.
           MOVE ZEROS TO WRK-IND-FAT.
           PERFORM VARYING WRK-IND-DSP FROM 1 BY 1
                   UNTIL WRK-IND-DSP > WRK-QT-FAT
               IF WRK-FAT-TRANSP(WRK-IND-DSP) EQUAL
                       FAT-TRANSPORTADORA
                   AND WRK-FAT-NOTA(WRK-IND-DSP) EQUAL FAT-FATURA
                   MOVE WRK-IND-DSP TO WRK-IND-FAT
               END-IF
           END-PERFORM.
           IF WRK-IND-FAT EQUAL ZEROS
               IF WRK-QT-FAT < 200
                   ADD 1 TO WRK-QT-FAT
                   MOVE WRK-QT-FAT TO WRK-IND-FAT
                   MOVE FAT-TRANSPORTADORA TO
                       WRK-FAT-TRANSP(WRK-IND-FAT)
                   MOVE FAT-FATURA TO WRK-FAT-NOTA(WRK-IND-FAT)
                   MOVE FAT-VENCIMENTO TO WRK-FAT-VENC(WRK-IND-FAT)
                   MOVE ZEROS TO WRK-FAT-VALOR-OK(WRK-IND-FAT)
                   MOVE ZEROS TO WRK-FAT-QT-LINHAS(WRK-IND-FAT)
                   MOVE ZEROS TO WRK-FAT-QT-DISP(WRK-IND-FAT)
                   MOVE 'N' TO WRK-FAT-ESTOURO(WRK-IND-FAT)
               ELSE
                   DISPLAY 'TABELA DE FATURAS CHEIA - FATURA '
                       FAT-TRANSPORTADORA ' ' FAT-FATURA
                       ' NAO LANCADA'
               END-IF
           END-IF.
           IF WRK-IND-FAT NOT EQUAL ZEROS
               ADD 1 TO WRK-FAT-QT-LINHAS(WRK-IND-FAT)
               IF WRK-TIPO-DISP EQUAL SPACES
                   ADD FAT-VALOR-COBRADO TO
                       WRK-FAT-VALOR-OK(WRK-IND-FAT)
               ELSE
                   PERFORM 0325-GUARDAR-CONTESTACAO
               END-IF
           END-IF.

       0325-GUARDAR-CONTESTACAO.
           IF WRK-QT-DSP < 500
               ADD 1 TO WRK-QT-DSP
               ADD 1 TO WRK-FAT-QT-DISP(WRK-IND-FAT)
               MOVE WRK-IND-FAT TO WRK-DSP-FAT(WRK-QT-DSP)
               MOVE FAT-PRODUTO TO WRK-DSP-PRODUTO(WRK-QT-DSP)
               MOVE FAT-UF TO WRK-DSP-UF(WRK-QT-DSP)
               MOVE FAT-DATA TO WRK-DSP-DATA(WRK-QT-DSP)
               MOVE WRK-COTADO TO WRK-DSP-COTADO(WRK-QT-DSP)
               MOVE FAT-VALOR-COBRADO TO
                   WRK-DSP-COBRADO(WRK-QT-DSP)
               MOVE WRK-TIPO-DISP TO WRK-DSP-TIPO(WRK-QT-DSP)
           ELSE
               MOVE 'S' TO WRK-FAT-ESTOURO(WRK-IND-FAT)
           END-IF.

       0400-COTADOS-NAO-COBRADOS.
           MOVE SPACES TO FRETAUD-LINHA.
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO FRETAUD-LINHA.
           WRITE FRETAUD-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TITULOS A PAGAR LANCADOS: ' WRK-QT-TITULOS
               '  LINHAS CONTESTADAS: ' WRK-QT-CONTESTADAS
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO FRETAUD-LINHA.
           WRITE FRETAUD-LINHA.
           CLOSE FRETAUD.
           DISPLAY 'CONFERENCIA GRAVADA EM FRETAUD.DAT'.
           PERFORM 0330-GRAVAR-RUNLOG.

      * SO TRANSPORTADORA CADASTRADA COMO FORNECEDOR ATIVO GERA
      * TITULO; FATURA JA LANCADA EM EXECUCAO ANTERIOR NAO E
      * LANCADA DE NOVO
       0600-GERAR-TITULOS.
           PERFORM 0610-CARREGAR-TRANSPORTADORAS.
           OPEN I-O CONTASPAG.
           IF WRK-FS-CONTASPAG EQUAL '35'
               OPEN OUTPUT CONTASPAG
               CLOSE CONTASPAG
               OPEN I-O CONTASPAG
           END-IF.
           OPEN I-O FRETDISP.
           IF WRK-FS-FRETDISP EQUAL '35'
               OPEN OUTPUT FRETDISP
               CLOSE FRETDISP
               OPEN I-O FRETDISP
           END-IF.
           MOVE SPACES TO FRETAUD-LINHA.
           WRITE FRETAUD-LINHA.
           MOVE '*** FATURAS LANCADAS NO CONTAS A PAGAR ***'
               TO FRETAUD-LINHA.
           WRITE FRETAUD-LINHA.
           IF WRK-FS-CONTASPAG NOT EQUAL '00'
               OR WRK-FS-FRETDISP NOT EQUAL '00'
               MOVE 'CONTASPAG.DAT/FRETDISP.DAT INDISPONIVEL - '
                   TO FRETAUD-LINHA
               MOVE 'NENHUMA FATURA LANCADA' TO FRETAUD-LINHA(43:22)
               WRITE FRETAUD-LINHA
           ELSE
               PERFORM VARYING WRK-IND-FAT FROM 1 BY 1
                       UNTIL WRK-IND-FAT > WRK-QT-FAT
                   PERFORM 0620-LANCAR-FATURA
               END-PERFORM
           END-IF.
           CLOSE FRETDISP.
           CLOSE CONTASPAG.

       0610-CARREGAR-TRANSPORTADORAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT FORNECEDORES.
           IF WRK-FS-FORNECEDORES NOT EQUAL '00'
               DISPLAY 'ARQUIVO FORNECEDORES.DAT NAO ENCONTRADO'
           ELSE
               MOVE LOW-VALUES TO FORN-CODIGO
               START FORNECEDORES KEY IS NOT LESS THAN FORN-CODIGO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ FORNECEDORES NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF FORN-SIT-ATIVO
                               AND FORN-TRANSPORTADORA NOT EQUAL
                                   SPACES
                               AND WRK-QT-TRP < 50
                               ADD 1 TO WRK-QT-TRP
                               MOVE FORN-TRANSPORTADORA TO
                                   WRK-TRP-CODIGO(WRK-QT-TRP)
                               MOVE FORN-CODIGO TO
                                   WRK-TRP-FORNECEDOR(WRK-QT-TRP)
                               MOVE FORN-NOME TO
                                   WRK-TRP-NOME(WRK-QT-TRP)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORNECEDORES
           END-IF.

      * TITULO COM LINHA CONTESTADA NASCE NA SITUACAO D E SO COM O
      * VALOR DAS LINHAS DENTRO DA TOLERANCIA; SEM VENCIMENTO NA
      * FATURA O TITULO VENCE NA DATA DA CONFERENCIA
       0620-LANCAR-FATURA.
           MOVE ZEROS TO WRK-FORNECEDOR.
           PERFORM VARYING WRK-IND-TRP FROM 1 BY 1
                   UNTIL WRK-IND-TRP > WRK-QT-TRP
               IF WRK-TRP-CODIGO(WRK-IND-TRP) EQUAL
                       WRK-FAT-TRANSP(WRK-IND-FAT)
                   MOVE WRK-TRP-FORNECEDOR(WRK-IND-TRP) TO
                       WRK-FORNECEDOR
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA-ED.
           EVALUATE TRUE
               WHEN WRK-FAT-ESTOURO(WRK-IND-FAT) EQUAL 'S'
                   STRING WRK-FAT-TRANSP(WRK-IND-FAT) ' '
                       WRK-FAT-NOTA(WRK-IND-FAT)
                       ' NAO LANCADA - TABELA DE CONTESTACOES CHEIA'
                       DELIMITED BY SIZE INTO WRK-LINHA-ED
               WHEN WRK-FORNECEDOR EQUAL ZEROS
                   STRING WRK-FAT-TRANSP(WRK-IND-FAT) ' '
                       WRK-FAT-NOTA(WRK-IND-FAT)
                       ' NAO LANCADA - TRANSPORTADORA SEM '
                       'FORNECEDOR ATIVO'
                       DELIMITED BY SIZE INTO WRK-LINHA-ED
               WHEN OTHER
                   MOVE WRK-FORNECEDOR TO PAG-FORNECEDOR
                   MOVE WRK-FAT-NOTA(WRK-IND-FAT) TO PAG-NOTA
                   READ CONTASPAG
                       INVALID KEY
                           PERFORM 0630-GRAVAR-TITULO
                       NOT INVALID KEY
                           STRING WRK-FAT-TRANSP(WRK-IND-FAT) ' '
                               WRK-FAT-NOTA(WRK-IND-FAT)
                               ' JA LANCADA NO FORNECEDOR '
                               WRK-FORNECEDOR
                               DELIMITED BY SIZE INTO WRK-LINHA-ED
                   END-READ
           END-EVALUATE.
           MOVE WRK-LINHA-ED TO FRETAUD-LINHA.
           WRITE FRETAUD-LINHA.

       0630-GRAVAR-TITULO.
           MOVE SPACES TO PAG-REG.
           MOVE WRK-FORNECEDOR TO PAG-FORNECEDOR.
           MOVE WRK-FAT-NOTA(WRK-IND-FAT) TO PAG-NOTA.
           MOVE WRK-FAT-VALOR-OK(WRK-IND-FAT) TO PAG-VALOR.
           MOVE WRK-DATASYS TO PAG-EMISSAO.
           IF WRK-FAT-VENC(WRK-IND-FAT) EQUAL ZEROS
               MOVE WRK-DATASYS TO PAG-VENCIMENTO
           ELSE
               MOVE WRK-FAT-VENC(WRK-IND-FAT) TO PAG-VENCIMENTO
           END-IF.
           IF WRK-FAT-QT-DISP(WRK-IND-FAT) > ZEROS
               SET PAG-SIT-CONTESTADO TO TRUE
           ELSE
               SET PAG-SIT-ABERTO TO TRUE
           END-IF.
           MOVE ZEROS TO PAG-DATA-PGTO.
           MOVE ZEROS TO PAG-PEDCOMPRA.
           MOVE SPACES TO PAG-TIPO-SERVICO.
           MOVE ZEROS TO PAG-RETENCOES.
           WRITE PAG-REG
               INVALID KEY
                   STRING WRK-FAT-TRANSP(WRK-IND-FAT) ' '
                       WRK-FAT-NOTA(WRK-IND-FAT)
                       ' ERRO AO GRAVAR CONTASPAG.DAT'
                       DELIMITED BY SIZE INTO WRK-LINHA-ED
               NOT INVALID KEY
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 0965-JORNAL-CONTASPAG
                   ADD 1 TO WRK-QT-TITULOS
                   PERFORM 0640-GRAVAR-CONTESTACOES
                   MOVE PAG-VALOR TO WRK-VALOR-ED
                   STRING WRK-FAT-TRANSP(WRK-IND-FAT) ' '
                       WRK-FAT-NOTA(WRK-IND-FAT)
                       ' FORNECEDOR ' WRK-FORNECEDOR
                       ' VALOR ' WRK-VALOR-ED
                       ' VENCTO ' PAG-VENCIMENTO
                       ' SIT ' PAG-SITUACAO
                       ' CONTEST ' WRK-FAT-QT-DISP(WRK-IND-FAT)
                       DELIMITED BY SIZE INTO WRK-LINHA-ED
           END-WRITE.

       0640-GRAVAR-CONTESTACOES.
           MOVE ZEROS TO WRK-SEQ-DSP.
           PERFORM VARYING WRK-IND-DSP FROM 1 BY 1
                   UNTIL WRK-IND-DSP > WRK-QT-DSP
               IF WRK-DSP-FAT(WRK-IND-DSP) EQUAL WRK-IND-FAT
                   ADD 1 TO WRK-SEQ-DSP
                   MOVE SPACES TO DSP-REG
                   MOVE WRK-FORNECEDOR TO DSP-FORNECEDOR
                   MOVE WRK-FAT-NOTA(WRK-IND-FAT) TO DSP-NOTA
                   MOVE WRK-SEQ-DSP TO DSP-LINHA
                   MOVE WRK-FAT-TRANSP(WRK-IND-FAT) TO
                       DSP-TRANSPORTADORA
                   MOVE WRK-DSP-PRODUTO(WRK-IND-DSP) TO DSP-PRODUTO
                   MOVE WRK-DSP-UF(WRK-IND-DSP) TO DSP-UF
                   MOVE WRK-DSP-DATA(WRK-IND-DSP) TO DSP-DATA
                   MOVE WRK-DSP-COTADO(WRK-IND-DSP) TO
                       DSP-VALOR-COTADO
                   MOVE WRK-DSP-COBRADO(WRK-IND-DSP) TO
                       DSP-VALOR-COBRADO
                   MOVE WRK-DSP-TIPO(WRK-IND-DSP) TO DSP-TIPO
                   SET DSP-SIT-PENDENTE TO TRUE
                   MOVE WRK-DATASYS TO DSP-DATA-ABERTURA
                   MOVE ZEROS TO DSP-DATA-DECISAO
                   WRITE DSP-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR FRETDISP.DAT - '
                               DSP-NOTA ' LINHA ' DSP-LINHA
                       NOT INVALID KEY
                           ADD 1 TO WRK-QT-CONTESTADAS
                   END-WRITE
               END-IF
           END-PERFORM.

      * RELACAO PARA O COMPRADOR DE LOGISTICA - TODAS AS LINHAS
      * AINDA PENDENTES DE CADA TRANSPORTADORA, DESTA FATURA OU
      * DE FATURAS ANTERIORES
       0700-RELATORIO-CONTESTACOES.
           OPEN OUTPUT FRETCONT.
           MOVE SPACES TO FRETCONT-LINHA.
           STRING 'PROGCOB36 - CONTESTACOES DE FRETE PENDENTES - '
               WRK-DATASYS
               DELIMITED BY SIZE INTO FRETCONT-LINHA.
           WRITE FRETCONT-LINHA.
           OPEN INPUT FRETDISP.
           IF WRK-FS-FRETDISP NOT EQUAL '00'
               MOVE 'NENHUMA CONTESTACAO REGISTRADA' TO
                   FRETCONT-LINHA
               WRITE FRETCONT-LINHA
           ELSE
               PERFORM VARYING WRK-IND-TRP FROM 1 BY 1
                       UNTIL WRK-IND-TRP > WRK-QT-TRP
                   PERFORM 0710-CONTESTACOES-TRANSP
               END-PERFORM
               CLOSE FRETDISP
           END-IF.
           MOVE SPACES TO FRETCONT-LINHA.
           WRITE FRETCONT-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'LINHAS PENDENTES: ' WRK-QT-PENDENTES
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO FRETCONT-LINHA.
           WRITE FRETCONT-LINHA.
           CLOSE FRETCONT.

       0710-CONTESTACOES-TRANSP.
           MOVE 'N' TO WRK-CAB-TRANSP.
           MOVE ZEROS TO WRK-TOTAL-CONTESTADO.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LOW-VALUES TO DSP-CHAVE.
           MOVE WRK-TRP-FORNECEDOR(WRK-IND-TRP) TO DSP-FORNECEDOR.
           START FRETDISP KEY IS NOT LESS THAN DSP-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ FRETDISP NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF DSP-FORNECEDOR NOT EQUAL
                               WRK-TRP-FORNECEDOR(WRK-IND-TRP)
                           SET WRK-FIM-ARQ TO TRUE
                       ELSE
                           IF DSP-SIT-PENDENTE
                               PERFORM 0720-IMPRIMIR-CONTESTACAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-CAB-IMPRESSO
               MOVE WRK-TOTAL-CONTESTADO TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-ED
               STRING '  TOTAL COBRADO EM CONTESTACAO: ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO FRETCONT-LINHA
               WRITE FRETCONT-LINHA
           END-IF.

       0720-IMPRIMIR-CONTESTACAO.
           IF NOT WRK-CAB-IMPRESSO
               SET WRK-CAB-IMPRESSO TO TRUE
               MOVE SPACES TO FRETCONT-LINHA
               WRITE FRETCONT-LINHA
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'TRANSPORTADORA ' WRK-TRP-CODIGO(WRK-IND-TRP)
                   ' - FORNECEDOR ' WRK-TRP-FORNECEDOR(WRK-IND-TRP)
                   ' ' WRK-TRP-NOME(WRK-IND-TRP)
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO FRETCONT-LINHA
               WRITE FRETCONT-LINHA
               MOVE '  FATURA     LIN  PRODUTO              UF DATA'
                   TO FRETCONT-LINHA
               MOVE '          COTADO     COBRADO MOTIVO' TO
                   FRETCONT-LINHA(47:35)
               WRITE FRETCONT-LINHA
           END-IF.
           ADD 1 TO WRK-QT-PENDENTES.
           ADD DSP-VALOR-COBRADO TO WRK-TOTAL-CONTESTADO.
           MOVE DSP-VALOR-COTADO TO WRK-VALOR-ED.
           MOVE DSP-VALOR-COBRADO TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           IF DSP-SEM-COTACAO
               STRING '  ' DSP-NOTA ' ' DSP-LINHA ' ' DSP-PRODUTO ' '
                   DSP-UF ' ' DSP-DATA ' ' WRK-VALOR-ED ' '
                   WRK-VALOR2-ED ' SEM COTACAO'
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           ELSE
               STRING '  ' DSP-NOTA ' ' DSP-LINHA ' ' DSP-PRODUTO ' '
                   DSP-UF ' ' DSP-DATA ' ' WRK-VALOR-ED ' '
                   WRK-VALOR2-ED ' ACIMA TOLER.'
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
           END-IF.
           MOVE WRK-LINHA-ED TO FRETCONT-LINHA.
           WRITE FRETCONT-LINHA.

       0330-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.

       0965-JORNAL-CONTASPAG.
           MOVE 'CONTASPAG' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-CONTASPAG TO WRK-JRN-FS.
           MOVE PAG-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
