      * CLIENTES E RODA O LOTE DE PAGAMENTO DOS VENCIDOS ATE A
      * DATA INFORMADA, ALIMENTANDO A POSICAO DIARIA DE CAIXA
      * (CAIXADIA.DAT) COM CADA PAGAMENTO EFETUADO
      * ATUALIZACAO: TITULO DE FATURA DE FRETE CONTESTADO (SITUACAO
      * D, GERADO PELO PROGCOB36) NAO ENTRA NO LOTE DE PAGAMENTO;
      * A OPCAO DE CONTESTACOES ACEITA OU RECUSA CADA LINHA DE
      * FRETDISP.DAT - ACEITA SOMA O COBRADO, RECUSADA SOMA SO O
      * COTADO - E LIBERA O TITULO QUANDO NAO SOBRA PENDENCIA
      * ATUALIZACAO: O LOTE DE PAGAMENTO NAO BAIXA MAIS O TITULO -
      * GERA A REMESSA DE PAGAMENTOS AO BANCO (REMPAG.DAT, HEADER,
      * UM DETALHE POR TITULO COM OS DADOS BANCARIOS DO
      * FORNECEDOR E TRAILER DE TOTAIS, COMO A REMESSA DE COBRANCA
      * DO PROGCOB53) E DEIXA O TITULO EM REMESSA (R); O RETORNO
      * DO BANCO (RETPAG.DAT) BAIXA O CONFIRMADO E LANCA A SAIDA
      * EM CAIXADIA.DAT, VOLTA O REJEITADO PARA ABERTO E IMPRIME
      * O RESULTADO EM RETPAGREL.DAT
      * ATUALIZACAO: RETENCAO NA FONTE - O LANCAMENTO PEDE O TIPO
      * DE SERVICO E CALCULA IRRF, PIS, COFINS, CSLL E ISS PELAS
      * ALIQUOTAS DO FORNECEDOR (ALIQRET.DAT, MANTIDO NO PROGCOB67);
      * A REMESSA PAGA O VALOR LIQUIDO E O RELATORIO MENSAL DE
      * RETENCOES (RETENREL.DAT) TOTALIZA CADA TRIBUTO DOS TITULOS
      * PAGOS NO MES COM A DATA DE RECOLHIMENTO
      * ATUALIZACAO: PERIODO CONTABIL FECHADO (PROGCOBPER) - NAO
      * LANCA TITULO NEM BAIXA PAGAMENTO DATADO EM MES FECHADO; O
      * RETORNO PAGO NESSE MES DEIXA O TITULO EM REMESSA
      * ATUALIZACAO: LAYOUT DA POSICAO DIARIA DE CAIXA EM COPYBOOK
      * (CXAREG), COMPARTILHADO COM AS APLICACOES (PROGCOB119)
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      * ATUALIZACAO: RETPAG.DAT COM HEADER/TRAILER DE CONTROLE
      * (INTCTL) CONFERIDO PELA PROGCOBINT ANTES DE BAIXAR
      * QUALQUER TITULO - RETORNO COM SEQUENCIA JA PROCESSADA OU
      * TRAILER QUE NAO BATE E REJEITADO INTEIRO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS WRK-FS-FORNECEDORES.

           SELECT FRETDISP ASSIGN TO "FRETDISP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CHAVE
               FILE STATUS IS WRK-FS-FRETDISP.

           SELECT AGINGPAG ASSIGN TO "AGINGPAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AGINGPAG.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAIXADIA.

           SELECT REMPAG ASSIGN TO "REMPAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMPAG.

           SELECT RETPAG ASSIGN TO "RETPAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETPAG.

           SELECT RETPAGREL ASSIGN TO "RETPAGREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETPAGREL.

           SELECT ALIQRET ASSIGN TO "ALIQRET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALQ-CHAVE
               FILE STATUS IS WRK-FS-ALIQRET.

           SELECT RETENREL ASSIGN TO "RETENREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETENREL.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       FD  FORNECEDORES.
           COPY FORNREG.

       FD  FRETDISP.
           COPY DSPREG.

       FD  AGINGPAG.
       01  AGINGPAG-LINHA      PIC X(90).

       FD  CAIXADIA.
           COPY CXAREG.

       FD  REMPAG.
       01  REMPAG-REG              PIC X(80).

       FD  RETPAG.
       01  RETPAG-REG.
           02  RETP-TIPO           PIC X(01).
           02  RETP-FORNECEDOR     PIC 9(06).
           02  RETP-NOTA           PIC X(10).
           02  RETP-VALOR-PAGO     PIC 9(08)V99.
           02  RETP-DATA-PGTO      PIC 9(08).
           02  RETP-OCORRENCIA     PIC X(02).
               88  RETP-OCORR-PAGA     VALUE '00'.
           COPY INTCTL.

       FD  RETPAGREL.
       01  RETPAGREL-LINHA         PIC X(90).

       FD  ALIQRET.
           COPY ALQREG.

       FD  RETENREL.
       01  RETENREL-LINHA          PIC X(90).

       FD  RUNLOG.
           COPY RUNLOG.
       77 WRK-FS-CONTASPAG  PIC X(02)      VALUE SPACES.
       77 WRK-FS-FORNECEDORES PIC X(02)    VALUE SPACES.
       77 WRK-FS-AGINGPAG   PIC X(02)      VALUE SPACES.
       77 WRK-FS-FRETDISP   PIC X(02)      VALUE SPACES.
       77 WRK-FS-CAIXADIA   PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-FS-REMPAG     PIC X(02)      VALUE SPACES.
       77 WRK-FS-RETPAG     PIC X(02)      VALUE SPACES.
       77 WRK-FS-RETPAGREL  PIC X(02)      VALUE SPACES.
       77 WRK-QT-REMETIDOS  PIC 9(06)      VALUE ZEROS.
       77 WRK-TOTAL-REMESSA PIC 9(12)V99   VALUE ZEROS.
       77 WRK-QT-SEM-BANCO  PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-RETORNOS   PIC 9(06)      VALUE ZEROS.
       77 WRK-QT-REJEITADOS PIC 9(06)      VALUE ZEROS.
       77 WRK-QT-SEM-TITULO PIC 9(06)      VALUE ZEROS.
       77 WRK-QT-FORA-REMESSA PIC 9(06)    VALUE ZEROS.
       77 WRK-QT-MES-FECHADO PIC 9(06)     VALUE ZEROS.
       77 WRK-PERIODO-SIT   PIC X(01)      VALUE SPACES.
           88 WRK-PERIODO-FECHADO  VALUE 'F'.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-TOTAL-PAGO    PIC 9(12)V99   VALUE ZEROS.
       77 WRK-QT-MOVTOS     PIC 9(05)      VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(90)      VALUE SPACES.
       77 WRK-QT-CONTESTADOS PIC 9(05)     VALUE ZEROS.
       77 WRK-QT-PENDENTES  PIC 9(04)      VALUE ZEROS.
       77 WRK-DECISAO       PIC X(01)      VALUE SPACES.
       77 WRK-FORN-BUSCA    PIC 9(06)      VALUE ZEROS.
       77 WRK-NOTA-BUSCA    PIC X(10)      VALUE SPACES.
       77 WRK-FS-ALIQRET    PIC X(02)      VALUE SPACES.
       77 WRK-FS-RETENREL   PIC X(02)      VALUE SPACES.
       77 WRK-RET-VALIDA    PIC X(01)      VALUE 'N'.
           88 WRK-RET-OK           VALUE 'S'.
       77 WRK-RET-MINIMO    PIC 9(02)V99   VALUE 10,00.
       77 WRK-RET-FEDERAL   PIC 9(07)V99   VALUE ZEROS.
       77 WRK-TOTAL-RETIDO  PIC 9(07)V99   VALUE ZEROS.
       77 WRK-VALOR-LIQUIDO PIC 9(08)V99   VALUE ZEROS.
       77 WRK-ANOMES-RET    PIC 9(06)      VALUE ZEROS.
       77 WRK-QT-TITULOS-RET PIC 9(05)     VALUE ZEROS.
       77 WRK-IND-TRIB      PIC 9(01)      VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-REM-HEADER.
           02 FILLER           PIC X(01)   VALUE '0'.
           02 FILLER           PIC X(16)   VALUE 'REMESSA PAGTO   '.
           02 WRK-HDR-DATA     PIC 9(08).
           02 FILLER           PIC X(55)   VALUE SPACES.
       01 WRK-REM-DETALHE.
           02 FILLER           PIC X(01)   VALUE '1'.
           02 WRK-DET-FORNECEDOR PIC 9(06).
           02 WRK-DET-NOTA     PIC X(10).
           02 WRK-DET-CNPJ     PIC X(14).
           02 WRK-DET-BANCO    PIC 9(03).
           02 WRK-DET-AGENCIA  PIC 9(04).
           02 WRK-DET-AGENCIA-DV PIC X(01).
           02 WRK-DET-CONTA    PIC 9(10).
           02 WRK-DET-CONTA-DV PIC X(01).
           02 WRK-DET-VALOR    PIC 9(08)V99.
           02 WRK-DET-DATA-PGTO PIC 9(08).
           02 FILLER           PIC X(12)   VALUE SPACES.
       01 WRK-REM-TRAILER.
           02 FILLER           PIC X(01)   VALUE '9'.
           02 WRK-TRL-QTDE     PIC 9(06).
           02 WRK-TRL-TOTAL    PIC 9(12)V99.
           02 FILLER           PIC X(59)   VALUE SPACES.
       01 WRK-RET-TITULO.
           02 WRK-RET-VALOR OCCURS 5 TIMES PIC 9(06)V99.
       01 WRK-TRIBUTOS-VALORES.
           02 FILLER           PIC X(08)   VALUE 'IRRF  20'.
           02 FILLER           PIC X(08)   VALUE 'PIS   20'.
           02 FILLER           PIC X(08)   VALUE 'COFINS20'.
           02 FILLER           PIC X(08)   VALUE 'CSLL  20'.
           02 FILLER           PIC X(08)   VALUE 'ISS   10'.
       01 WRK-TRIBUTOS REDEFINES WRK-TRIBUTOS-VALORES.
           02 WRK-TRIB OCCURS 5 TIMES.
               05 WRK-TRIB-NOME PIC X(06).
               05 WRK-TRIB-DIA  PIC 9(02).
       01 WRK-TRIB-TOTAIS.
           02 WRK-TRIB-TOTAL OCCURS 5 TIMES PIC 9(10)V99.
       01 WRK-DATA-RECOLHE.
           02 WRK-REC-ANO      PIC 9(04).
           02 WRK-REC-MES      PIC 9(02).
           02 WRK-REC-DIA      PIC 9(02).
       01 WRK-DATA-RECOLHE-NUM REDEFINES WRK-DATA-RECOLHE
                               PIC 9(08).
       01 WRK-RETEN-DETALHE.
           02 WRK-RTD-FORNECEDOR PIC 9(06).
           02 FILLER           PIC X(01)   VALUE SPACES.
           02 WRK-RTD-NOTA     PIC X(10).
           02 FILLER           PIC X(01)   VALUE SPACES.
           02 WRK-RTD-DATA     PIC 9(08).
           02 WRK-RTD-VALOR OCCURS 5 TIMES.
               05 FILLER       PIC X(01).
               05 WRK-RTD-VALOR-ED PIC ZZZ.ZZ9,99.
           02 FILLER           PIC X(09)   VALUE SPACES.
       01 WRK-AGING-PAG.
           02 WRK-AGE-FAIXA OCCURS 5 TIMES.
               05 WRK-AGE-VALOR PIC 9(12)V99.
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
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB68'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY 'CONTAS A PAGAR'.
           DISPLAY '1 - LANCAR TITULO A PAGAR'.
           DISPLAY '2 - RELATORIO DE AGING DE PAGAVEIS'.
           DISPLAY '3 - LOTE DE PAGAMENTO DOS VENCIDOS (REMESSA)'.
           DISPLAY '4 - CONTESTACOES DE FATURA DE FRETE'.
           DISPLAY '5 - PROCESSAR RETORNO DE PAGAMENTOS DO BANCO'.
           DISPLAY '6 - RELATORIO MENSAL DE RETENCOES NA FONTE'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
                   PERFORM 2000-AGING-PAGAVEIS
               WHEN '3'
                   PERFORM 3000-LOTE-PAGAMENTO
               WHEN '4'
                   PERFORM 4000-CONTESTACOES-FRETE
               WHEN '5'
                   PERFORM 5000-PROCESSAR-RETORNO
               WHEN '6'
                   PERFORM 6000-RELATORIO-RETENCOES
               WHEN 'X'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
           DISPLAY 'CODIGO DO FORNECEDOR: '.
           ACCEPT PAG-FORNECEDOR.
           PERFORM 1100-VALIDAR-FORNECEDOR.
           IF WRK-FORN-OK
               CALL 'PROGCOBPER' USING WRK-DATASYS WRK-PERIODO-SIT
               IF WRK-PERIODO-FECHADO
                   DISPLAY 'LANCAMENTO RECUSADO - MES JA ENTREGUE '
                       'A CONTABILIDADE'
                   MOVE 'N' TO WRK-FORN-VALIDO
               END-IF
           END-IF.
           IF WRK-FORN-OK
               DISPLAY 'NUMERO DA NOTA: '
               ACCEPT PAG-NOTA
               ACCEPT PAG-VALOR
               DISPLAY 'VENCIMENTO (AAAAMMDD): '
               ACCEPT PAG-VENCIMENTO
               DISPLAY 'TIPO DE SERVICO (BRANCO = SEM RETENCAO): '
               ACCEPT PAG-TIPO-SERVICO
               PERFORM 1200-CALCULAR-RETENCOES
           END-IF.
           IF WRK-FORN-OK AND WRK-RET-OK
               MOVE WRK-DATASYS TO PAG-EMISSAO
               SET PAG-SIT-ABERTO TO TRUE
               MOVE ZEROS TO PAG-DATA-PGTO
               MOVE ZEROS TO PAG-PEDCOMPRA
               WRITE PAG-REG
                   INVALID KEY
                       DISPLAY 'JA EXISTE TITULO DESTE FORNECEDOR '
                           'COM ESTA NOTA'
                   NOT INVALID KEY
                       MOVE 'I' TO WRK-JRN-OPERACAO
                       PERFORM 0965-JORNAL-CONTASPAG
                       DISPLAY 'TITULO A PAGAR LANCADO'
               END-WRITE
           END-IF.
               CLOSE FORNECEDORES
           END-IF.

      * IRRF ABAIXO DO MINIMO NAO E RETIDO, E PIS, COFINS E CSLL
      * SO SAO RETIDOS QUANDO A SOMA DOS TRES ATINGE O MINIMO; O
      * ISS E SEMPRE RETIDO. TIPO SEM ALIQUOTA CADASTRADA RECUSA
      * O TITULO
       1200-CALCULAR-RETENCOES.
           MOVE 'N' TO WRK-RET-VALIDA.
           MOVE ZEROS TO PAG-RETENCOES.
           IF PAG-TIPO-SERVICO EQUAL SPACES
               SET WRK-RET-OK TO TRUE
           ELSE
               OPEN INPUT ALIQRET
               IF WRK-FS-ALIQRET NOT EQUAL '00'
                   DISPLAY 'ARQUIVO ALIQRET.DAT NAO ENCONTRADO'
               ELSE
                   MOVE PAG-FORNECEDOR TO ALQ-FORNECEDOR
                   MOVE PAG-TIPO-SERVICO TO ALQ-TIPO-SERVICO
                   READ ALIQRET
                       INVALID KEY
                           DISPLAY 'SEM ALIQUOTAS PARA O TIPO DE '
                               'SERVICO ' PAG-TIPO-SERVICO
                               ' - TITULO NAO LANCADO'
                       NOT INVALID KEY
                           SET WRK-RET-OK TO TRUE
                           PERFORM 1210-APLICAR-ALIQUOTAS
                   END-READ
                   CLOSE ALIQRET
               END-IF
           END-IF.

       1210-APLICAR-ALIQUOTAS.
           COMPUTE PAG-RET-IRRF ROUNDED =
               PAG-VALOR * ALQ-PERC-IRRF / 100.
           COMPUTE PAG-RET-PIS ROUNDED =
               PAG-VALOR * ALQ-PERC-PIS / 100.
           COMPUTE PAG-RET-COFINS ROUNDED =
               PAG-VALOR * ALQ-PERC-COFINS / 100.
           COMPUTE PAG-RET-CSLL ROUNDED =
               PAG-VALOR * ALQ-PERC-CSLL / 100.
           COMPUTE PAG-RET-ISS ROUNDED =
               PAG-VALOR * ALQ-PERC-ISS / 100.
           IF PAG-RET-IRRF < WRK-RET-MINIMO
               MOVE ZEROS TO PAG-RET-IRRF
           END-IF.
           COMPUTE WRK-RET-FEDERAL =
               PAG-RET-PIS + PAG-RET-COFINS + PAG-RET-CSLL.
           IF WRK-RET-FEDERAL < WRK-RET-MINIMO
               MOVE ZEROS TO PAG-RET-PIS
               MOVE ZEROS TO PAG-RET-COFINS
               MOVE ZEROS TO PAG-RET-CSLL
           END-IF.
           PERFORM 1220-SOMAR-RETENCOES.
           IF WRK-TOTAL-RETIDO > PAG-VALOR
               DISPLAY 'RETENCOES MAIORES QUE O VALOR DA NOTA - '
                   'TITULO NAO LANCADO'
               MOVE 'N' TO WRK-RET-VALIDA
           ELSE
               DISPLAY 'IRRF..: ' PAG-RET-IRRF
               DISPLAY 'PIS...: ' PAG-RET-PIS
               DISPLAY 'COFINS: ' PAG-RET-COFINS
               DISPLAY 'CSLL..: ' PAG-RET-CSLL
               DISPLAY 'ISS...: ' PAG-RET-ISS
               DISPLAY 'VALOR LIQUIDO A PAGAR: ' WRK-VALOR-LIQUIDO
           END-IF.

      * VALOR LIQUIDO = VALOR DA NOTA MENOS TODAS AS RETENCOES
       1220-SOMAR-RETENCOES.
           MOVE ZEROS TO WRK-TOTAL-RETIDO.
           IF PAG-RETENCOES IS NUMERIC
               COMPUTE WRK-TOTAL-RETIDO = PAG-RET-IRRF + PAG-RET-PIS
                   + PAG-RET-COFINS + PAG-RET-CSLL + PAG-RET-ISS
           END-IF.
           IF WRK-TOTAL-RETIDO > PAG-VALOR
               MOVE ZEROS TO WRK-VALOR-LIQUIDO
           ELSE
               COMPUTE WRK-VALOR-LIQUIDO =
                   PAG-VALOR - WRK-TOTAL-RETIDO
           END-IF.

       2000-AGING-PAGAVEIS.
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 5
               MOVE ZEROS TO WRK-AGE-VALOR(WRK-IND)
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF PAG-SIT-ABERTO OR PAG-SIT-CONTESTADO
                               OR PAG-SIT-REMETIDO
                               PERFORM 2100-CLASSIFICAR-TITULO
                           END-IF
                   END-READ
           DISPLAY 'AGING GRAVADO EM AGINGPAG.DAT - '
               WRK-QT-MOVTOS ' TITULOS ABERTOS'.

      * O LOTE MANDA AO BANCO TUDO QUE VENCE ATE A DATA DE CORTE;
      * O TITULO FICA EM REMESSA ATE O RETORNO CONFIRMAR. TITULO
      * CONTESTADO FICA RETIDO ATE A CONTESTACAO ACABAR E O DE
      * FORNECEDOR SEM DADOS BANCARIOS FICA ABERTO
       3000-LOTE-PAGAMENTO.
           DISPLAY 'PAGAR VENCIDOS ATE (AAAAMMDD, 0 = HOJE): '.
           ACCEPT WRK-DATA-CORTE.
           IF WRK-DATA-CORTE EQUAL ZEROS
               MOVE WRK-DATASYS TO WRK-DATA-CORTE
           END-IF.
           MOVE ZEROS TO WRK-QT-REMETIDOS.
           MOVE ZEROS TO WRK-TOTAL-REMESSA.
           MOVE ZEROS TO WRK-QT-SEM-BANCO.
           MOVE ZEROS TO WRK-QT-CONTESTADOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN I-O CONTASPAG.
           IF WRK-FS-CONTASPAG NOT EQUAL '00'
               DISPLAY 'ARQUIVO CONTASPAG.DAT NAO ENCONTRADO'
           ELSE
               OPEN INPUT FORNECEDORES
               OPEN OUTPUT REMPAG
               MOVE WRK-DATASYS TO WRK-HDR-DATA
               MOVE WRK-REM-HEADER TO REMPAG-REG
               WRITE REMPAG-REG
               MOVE LOW-VALUES TO PAG-CHAVE
               START CONTASPAG KEY IS NOT LESS THAN PAG-CHAVE
                   INVALID KEY
                           IF PAG-SIT-ABERTO
                               AND PAG-VENCIMENTO NOT GREATER
                                   THAN WRK-DATA-CORTE
                               PERFORM 3100-REMETER-TITULO
                           END-IF
                           IF PAG-SIT-CONTESTADO
                               AND PAG-VENCIMENTO NOT GREATER
                                   THAN WRK-DATA-CORTE
                               ADD 1 TO WRK-QT-CONTESTADOS
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WRK-QT-REMETIDOS TO WRK-TRL-QTDE
               MOVE WRK-TOTAL-REMESSA TO WRK-TRL-TOTAL
               MOVE WRK-REM-TRAILER TO REMPAG-REG
               WRITE REMPAG-REG
               CLOSE REMPAG
               IF WRK-FS-FORNECEDORES EQUAL '00'
                   CLOSE FORNECEDORES
               END-IF
               CLOSE CONTASPAG
               DISPLAY 'REMESSA GRAVADA EM REMPAG.DAT - '
                   WRK-QT-REMETIDOS ' TITULOS, TOTAL '
                   WRK-TOTAL-REMESSA
               IF WRK-QT-SEM-BANCO > ZEROS
                   DISPLAY 'TITULOS FORA DA REMESSA POR FALTA DE '
                       'DADOS BANCARIOS: ' WRK-QT-SEM-BANCO
               END-IF
               IF WRK-QT-CONTESTADOS > ZEROS
                   DISPLAY 'TITULOS RETIDOS EM CONTESTACAO: '
                       WRK-QT-CONTESTADOS
               END-IF
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

      * O BANCO PAGA NO VENCIMENTO; O JA VENCIDO SAI NA DATA DA
      * REMESSA
       3100-REMETER-TITULO.
           MOVE 'N' TO WRK-FORN-VALIDO.
           IF WRK-FS-FORNECEDORES EQUAL '00'
               MOVE PAG-FORNECEDOR TO FORN-CODIGO
               READ FORNECEDORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FORN-SIT-ATIVO
                           AND FORN-BANCO IS NUMERIC
                           AND FORN-BANCO NOT EQUAL ZEROS
                           SET WRK-FORN-OK TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF NOT WRK-FORN-OK
               ADD 1 TO WRK-QT-SEM-BANCO
               DISPLAY 'SEM DADOS BANCARIOS - FORNECEDOR '
                   PAG-FORNECEDOR ' NOTA ' PAG-NOTA
           ELSE
               MOVE PAG-FORNECEDOR TO WRK-DET-FORNECEDOR
               MOVE PAG-NOTA TO WRK-DET-NOTA
               MOVE FORN-CNPJ TO WRK-DET-CNPJ
               MOVE FORN-BANCO TO WRK-DET-BANCO
               MOVE FORN-AGENCIA TO WRK-DET-AGENCIA
               MOVE FORN-AGENCIA-DV TO WRK-DET-AGENCIA-DV
               MOVE FORN-CONTA TO WRK-DET-CONTA
               MOVE FORN-CONTA-DV TO WRK-DET-CONTA-DV
               PERFORM 1220-SOMAR-RETENCOES
               MOVE WRK-VALOR-LIQUIDO TO WRK-DET-VALOR
               IF PAG-VENCIMENTO > WRK-DATASYS
                   MOVE PAG-VENCIMENTO TO WRK-DET-DATA-PGTO
               ELSE
                   MOVE WRK-DATASYS TO WRK-DET-DATA-PGTO
               END-IF
               MOVE WRK-REM-DETALHE TO REMPAG-REG
               WRITE REMPAG-REG
               SET PAG-SIT-REMETIDO TO TRUE
               REWRITE PAG-REG
               MOVE 'A' TO WRK-JRN-OPERACAO
               PERFORM 0965-JORNAL-CONTASPAG
               ADD 1 TO WRK-QT-REMETIDOS
               ADD WRK-VALOR-LIQUIDO TO WRK-TOTAL-REMESSA
           END-IF.

      * CADA LINHA PENDENTE DA FATURA E MOSTRADA PARA ACEITAR (A),
      * RECUSAR (R) OU DEIXAR PENDENTE (ENTER); RECUSADA PAGA O
      * COTADO (ZERO QUANDO NAO HAVIA COTACAO)
       4000-CONTESTACOES-FRETE.
           DISPLAY 'CODIGO DO FORNECEDOR: '.
           ACCEPT WRK-FORN-BUSCA.
           DISPLAY 'NUMERO DA FATURA....: '.
           ACCEPT WRK-NOTA-BUSCA.
           OPEN I-O CONTASPAG.
           IF WRK-FS-CONTASPAG NOT EQUAL '00'
               DISPLAY 'ARQUIVO CONTASPAG.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-FORN-BUSCA TO PAG-FORNECEDOR
               MOVE WRK-NOTA-BUSCA TO PAG-NOTA
               READ CONTASPAG
                   INVALID KEY
                       DISPLAY 'TITULO NAO ENCONTRADO'
                   NOT INVALID KEY
                       IF PAG-SIT-CONTESTADO
                           PERFORM 4100-RESOLVER-LINHAS
                       ELSE
                           DISPLAY 'TITULO NAO ESTA EM CONTESTACAO'
                       END-IF
               END-READ
               CLOSE CONTASPAG
           END-IF.

       4100-RESOLVER-LINHAS.
           MOVE ZEROS TO WRK-QT-PENDENTES.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN I-O FRETDISP.
           IF WRK-FS-FRETDISP NOT EQUAL '00'
               DISPLAY 'ARQUIVO FRETDISP.DAT NAO ENCONTRADO'
           ELSE
               DISPLAY 'VALOR ATUAL DO TITULO: ' PAG-VALOR
               MOVE PAG-FORNECEDOR TO DSP-FORNECEDOR
               MOVE PAG-NOTA TO DSP-NOTA
               MOVE ZEROS TO DSP-LINHA
               START FRETDISP KEY IS NOT LESS THAN DSP-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ FRETDISP NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF DSP-FORNECEDOR NOT EQUAL PAG-FORNECEDOR
                               OR DSP-NOTA NOT EQUAL PAG-NOTA
                               SET WRK-FIM-ARQ TO TRUE
                           ELSE
                               IF DSP-SIT-PENDENTE
                                   PERFORM 4110-DECIDIR-LINHA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FRETDISP
               IF WRK-QT-PENDENTES EQUAL ZEROS
                   SET PAG-SIT-ABERTO TO TRUE
                   DISPLAY 'CONTESTACAO ENCERRADA - TITULO LIBERADO '
                       'PARA PAGAMENTO'
               ELSE
                   DISPLAY 'LINHAS AINDA PENDENTES: '
                       WRK-QT-PENDENTES
               END-IF
               REWRITE PAG-REG
               MOVE 'A' TO WRK-JRN-OPERACAO
               PERFORM 0965-JORNAL-CONTASPAG
               DISPLAY 'VALOR DO TITULO: ' PAG-VALOR
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       4110-DECIDIR-LINHA.
           DISPLAY 'LINHA ' DSP-LINHA ' ' DSP-PRODUTO ' ' DSP-UF
               ' ' DSP-DATA.
           IF DSP-SEM-COTACAO
               DISPLAY '  SEM COTACAO - COBRADO ' DSP-VALOR-COBRADO
           ELSE
               DISPLAY '  COTADO ' DSP-VALOR-COTADO
                   ' COBRADO ' DSP-VALOR-COBRADO
           END-IF.
           DISPLAY '  (A)CEITAR, (R)ECUSAR OU ENTER = PENDENTE: '.
           MOVE SPACES TO WRK-DECISAO.
           ACCEPT WRK-DECISAO.
           EVALUATE WRK-DECISAO
               WHEN 'A'
                   SET DSP-SIT-ACEITA TO TRUE
                   ADD DSP-VALOR-COBRADO TO PAG-VALOR
               WHEN 'R'
                   SET DSP-SIT-RECUSADA TO TRUE
                   ADD DSP-VALOR-COTADO TO PAG-VALOR
               WHEN OTHER
                   ADD 1 TO WRK-QT-PENDENTES
           END-EVALUATE.
           IF NOT DSP-SIT-PENDENTE
               MOVE WRK-DATASYS TO DSP-DATA-DECISAO
               REWRITE DSP-REG
           END-IF.

      * SO O TITULO EM REMESSA E BAIXADO PELO RETORNO; A SAIDA DE
      * CAIXA E LANCADA NA DATA EM QUE O BANCO PAGOU
       5000-PROCESSAR-RETORNO.
           MOVE ZEROS TO WRK-QT-RETORNOS.
           MOVE ZEROS TO WRK-QT-PAGOS.
           MOVE ZEROS TO WRK-QT-REJEITADOS.
           MOVE ZEROS TO WRK-QT-SEM-TITULO.
           MOVE ZEROS TO WRK-QT-FORA-REMESSA.
           MOVE ZEROS TO WRK-QT-MES-FECHADO.
           MOVE ZEROS TO WRK-TOTAL-PAGO.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT RETPAG.
           IF WRK-FS-RETPAG NOT EQUAL '00'
               DISPLAY 'ARQUIVO RETPAG.DAT NAO ENCONTRADO'
           ELSE
               PERFORM 5010-CONFERIR-CONTROLE
               IF WRK-INT-REJEITADO
                   CLOSE RETPAG
               ELSE
                   OPEN I-O CONTASPAG
                   IF WRK-FS-CONTASPAG NOT EQUAL '00'
                       DISPLAY 'ARQUIVO CONTASPAG.DAT NAO ENCONTRADO'
                       CLOSE RETPAG
                   ELSE
                       OPEN EXTEND CAIXADIA
                       IF WRK-FS-CAIXADIA EQUAL '35'
                           OPEN OUTPUT CAIXADIA
                       END-IF
                       OPEN OUTPUT RETPAGREL
                       MOVE SPACES TO RETPAGREL-LINHA
                       STRING 'PROGCOB68 - RETORNO DE PAGAMENTOS DO '
                           'BANCO - ' WRK-DATASYS
                           DELIMITED BY SIZE INTO RETPAGREL-LINHA
                       WRITE RETPAGREL-LINHA
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ RETPAG
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   IF RETP-TIPO EQUAL '1'
                                       ADD 1 TO WRK-QT-RETORNOS
                                       PERFORM 5100-TRATAR-RETORNO
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE RETPAG
                       CLOSE CAIXADIA
                       CLOSE CONTASPAG
                       PERFORM 5200-TOTAIS-RETORNO
                       CLOSE RETPAGREL
                       MOVE 'R' TO WRK-INT-FUNCAO
                       CALL 'PROGCOBINT' USING WRK-INT-AREA
                       DISPLAY 'RETORNO PROCESSADO - PAGOS '
                           WRK-QT-PAGOS ' REJEITADOS '
                           WRK-QT-REJEITADOS ' SEM TITULO '
                           WRK-QT-SEM-TITULO
                       DISPLAY 'RELATORIO EM RETPAGREL.DAT'
                   END-IF
               END-IF
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

      * PRIMEIRA PASSADA NO RETORNO SO PARA CONFERIR HEADER,
      * TRAILER E SEQUENCIA - O TRAILER CONTA OS DETALHES TIPO 1
      * E SOMA O VALOR PAGO DELES; OS REGISTROS 0 E 9 DO PROPRIO
      * BANCO, QUANDO VIEREM, FICAM FORA DA CONFERENCIA
       5010-CONFERIR-CONTROLE.
           MOVE 'PROGCOB68' TO WRK-INT-PROGRAMA.
           MOVE 'RETPAG' TO WRK-INT-INTERFACE.
           MOVE 'I' TO WRK-INT-FUNCAO.
           CALL 'PROGCOBINT' USING WRK-INT-AREA.
           MOVE 'A' TO WRK-INT-FUNCAO.
           PERFORM UNTIL WRK-FIM-ARQ
               READ RETPAG
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM 5020-ACUMULAR-CONTROLE
               END-READ
           END-PERFORM.
           CLOSE RETPAG.
           MOVE 'V' TO WRK-INT-FUNCAO.
           CALL 'PROGCOBINT' USING WRK-INT-AREA.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT RETPAG.
           IF WRK-INT-REJEITADO
               DISPLAY 'ARQUIVO RETPAG.DAT REJEITADO - '
                   WRK-INT-MOTIVO
           END-IF.

       5020-ACUMULAR-CONTROLE.
           MOVE ZEROS TO WRK-INT-VALOR-DETALHE.
           IF INT-REG-CONTROLE OR RETP-TIPO EQUAL '1'
               IF NOT INT-REG-CONTROLE
                   AND RETP-VALOR-PAGO IS NUMERIC
                   MOVE RETP-VALOR-PAGO TO WRK-INT-VALOR-DETALHE
               END-IF
               MOVE INT-CONTROLE TO WRK-INT-REGISTRO
               CALL 'PROGCOBINT' USING WRK-INT-AREA
           END-IF.

       5100-TRATAR-RETORNO.
           MOVE RETP-FORNECEDOR TO PAG-FORNECEDOR.
           MOVE RETP-NOTA TO PAG-NOTA.
           MOVE SPACES TO WRK-LINHA-ED.
           READ CONTASPAG
               INVALID KEY
                   ADD 1 TO WRK-QT-SEM-TITULO
                   STRING 'SEM TITULO CORRESPONDENTE - FORNECEDOR '
                       RETP-FORNECEDOR ' NOTA ' RETP-NOTA
                       DELIMITED BY SIZE INTO WRK-LINHA-ED
               NOT INVALID KEY
                   MOVE 'A' TO WRK-PERIODO-SIT
                   IF PAG-SIT-REMETIDO AND RETP-OCORR-PAGA
                       CALL 'PROGCOBPER' USING RETP-DATA-PGTO
                           WRK-PERIODO-SIT
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT PAG-SIT-REMETIDO
                           ADD 1 TO WRK-QT-FORA-REMESSA
                           STRING 'TITULO FORA DE REMESSA (SITUACAO '
                               PAG-SITUACAO ') - FORNECEDOR '
                               RETP-FORNECEDOR ' NOTA ' RETP-NOTA
                               DELIMITED BY SIZE INTO WRK-LINHA-ED
                       WHEN WRK-PERIODO-FECHADO
                           ADD 1 TO WRK-QT-MES-FECHADO
                           STRING 'PAGAMENTO EM MES FECHADO - SEGUE EM '
                               'REMESSA - FORNECEDOR ' RETP-FORNECEDOR
                               ' NOTA ' RETP-NOTA ' EM ' RETP-DATA-PGTO
                               DELIMITED BY SIZE INTO WRK-LINHA-ED
                       WHEN RETP-OCORR-PAGA
                           PERFORM 5110-BAIXAR-PELO-RETORNO
                       WHEN OTHER
                           SET PAG-SIT-ABERTO TO TRUE
                           REWRITE PAG-REG
                           MOVE 'A' TO WRK-JRN-OPERACAO
                           PERFORM 0965-JORNAL-CONTASPAG
                           ADD 1 TO WRK-QT-REJEITADOS
                           STRING 'REJEITADO - VOLTA A ABERTO - '
                               'FORNECEDOR ' RETP-FORNECEDOR
                               ' NOTA ' RETP-NOTA ' OCORRENCIA '
                               RETP-OCORRENCIA
                               DELIMITED BY SIZE INTO WRK-LINHA-ED
                   END-EVALUATE
           END-READ.
           MOVE WRK-LINHA-ED TO RETPAGREL-LINHA.
           WRITE RETPAGREL-LINHA.

       5110-BAIXAR-PELO-RETORNO.
           SET PAG-SIT-PAGO TO TRUE.
           MOVE RETP-DATA-PGTO TO PAG-DATA-PGTO.
           REWRITE PAG-REG.
           MOVE 'A' TO WRK-JRN-OPERACAO.
           PERFORM 0965-JORNAL-CONTASPAG.
           ADD 1 TO WRK-QT-PAGOS.
           ADD RETP-VALOR-PAGO TO WRK-TOTAL-PAGO.
           MOVE SPACES TO CAIXADIA-REG.
           MOVE RETP-DATA-PGTO TO CAIXA-DATA.
           MOVE 'S' TO CAIXA-TIPO.
           MOVE RETP-VALOR-PAGO TO CAIXA-VALOR.
           MOVE 'CONTAS A PAGAR' TO CAIXA-ORIGEM.
           WRITE CAIXADIA-REG.
           STRING 'PAGO - FORNECEDOR ' RETP-FORNECEDOR
               ' NOTA ' RETP-NOTA ' VALOR ' RETP-VALOR-PAGO
               ' EM ' RETP-DATA-PGTO
               DELIMITED BY SIZE INTO WRK-LINHA-ED.

       5200-TOTAIS-RETORNO.
           MOVE SPACES TO RETPAGREL-LINHA.
           WRITE RETPAGREL-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'RETORNOS: ' WRK-QT-RETORNOS
               '  PAGOS: ' WRK-QT-PAGOS
               '  REJEITADOS: ' WRK-QT-REJEITADOS
               '  SEM TITULO: ' WRK-QT-SEM-TITULO
               '  FORA DE REMESSA: ' WRK-QT-FORA-REMESSA
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO RETPAGREL-LINHA.
           WRITE RETPAGREL-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TOTAL PAGO PELO BANCO: ' WRK-TOTAL-PAGO
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO RETPAGREL-LINHA.
           WRITE RETPAGREL-LINHA.
           IF WRK-QT-MES-FECHADO > ZEROS
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'PAGAMENTOS EM MES FECHADO NAO BAIXADOS: '
                   WRK-QT-MES-FECHADO
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO RETPAGREL-LINHA
               WRITE RETPAGREL-LINHA
           END-IF.

      * RETENCAO E RECOLHIDA PELO MES DO PAGAMENTO: ENTRA O TITULO
      * PAGO NO MES COM ALGUM TRIBUTO RETIDO
       6000-RELATORIO-RETENCOES.
           DISPLAY 'MES DO PAGAMENTO (AAAAMM): '.
           ACCEPT WRK-ANOMES-RET.
           MOVE ZEROS TO WRK-QT-TITULOS-RET.
           MOVE ZEROS TO WRK-TRIB-TOTAIS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CONTASPAG.
           IF WRK-FS-CONTASPAG NOT EQUAL '00'
               DISPLAY 'ARQUIVO CONTASPAG.DAT NAO ENCONTRADO'
           ELSE
               OPEN OUTPUT RETENREL
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'PROGCOB68 - RETENCOES NA FONTE - MES '
                   WRK-ANOMES-RET ' - EMITIDO ' WRK-DATASYS
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO RETENREL-LINHA
               WRITE RETENREL-LINHA
               MOVE SPACES TO RETENREL-LINHA
               WRITE RETENREL-LINHA
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'FORNEC NOTA       PAGTO   '
                   '       IRRF        PIS     COFINS       CSLL'
                   '        ISS'
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO RETENREL-LINHA
               WRITE RETENREL-LINHA
               MOVE LOW-VALUES TO PAG-CHAVE
               START CONTASPAG KEY IS NOT LESS THAN PAG-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ CONTASPAG NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF PAG-SIT-PAGO
                               AND PAG-DATA-PGTO(1:6) EQUAL
                                   WRK-ANOMES-RET
                               AND PAG-RETENCOES IS NUMERIC
                               AND PAG-RETENCOES NOT EQUAL ZEROS
                               PERFORM 6100-LISTAR-TITULO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTASPAG
               PERFORM 6200-TOTAIS-TRIBUTO
               CLOSE RETENREL
               DISPLAY 'RETENCOES GRAVADAS EM RETENREL.DAT - '
                   WRK-QT-TITULOS-RET ' TITULOS'
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       6100-LISTAR-TITULO.
           ADD 1 TO WRK-QT-TITULOS-RET.
           MOVE PAG-RETENCOES TO WRK-RET-TITULO.
           MOVE PAG-FORNECEDOR TO WRK-RTD-FORNECEDOR.
           MOVE PAG-NOTA TO WRK-RTD-NOTA.
           MOVE PAG-DATA-PGTO TO WRK-RTD-DATA.
           PERFORM VARYING WRK-IND-TRIB FROM 1 BY 1
                   UNTIL WRK-IND-TRIB > 5
               MOVE WRK-RET-VALOR(WRK-IND-TRIB)
                   TO WRK-RTD-VALOR-ED(WRK-IND-TRIB)
               ADD WRK-RET-VALOR(WRK-IND-TRIB)
                   TO WRK-TRIB-TOTAL(WRK-IND-TRIB)
           END-PERFORM.
           MOVE WRK-RETEN-DETALHE TO RETENREL-LINHA.
           WRITE RETENREL-LINHA.

      * FEDERAIS VENCEM DIA 20 E ISS DIA 10 DO MES SEGUINTE AO DO
      * PAGAMENTO; CAINDO EM DIA NAO UTIL, ANTECIPA PARA O DIA
      * UTIL ANTERIOR
       6200-TOTAIS-TRIBUTO.
           MOVE SPACES TO RETENREL-LINHA.
           WRITE RETENREL-LINHA.
           MOVE 'TRIBUTO          TOTAL RETIDO  RECOLHER EM'
               TO RETENREL-LINHA.
           WRITE RETENREL-LINHA.
           PERFORM VARYING WRK-IND-TRIB FROM 1 BY 1
                   UNTIL WRK-IND-TRIB > 5
               PERFORM 6210-DATA-RECOLHIMENTO
               MOVE WRK-TRIB-TOTAL(WRK-IND-TRIB) TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-ED
               STRING WRK-TRIB-NOME(WRK-IND-TRIB) '  '
                   WRK-VALOR-ED '  ' WRK-DATA-RECOLHE-NUM
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO RETENREL-LINHA
               WRITE RETENREL-LINHA
           END-PERFORM.

       6210-DATA-RECOLHIMENTO.
           MOVE WRK-ANOMES-RET TO WRK-DATA-RECOLHE-NUM(1:6).
           IF WRK-REC-MES EQUAL 12
               ADD 1 TO WRK-REC-ANO
               MOVE 1 TO WRK-REC-MES
           ELSE
               ADD 1 TO WRK-REC-MES
           END-IF.
           MOVE WRK-TRIB-DIA(WRK-IND-TRIB) TO WRK-REC-DIA.
           MOVE 'N' TO WRK-DATA-VALIDA.
           PERFORM UNTIL WRK-DATA-OK OR WRK-REC-DIA EQUAL 1
               MOVE 'U' TO WRK-DATA-FUNCAO
               MOVE WRK-DATA-RECOLHE-NUM TO WRK-DATA-SERVICO
               MOVE ZEROS TO WRK-DATA-SERVICO2
               CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
                   WRK-DATA-SERVICO WRK-DATA-SERVICO2
                   WRK-DIAS-ATRASO WRK-DATA-VALIDA
               IF NOT WRK-DATA-OK
                   SUBTRACT 1 FROM WRK-REC-DIA
               END-IF
           END-PERFORM.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           COMPUTE RUNLOG-QTDE-REGISTROS =
               WRK-QT-REMETIDOS + WRK-QT-RETORNOS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.

       0965-JORNAL-CONTASPAG.
           MOVE 'CONTASPAG' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-CONTASPAG TO WRK-JRN-FS.
           MOVE PAG-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
