       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB121.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: MENSALIDADES ESCOLARES - TABELA DE MENSALIDADE
      * POR TURMA E ANO LETIVO (MENSTAB.DAT: VALOR, DIA DE
      * VENCIMENTO E DESCONTO DE IRMAO) E LOTE MENSAL DE
      * FATURAMENTO QUE GERA UM TITULO EM CONTASREC.DAT PARA CADA
      * MATRICULA DO ANO (MATRICULAS.DAT) DE ALUNO ATIVO, CONTRA
      * O RESPONSAVEL FINANCEIRO DO ALUNO (CLIENTE DE
      * CLIENTES.DAT) - O BOLETO (PROGCOB53), A CARTA DE COBRANCA
      * (PROGCOB54) E A BAIXA (PROGCOB40) TRATAM A MENSALIDADE
      * COMO QUALQUER TITULO. O TITULO E O PEDIDO 80000000 + O
      * NUMERO DO CARNE DO ALUNO NO ANO (CARNES.DAT) COM A PARCELA
      * IGUAL AO MES, ENTAO RODAR O MES DE NOVO NAO DUPLICA. A
      * BOLSA DO ALUNO ABATE PRIMEIRO; SOBRE O RESTANTE, O
      * DESCONTO DE IRMAO VALE DO SEGUNDO FILHO EM DIANTE DO
      * MESMO RESPONSAVEL (O DE MENOR MATRICULA PAGA CHEIO). O
      * FATURADO DO MES VAI PARA O DIARIO (LANCTOS.DAT) CONTRA
      * RECEITA DE MENSALIDADES E O RELATORIO SAI EM MENSREL.DAT
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
           SELECT MENSTAB ASSIGN TO "MENSTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTB-CHAVE
               FILE STATUS IS WRK-FS-MENSTAB.

           SELECT ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-FS-ALUNOS.

           SELECT MATRICULAS ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRICULAS.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTES.

           SELECT CARNES ASSIGN TO "CARNES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRN-CHAVE
               FILE STATUS IS WRK-FS-CARNES.

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

           SELECT MENSREL ASSIGN TO "MENSREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSREL.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSTAB.
       01  MTB-REG.
           02  MTB-CHAVE.
               03  MTB-TURMA        PIC X(03).
               03  MTB-ANO          PIC 9(04).
           02  MTB-VALOR            PIC 9(06)V99.
           02  MTB-DIA-VENCIMENTO   PIC 9(02).
           02  MTB-DESC-IRMAO       PIC 9(02)V99.

       FD  ALUNOS.
           COPY ALUREG.

       FD  MATRICULAS.
           COPY MATREG.

       FD  CLIENTES.
           COPY CLIREG.

       FD  CARNES.
           COPY CRNREG.

       FD  CONTASREC.
           COPY RECREG.

       FD  LANCTOS.
           COPY LANCREG.

       FD  MENSREL.
       01  MENSREL-LINHA           PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-MENSTAB    PIC X(02)      VALUE SPACES.
       77 WRK-FS-ALUNOS     PIC X(02)      VALUE SPACES.
       77 WRK-FS-MATRICULAS PIC X(02)      VALUE SPACES.
       77 WRK-FS-CLIENTES   PIC X(02)      VALUE SPACES.
       77 WRK-FS-CARNES     PIC X(02)      VALUE SPACES.
       77 WRK-FS-CONTASREC  PIC X(02)      VALUE SPACES.
       77 WRK-FS-LANCTOS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-MENSREL    PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-PERIODO-SIT   PIC X(01)      VALUE SPACES.
           88 WRK-PERIODO-FECHADO  VALUE 'F'.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-OPCAO         PIC X(01)      VALUE SPACES.
       77 WRK-FIM-MENU      PIC X(01)      VALUE 'N'.
           88 WRK-MENU-FIM         VALUE 'S'.
       77 WRK-DADOS-VALIDOS PIC X(01)      VALUE 'N'.
           88 WRK-DADOS-OK         VALUE 'S'.
       77 WRK-TEM-CLIENTES  PIC X(01)      VALUE 'N'.
           88 WRK-CLIENTES-ABERTO  VALUE 'S'.
       77 WRK-PRIMEIRO-PED-MENSALIDADE PIC 9(08) VALUE 80000000.
       77 WRK-CONTA-CLIENTES PIC 9(06)     VALUE 110001.
       77 WRK-CONTA-RECEITA-MENS PIC 9(06) VALUE 310003.
       77 WRK-TURMA-BUSCA   PIC X(03)      VALUE SPACES.
       77 WRK-ANO-BUSCA     PIC 9(04)      VALUE ZEROS.
       77 WRK-ANO-FATURA    PIC 9(04)      VALUE ZEROS.
       77 WRK-MES-FATURA    PIC 9(02)      VALUE ZEROS.
       77 WRK-PROX-CARNE    PIC 9(07)      VALUE ZEROS.
       77 WRK-DATA-FUNCAO   PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2 PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-RESULTADO PIC S9(08)    VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-IND           PIC 9(04)      VALUE ZEROS.
       77 WRK-IND2          PIC 9(04)      VALUE ZEROS.
       77 WRK-ACHOU         PIC 9(04)      VALUE ZEROS.
       77 WRK-VALOR-TABELA  PIC 9(06)V99   VALUE ZEROS.
       77 WRK-VALOR-BOLSA   PIC 9(06)V99   VALUE ZEROS.
       77 WRK-VALOR-IRMAO   PIC 9(06)V99   VALUE ZEROS.
       77 WRK-VALOR-LIQUIDO PIC 9(06)V99   VALUE ZEROS.
       77 WRK-OBSERVACAO    PIC X(15)      VALUE SPACES.
       77 WRK-QT-MATRICULAS PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-FATURADAS  PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-JA-FATURADAS PIC 9(05)    VALUE ZEROS.
       77 WRK-QT-NAO-FATURADAS PIC 9(05)   VALUE ZEROS.
       77 WRK-QT-INATIVOS   PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-LANCTOS    PIC 9(05)      VALUE ZEROS.
       77 WRK-TOT-TABELA    PIC 9(10)V99   VALUE ZEROS.
       77 WRK-TOT-BOLSA     PIC 9(10)V99   VALUE ZEROS.
       77 WRK-TOT-IRMAO     PIC 9(10)V99   VALUE ZEROS.
       77 WRK-TOT-LIQUIDO   PIC 9(10)V99   VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-PERC-ED       PIC ZZ9,99.
       77 WRK-LINHA-ED      PIC X(100)     VALUE SPACES.
       01 WRK-DATA-VENC.
           02 WRK-VEN-ANO      PIC 9(04).
           02 WRK-VEN-MES      PIC 9(02).
           02 WRK-VEN-DIA      PIC 9(02).
       01 WRK-DATA-VENC-NUM REDEFINES WRK-DATA-VENC PIC 9(08).
       01 WRK-MEN-AREA.
           02 WRK-MEN-MATRICULA    PIC 9(06).
           02 WRK-MEN-DATA-REF     PIC 9(08).
           02 WRK-MEN-QT-ATRASO    PIC 9(03).
           02 WRK-MEN-VALOR-ATRASO PIC 9(08)V99.
           02 WRK-MEN-MAIOR-ATRASO PIC 9(05).
           02 WRK-MEN-RETORNO      PIC X(01).
               88 WRK-MEN-EM-DIA       VALUE '0'.
               88 WRK-MEN-INADIMPLENTE VALUE '1'.
      * MATRICULAS DO ANO FATURADO - ALUNO MATRICULADO DUAS VEZES
      * NO ANO (TROCA DE TURMA) FICA COM A ULTIMA TURMA
       01 WRK-FATURAMENTO.
           02 WRK-QT-FAT       PIC 9(04)   VALUE ZEROS.
           02 WRK-FAT OCCURS 2000 TIMES.
               05 WRK-FAT-MATRICULA    PIC 9(06).
               05 WRK-FAT-TURMA        PIC X(03).
               05 WRK-FAT-NOME         PIC X(30).
               05 WRK-FAT-RESPONSAVEL  PIC 9(06).
               05 WRK-FAT-BOLSA        PIC 9(03)V99.
               05 WRK-FAT-ATIVO        PIC X(01).
               05 WRK-FAT-IRMAO        PIC X(01).
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB121'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0200-MENU UNTIL WRK-MENU-FIM.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.

       0200-MENU.
           DISPLAY '=============================================='.
           DISPLAY 'MENSALIDADES ESCOLARES'.
           DISPLAY '1 - TABELA DE MENSALIDADE (INCLUIR/ALTERAR)'.
           DISPLAY '2 - LISTAR TABELA DE MENSALIDADES'.
           DISPLAY '3 - FATURAMENTO MENSAL'.
           DISPLAY '4 - CONSULTAR ATRASO DO ALUNO'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 1000-MANTER-TABELA
               WHEN '2'
                   PERFORM 2000-LISTAR-TABELA
               WHEN '3'
                   PERFORM 3000-FATURAR-MES
               WHEN '4'
                   PERFORM 4000-CONSULTAR-ATRASO
               WHEN 'X'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
           END-EVALUATE.

       1000-MANTER-TABELA.
           OPEN I-O MENSTAB.
           IF WRK-FS-MENSTAB EQUAL '35'
               OPEN OUTPUT MENSTAB
               CLOSE MENSTAB
               OPEN I-O MENSTAB
           END-IF.
           DISPLAY 'TURMA: '.
           ACCEPT WRK-TURMA-BUSCA.
           DISPLAY 'ANO LETIVO (AAAA): '.
           ACCEPT WRK-ANO-BUSCA.
           MOVE WRK-TURMA-BUSCA TO MTB-TURMA.
           MOVE WRK-ANO-BUSCA TO MTB-ANO.
           READ MENSTAB
               INVALID KEY
                   PERFORM 1010-DIGITAR-TABELA
                   IF WRK-DADOS-OK
                       WRITE MTB-REG
                       DISPLAY 'MENSALIDADE INCLUIDA'
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'VALOR ATUAL......: ' MTB-VALOR
                   DISPLAY 'DIA DE VENCIMENTO: ' MTB-DIA-VENCIMENTO
                   DISPLAY 'DESCONTO IRMAO %.: ' MTB-DESC-IRMAO
                   PERFORM 1010-DIGITAR-TABELA
                   IF WRK-DADOS-OK
                       REWRITE MTB-REG
                       DISPLAY 'MENSALIDADE ALTERADA'
                   END-IF
           END-READ.
           CLOSE MENSTAB.

       1010-DIGITAR-TABELA.
           MOVE 'N' TO WRK-DADOS-VALIDOS.
           MOVE WRK-TURMA-BUSCA TO MTB-TURMA.
           MOVE WRK-ANO-BUSCA TO MTB-ANO.
           DISPLAY 'VALOR DA MENSALIDADE: '.
           ACCEPT MTB-VALOR.
           DISPLAY 'DIA DE VENCIMENTO (1 A 31): '.
           ACCEPT MTB-DIA-VENCIMENTO.
           DISPLAY 'DESCONTO DE IRMAO (%): '.
           ACCEPT MTB-DESC-IRMAO.
           EVALUATE TRUE
               WHEN WRK-TURMA-BUSCA EQUAL SPACES
                   DISPLAY 'TURMA OBRIGATORIA'
               WHEN WRK-ANO-BUSCA EQUAL ZEROS
                   DISPLAY 'ANO LETIVO INVALIDO'
               WHEN MTB-VALOR EQUAL ZEROS
                   DISPLAY 'VALOR DA MENSALIDADE OBRIGATORIO'
               WHEN MTB-DIA-VENCIMENTO < 1
                   OR MTB-DIA-VENCIMENTO > 31
                   DISPLAY 'DIA DE VENCIMENTO INVALIDO'
               WHEN MTB-DESC-IRMAO > 99,99
                   DISPLAY 'DESCONTO DE IRMAO INVALIDO'
               WHEN OTHER
                   SET WRK-DADOS-OK TO TRUE
           END-EVALUATE.

       2000-LISTAR-TABELA.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT MENSTAB.
           IF WRK-FS-MENSTAB NOT EQUAL '00'
               DISPLAY 'TABELA DE MENSALIDADES NAO CADASTRADA'
           ELSE
               DISPLAY 'TUR ANO         VALOR DIA DESC.IRMAO'
               MOVE LOW-VALUES TO MTB-CHAVE
               START MENSTAB KEY IS NOT LESS THAN MTB-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ MENSTAB NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           MOVE MTB-VALOR TO WRK-VALOR-ED
                           MOVE MTB-DESC-IRMAO TO WRK-PERC-ED
                           DISPLAY MTB-TURMA ' ' MTB-ANO ' '
                               WRK-VALOR-ED(9:10) '  '
                               MTB-DIA-VENCIMENTO '     '
                               WRK-PERC-ED '%'
                   END-READ
               END-PERFORM
               CLOSE MENSTAB
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

      * O LANCAMENTO NO DIARIO E DATADO NO DIA DO LOTE - COM O MES
      * CONTABIL FECHADO O LOTE NEM COMECA
       3000-FATURAR-MES.
           DISPLAY 'ANO LETIVO (AAAA): '.
           MOVE ZEROS TO WRK-ANO-FATURA.
           ACCEPT WRK-ANO-FATURA.
           DISPLAY 'MES A FATURAR (1 A 12): '.
           MOVE ZEROS TO WRK-MES-FATURA.
           ACCEPT WRK-MES-FATURA.
           EVALUATE TRUE
               WHEN WRK-ANO-FATURA EQUAL ZEROS
                   DISPLAY 'ANO LETIVO INVALIDO'
               WHEN WRK-MES-FATURA < 1 OR WRK-MES-FATURA > 12
                   DISPLAY 'MES INVALIDO'
               WHEN OTHER
                   CALL 'PROGCOBPER' USING WRK-DATASYS
                       WRK-PERIODO-SIT
                   IF NOT WRK-PERIODO-FECHADO
                       PERFORM 3010-CARREGAR-MATRICULAS
                       IF WRK-QT-FAT EQUAL ZEROS
                           DISPLAY 'NENHUMA MATRICULA NO ANO '
                               WRK-ANO-FATURA
                       ELSE
                           PERFORM 3020-CARREGAR-ALUNOS
                           PERFORM 3030-MARCAR-IRMAOS
                           PERFORM 3100-GERAR-TITULOS
                       END-IF
                   END-IF
           END-EVALUATE.

       3010-CARREGAR-MATRICULAS.
           MOVE ZEROS TO WRK-QT-FAT.
           MOVE ZEROS TO WRK-QT-MATRICULAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT MATRICULAS.
           IF WRK-FS-MATRICULAS EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ MATRICULAS
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF MATR-ANO EQUAL WRK-ANO-FATURA
                               PERFORM 3015-GUARDAR-MATRICULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATRICULAS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       3015-GUARDAR-MATRICULA.
           MOVE ZEROS TO WRK-ACHOU.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-FAT
                       OR WRK-ACHOU NOT EQUAL ZEROS
               IF WRK-FAT-MATRICULA(WRK-IND) EQUAL MATR-MATRICULA
                   MOVE WRK-IND TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU NOT EQUAL ZEROS
               MOVE MATR-TURMA TO WRK-FAT-TURMA(WRK-ACHOU)
           ELSE
               IF WRK-QT-FAT < 2000
                   ADD 1 TO WRK-QT-FAT
                   MOVE MATR-MATRICULA TO
                       WRK-FAT-MATRICULA(WRK-QT-FAT)
                   MOVE MATR-TURMA TO WRK-FAT-TURMA(WRK-QT-FAT)
                   ADD 1 TO WRK-QT-MATRICULAS
               ELSE
                   DISPLAY 'TABELA DE FATURAMENTO CHEIA - MATRICULA '
                       MATR-MATRICULA ' IGNORADA'
               END-IF
           END-IF.

      * SO ALUNO ATIVO NO CADASTRO E FATURADO
       3020-CARREGAR-ALUNOS.
           OPEN INPUT ALUNOS.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-FAT
               MOVE 'N' TO WRK-FAT-ATIVO(WRK-IND)
               MOVE 'N' TO WRK-FAT-IRMAO(WRK-IND)
               MOVE SPACES TO WRK-FAT-NOME(WRK-IND)
               MOVE ZEROS TO WRK-FAT-RESPONSAVEL(WRK-IND)
               MOVE ZEROS TO WRK-FAT-BOLSA(WRK-IND)
               IF WRK-FS-ALUNOS EQUAL '00'
                   MOVE WRK-FAT-MATRICULA(WRK-IND) TO ALU-MATRICULA
                   READ ALUNOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ALU-NOME TO WRK-FAT-NOME(WRK-IND)
                           IF ALU-SIT-ATIVO
                               MOVE 'S' TO WRK-FAT-ATIVO(WRK-IND)
                           END-IF
                           IF ALU-RESPONSAVEL IS NUMERIC
                               MOVE ALU-RESPONSAVEL TO
                                   WRK-FAT-RESPONSAVEL(WRK-IND)
                           END-IF
                           IF ALU-BOLSA-PERC IS NUMERIC
                               MOVE ALU-BOLSA-PERC TO
                                   WRK-FAT-BOLSA(WRK-IND)
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           IF WRK-FS-ALUNOS EQUAL '00'
               CLOSE ALUNOS
           END-IF.

      * IRMAO E O ALUNO ATIVO DO ANO COM O MESMO RESPONSAVEL E
      * MATRICULA MENOR - O PRIMEIRO FILHO PAGA CHEIO
       3030-MARCAR-IRMAOS.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-FAT
               IF WRK-FAT-ATIVO(WRK-IND) EQUAL 'S'
                   AND WRK-FAT-RESPONSAVEL(WRK-IND) > ZEROS
                   PERFORM VARYING WRK-IND2 FROM 1 BY 1
                           UNTIL WRK-IND2 > WRK-QT-FAT
                       IF WRK-FAT-ATIVO(WRK-IND2) EQUAL 'S'
                           AND WRK-FAT-RESPONSAVEL(WRK-IND2) EQUAL
                               WRK-FAT-RESPONSAVEL(WRK-IND)
                           AND WRK-FAT-MATRICULA(WRK-IND2) <
                               WRK-FAT-MATRICULA(WRK-IND)
                           MOVE 'S' TO WRK-FAT-IRMAO(WRK-IND)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       3100-GERAR-TITULOS.
           MOVE ZEROS TO WRK-QT-FATURADAS.
           MOVE ZEROS TO WRK-QT-JA-FATURADAS.
           MOVE ZEROS TO WRK-QT-NAO-FATURADAS.
           MOVE ZEROS TO WRK-QT-INATIVOS.
           MOVE ZEROS TO WRK-TOT-TABELA.
           MOVE ZEROS TO WRK-TOT-BOLSA.
           MOVE ZEROS TO WRK-TOT-IRMAO.
           MOVE ZEROS TO WRK-TOT-LIQUIDO.
           OPEN INPUT MENSTAB.
           MOVE 'N' TO WRK-TEM-CLIENTES.
           OPEN INPUT CLIENTES.
           IF WRK-FS-CLIENTES EQUAL '00'
               SET WRK-CLIENTES-ABERTO TO TRUE
           END-IF.
           OPEN I-O CARNES.
           IF WRK-FS-CARNES EQUAL '35'
               OPEN OUTPUT CARNES
               CLOSE CARNES
               OPEN I-O CARNES
           END-IF.
           OPEN I-O CONTASREC.
           IF WRK-FS-CONTASREC EQUAL '35'
               OPEN OUTPUT CONTASREC
               CLOSE CONTASREC
               OPEN I-O CONTASREC
           END-IF.
           PERFORM 3110-PROXIMO-CARNE.
           OPEN OUTPUT MENSREL.
           PERFORM 3120-CABECALHO.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-FAT
               IF WRK-FAT-ATIVO(WRK-IND) EQUAL 'S'
                   PERFORM 3200-FATURAR-ALUNO
               ELSE
                   ADD 1 TO WRK-QT-INATIVOS
               END-IF
           END-PERFORM.
           PERFORM 3900-TOTAIS.
           IF WRK-TOT-LIQUIDO > ZEROS
               PERFORM 3950-LANCAR-FATURAMENTO
           END-IF.
           CLOSE MENSREL.
           CLOSE CONTASREC.
           CLOSE CARNES.
           IF WRK-CLIENTES-ABERTO
               CLOSE CLIENTES
           END-IF.
           IF WRK-FS-MENSTAB EQUAL '00'
               CLOSE MENSTAB
           END-IF.
           DISPLAY 'RELATORIO GRAVADO EM MENSREL.DAT'.

      * O NUMERO DO CARNE SEGUE O MAIOR JA USADO
       3110-PROXIMO-CARNE.
           MOVE ZEROS TO WRK-PROX-CARNE.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LOW-VALUES TO CRN-CHAVE.
           START CARNES KEY IS NOT LESS THAN CRN-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ CARNES NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF CRN-NUMERO > WRK-PROX-CARNE
                           MOVE CRN-NUMERO TO WRK-PROX-CARNE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.
           ADD 1 TO WRK-PROX-CARNE.

       3120-CABECALHO.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'PROGCOB121 - FATURAMENTO DE MENSALIDADES - '
               WRK-MES-FATURA '/' WRK-ANO-FATURA ' - EMISSAO '
               WRK-DATASYS
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 6900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           MOVE 'MATRIC NOME                 TUR RESP.' TO
               WRK-LINHA-ED(1:38).
           MOVE '    TABELA' TO WRK-LINHA-ED(41:10).
           MOVE '     BOLSA' TO WRK-LINHA-ED(52:10).
           MOVE '     IRMAO' TO WRK-LINHA-ED(63:10).
           MOVE '   LIQUIDO' TO WRK-LINHA-ED(74:10).
           MOVE 'SITUACAO' TO WRK-LINHA-ED(86:8).
           PERFORM 6900-GRAVAR-LINHA.

       3200-FATURAR-ALUNO.
           MOVE ZEROS TO WRK-VALOR-TABELA.
           MOVE ZEROS TO WRK-VALOR-BOLSA.
           MOVE ZEROS TO WRK-VALOR-IRMAO.
           MOVE ZEROS TO WRK-VALOR-LIQUIDO.
           MOVE SPACES TO WRK-OBSERVACAO.
           PERFORM 3210-LER-TABELA.
           EVALUATE TRUE
               WHEN WRK-OBSERVACAO NOT EQUAL SPACES
                   ADD 1 TO WRK-QT-NAO-FATURADAS
               WHEN WRK-FAT-RESPONSAVEL(WRK-IND) EQUAL ZEROS
                   MOVE 'SEM RESPONSAVEL' TO WRK-OBSERVACAO
                   ADD 1 TO WRK-QT-NAO-FATURADAS
               WHEN OTHER
                   PERFORM 3220-CALCULAR-VALOR
                   PERFORM 3230-VALIDAR-RESPONSAVEL
                   IF WRK-OBSERVACAO EQUAL SPACES
                       PERFORM 3300-GRAVAR-TITULO
                   ELSE
                       ADD 1 TO WRK-QT-NAO-FATURADAS
                   END-IF
           END-EVALUATE.
           PERFORM 3400-IMPRIMIR-ALUNO.

       3210-LER-TABELA.
           IF WRK-FS-MENSTAB NOT EQUAL '00'
               MOVE 'SEM TABELA' TO WRK-OBSERVACAO
           ELSE
               MOVE WRK-FAT-TURMA(WRK-IND) TO MTB-TURMA
               MOVE WRK-ANO-FATURA TO MTB-ANO
               READ MENSTAB
                   INVALID KEY
                       MOVE 'SEM TABELA' TO WRK-OBSERVACAO
                   NOT INVALID KEY
                       MOVE MTB-VALOR TO WRK-VALOR-TABELA
               END-READ
           END-IF.

      * BOLSA SOBRE O VALOR DE TABELA E DESCONTO DE IRMAO SOBRE O
      * QUE SOBRA DA BOLSA
       3220-CALCULAR-VALOR.
           IF WRK-FAT-BOLSA(WRK-IND) NOT LESS THAN 100
               MOVE WRK-VALOR-TABELA TO WRK-VALOR-BOLSA
           ELSE
               COMPUTE WRK-VALOR-BOLSA ROUNDED =
                   WRK-VALOR-TABELA * WRK-FAT-BOLSA(WRK-IND) / 100
           END-IF.
           IF WRK-FAT-IRMAO(WRK-IND) EQUAL 'S'
               COMPUTE WRK-VALOR-IRMAO ROUNDED =
                   (WRK-VALOR-TABELA - WRK-VALOR-BOLSA)
                   * MTB-DESC-IRMAO / 100
           END-IF.
           COMPUTE WRK-VALOR-LIQUIDO = WRK-VALOR-TABELA
               - WRK-VALOR-BOLSA - WRK-VALOR-IRMAO.
           IF WRK-VALOR-LIQUIDO EQUAL ZEROS
               MOVE 'BOLSA INTEGRAL' TO WRK-OBSERVACAO
           END-IF.

       3230-VALIDAR-RESPONSAVEL.
           IF WRK-OBSERVACAO EQUAL SPACES
               IF NOT WRK-CLIENTES-ABERTO
                   MOVE 'RESP. INVALIDO' TO WRK-OBSERVACAO
               ELSE
                   MOVE WRK-FAT-RESPONSAVEL(WRK-IND) TO CLI-NUMERO
                   READ CLIENTES
                       INVALID KEY
                           MOVE 'RESP. INVALIDO' TO WRK-OBSERVACAO
                       NOT INVALID KEY
                           IF NOT CLI-SIT-ATIVO
                               MOVE 'RESP. INVALIDO' TO
                                   WRK-OBSERVACAO
                           END-IF
                   END-READ
               END-IF
           END-IF.

      * O CARNE DO ALUNO NO ANO NASCE NA PRIMEIRA MENSALIDADE
      * FATURADA; TITULO DO MES QUE JA EXISTE NAO E REGRAVADO
       3300-GRAVAR-TITULO.
           MOVE WRK-FAT-MATRICULA(WRK-IND) TO CRN-MATRICULA.
           MOVE WRK-ANO-FATURA TO CRN-ANO.
           READ CARNES
               INVALID KEY
                   MOVE WRK-FAT-MATRICULA(WRK-IND) TO CRN-MATRICULA
                   MOVE WRK-ANO-FATURA TO CRN-ANO
                   MOVE WRK-PROX-CARNE TO CRN-NUMERO
                   MOVE WRK-FAT-TURMA(WRK-IND) TO CRN-TURMA
                   MOVE WRK-FAT-RESPONSAVEL(WRK-IND) TO
                       CRN-RESPONSAVEL
                   MOVE WRK-DATASYS TO CRN-DATA-ABERTURA
                   WRITE CRN-REG
                   ADD 1 TO WRK-PROX-CARNE
           END-READ.
           COMPUTE REC-PEDIDO =
               WRK-PRIMEIRO-PED-MENSALIDADE + CRN-NUMERO.
           MOVE WRK-MES-FATURA TO REC-PARCELA.
           READ CONTASREC
               INVALID KEY
                   PERFORM 3310-MONTAR-TITULO
                   WRITE REC-REG
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 0962-JORNAL-CONTASREC
                   MOVE 'FATURADA' TO WRK-OBSERVACAO
                   ADD 1 TO WRK-QT-FATURADAS
                   ADD WRK-VALOR-TABELA TO WRK-TOT-TABELA
                   ADD WRK-VALOR-BOLSA TO WRK-TOT-BOLSA
                   ADD WRK-VALOR-IRMAO TO WRK-TOT-IRMAO
                   ADD WRK-VALOR-LIQUIDO TO WRK-TOT-LIQUIDO
               NOT INVALID KEY
                   MOVE 'JA FATURADA' TO WRK-OBSERVACAO
                   ADD 1 TO WRK-QT-JA-FATURADAS
           END-READ.

       3310-MONTAR-TITULO.
           MOVE SPACES TO REC-REG.
           COMPUTE REC-PEDIDO =
               WRK-PRIMEIRO-PED-MENSALIDADE + CRN-NUMERO.
           MOVE WRK-MES-FATURA TO REC-PARCELA.
           MOVE WRK-FAT-RESPONSAVEL(WRK-IND) TO REC-CLIENTE.
           MOVE WRK-VALOR-LIQUIDO TO REC-VALOR.
           MOVE WRK-DATASYS TO REC-EMISSAO.
           PERFORM 3320-CALCULAR-VENCIMENTO.
           MOVE WRK-DATA-VENC-NUM TO REC-VENCIMENTO.
           SET REC-SIT-ABERTO TO TRUE.
           MOVE ZEROS TO REC-DATA-PGTO.
           MOVE ZEROS TO REC-MULTA.
           MOVE ZEROS TO REC-JUROS.
           MOVE ZEROS TO REC-TOTAL-PAGO.
           MOVE ZEROS TO REC-NIVEL-AVISO.
           MOVE SPACES TO REC-METODO-PGTO.
           MOVE ZEROS TO REC-DATA-PERDA.
           MOVE SPACES TO REC-MOTIVO-PERDA.
           MOVE ZEROS TO REC-ACORDO.

      * DIA DE VENCIMENTO QUE O MES NAO TEM (31 EM ABRIL, 30 EM
      * FEVEREIRO) CAI NO ULTIMO DIA DO MES
       3320-CALCULAR-VENCIMENTO.
           MOVE WRK-ANO-FATURA TO WRK-VEN-ANO.
           MOVE WRK-MES-FATURA TO WRK-VEN-MES.
           MOVE MTB-DIA-VENCIMENTO TO WRK-VEN-DIA.
           MOVE 'V' TO WRK-DATA-FUNCAO.
           MOVE 'N' TO WRK-DATA-VALIDA.
           PERFORM UNTIL WRK-DATA-OK OR WRK-VEN-DIA < 28
               MOVE WRK-DATA-VENC-NUM TO WRK-DATA-SERVICO
               CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
                   WRK-DATA-SERVICO WRK-DATA-SERVICO2
                   WRK-DATA-RESULTADO WRK-DATA-VALIDA
               IF NOT WRK-DATA-OK
                   SUBTRACT 1 FROM WRK-VEN-DIA
               END-IF
           END-PERFORM.

       3400-IMPRIMIR-ALUNO.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING WRK-FAT-MATRICULA(WRK-IND) ' '
               WRK-FAT-NOME(WRK-IND)(1:20) ' '
               WRK-FAT-TURMA(WRK-IND) ' '
               WRK-FAT-RESPONSAVEL(WRK-IND)
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-VALOR-TABELA TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(9:10) TO WRK-LINHA-ED(41:10).
           MOVE WRK-VALOR-BOLSA TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(9:10) TO WRK-LINHA-ED(52:10).
           MOVE WRK-VALOR-IRMAO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(9:10) TO WRK-LINHA-ED(63:10).
           MOVE WRK-VALOR-LIQUIDO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(9:10) TO WRK-LINHA-ED(74:10).
           MOVE WRK-OBSERVACAO TO WRK-LINHA-ED(86:15).
           PERFORM 6900-GRAVAR-LINHA.

       3900-TOTAIS.
           MOVE SPACES TO WRK-LINHA-ED.
           PERFORM 6900-GRAVAR-LINHA.
           MOVE 'TOTAL FATURADO NO MES' TO WRK-LINHA-ED.
           MOVE WRK-TOT-TABELA TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(5:14) TO WRK-LINHA-ED(37:14).
           MOVE WRK-TOT-BOLSA TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(9:10) TO WRK-LINHA-ED(52:10).
           MOVE WRK-TOT-IRMAO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(9:10) TO WRK-LINHA-ED(63:10).
           MOVE WRK-TOT-LIQUIDO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED(5:14) TO WRK-LINHA-ED(70:14).
           PERFORM 6900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'MATRICULAS: ' WRK-QT-MATRICULAS
               '  FATURADAS: ' WRK-QT-FATURADAS
               '  JA FATURADAS: ' WRK-QT-JA-FATURADAS
               '  NAO FATURADAS: ' WRK-QT-NAO-FATURADAS
               '  EXCLUIDOS: ' WRK-QT-INATIVOS
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 6900-GRAVAR-LINHA.
           DISPLAY WRK-LINHA-ED.

      * FATURADO DO MES: CLIENTES A RECEBER CONTRA RECEITA DE
      * MENSALIDADES; O RECEBIMENTO SEGUE NA CONTABILIZACAO DAS
      * BAIXAS (PROGCOB64)
       3950-LANCAR-FATURAMENTO.
           OPEN EXTEND LANCTOS.
           IF WRK-FS-LANCTOS EQUAL '35'
               OPEN OUTPUT LANCTOS
           END-IF.
           MOVE SPACES TO LANCTO-REG.
           MOVE WRK-DATASYS TO LANCTO-DATA.
           MOVE WRK-CONTA-CLIENTES TO LANCTO-CONTA-DEB.
           MOVE WRK-CONTA-RECEITA-MENS TO LANCTO-CONTA-CRED.
           MOVE WRK-TOT-LIQUIDO TO LANCTO-VALOR.
           STRING 'MENSALIDADES ' WRK-MES-FATURA '/' WRK-ANO-FATURA
               DELIMITED BY SIZE INTO LANCTO-HISTORICO.
           WRITE LANCTO-REG.
           ADD 1 TO WRK-QT-LANCTOS.
           CLOSE LANCTOS.

       4000-CONSULTAR-ATRASO.
           DISPLAY 'MATRICULA DO ALUNO: '.
           MOVE ZEROS TO WRK-MEN-MATRICULA.
           ACCEPT WRK-MEN-MATRICULA.
           MOVE WRK-DATASYS TO WRK-MEN-DATA-REF.
           CALL 'PROGCOBMEN' USING WRK-MEN-AREA.
           IF WRK-MEN-INADIMPLENTE
               DISPLAY 'MENSALIDADES VENCIDAS HA MAIS DE 60 DIAS: '
                   WRK-MEN-QT-ATRASO
               DISPLAY 'VALOR EM ATRASO: ' WRK-MEN-VALOR-ATRASO
               DISPLAY 'MAIOR ATRASO (DIAS): ' WRK-MEN-MAIOR-ATRASO
               DISPLAY 'REMATRICULA BLOQUEADA ATE A QUITACAO'
           ELSE
               DISPLAY 'SEM MENSALIDADE EM ATRASO HA MAIS DE 60 DIAS'
           END-IF.

       6900-GRAVAR-LINHA.
           MOVE WRK-LINHA-ED TO MENSREL-LINHA.
           WRITE MENSREL-LINHA.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB121' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           COMPUTE RUNLOG-QTDE-REGISTROS =
               WRK-QT-FATURADAS + WRK-QT-LANCTOS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.

       0962-JORNAL-CONTASREC.
           MOVE 'CONTASREC' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-CONTASREC TO WRK-JRN-FS.
           MOVE REC-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
