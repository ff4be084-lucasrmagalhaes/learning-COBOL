       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB101.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: ACORDOS DE RENEGOCIACAO DE DIVIDA - O
      * ATENDIMENTO ESCOLHE OS TITULOS VENCIDOS DO CLIENTE EM
      * CONTASREC.DAT, O PROGRAMA SOMA MULTA E JUROS PELAS REGRAS
      * DE ENCARGOS.DAT (AS MESMAS DA BAIXA DO PROGCOB40), ACEITA
      * UM DESCONTO E GERA AS PARCELAS NOVAS DO ACORDO
      * (ACORDOS.DAT); OS TITULOS ORIGINAIS FICAM RENEGOCIADOS
      * APONTANDO PARA O ACORDO. A VERIFICACAO DOS ACORDOS MARCA
      * COMO ROMPIDO O ACORDO COM PARCELA VENCIDA ALEM DA
      * TOLERANCIA DE ACORDPAR.DAT (PADRAO 10 DIAS), COMO
      * QUITADO O QUE NAO TEM MAIS PARCELA ABERTA, E IMPRIME OS
      * ROMPIDOS EM ACORDREL.DAT
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
           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REC-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CONTASREC.

           SELECT ACORDOS ASSIGN TO "ACORDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACO-NUMERO
               FILE STATUS IS WRK-FS-ACORDOS.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTES.

           SELECT ENCARGOS ASSIGN TO "ENCARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENCARGOS.

           SELECT ACORDPAR ASSIGN TO "ACORDPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACORDPAR.

           SELECT ACORDREL ASSIGN TO "ACORDREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACORDREL.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTASREC.
           COPY RECREG.

       FD  ACORDOS.
           COPY ACOREG.

       FD  CLIENTES.
           COPY CLIREG.

       FD  ENCARGOS.
       01  ENCARGOS-REG.
           02  ENCARGOS-MULTA-PCT  PIC 9(02)V99.
           02  ENCARGOS-JUROS-MES  PIC 9(02)V99.

       FD  ACORDPAR.
       01  ACORDPAR-REG.
           02  ACORDPAR-TOLERANCIA PIC 9(03).

       FD  ACORDREL.
       01  ACORDREL-LINHA          PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-CONTASREC  PIC X(02)      VALUE SPACES.
       77 WRK-FS-ACORDOS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-CLIENTES   PIC X(02)      VALUE SPACES.
       77 WRK-FS-ENCARGOS   PIC X(02)      VALUE SPACES.
       77 WRK-FS-ACORDPAR   PIC X(02)      VALUE SPACES.
       77 WRK-FS-ACORDREL   PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-EOF-PARCELAS  PIC X(01)      VALUE 'N'.
           88 WRK-FIM-PARCELAS     VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-USUARIO       PIC X(20)      VALUE SPACES.
       77 WRK-NIVEL         PIC 9(02)      VALUE ZEROS.
       77 WRK-LOGIN-VALIDO  PIC X(01)      VALUE 'N'.
           88 WRK-LOGIN-OK         VALUE 'S'.
       77 WRK-OPCAO         PIC X(01)      VALUE SPACES.
       77 WRK-FIM-MENU      PIC X(01)      VALUE 'N'.
           88 WRK-MENU-FIM         VALUE 'S'.
       77 WRK-CONFIRMA      PIC X(01)      VALUE SPACES.
           88 WRK-CONFIRMA-SIM     VALUE 'S'.
       77 WRK-MULTA-PCT     PIC 9(02)V99   VALUE 2,00.
       77 WRK-JUROS-MES     PIC 9(02)V99   VALUE 1,00.
       77 WRK-TOLERANCIA    PIC 9(03)      VALUE 10.
       77 WRK-DATA-FUNCAO   PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2 PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-ATRASO   PIC S9(08)     VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-CLIENTE       PIC 9(06)      VALUE ZEROS.
       77 WRK-CLIENTE-ACHADO PIC X(01)     VALUE 'N'.
           88 WRK-CLIENTE-OK       VALUE 'S'.
       77 WRK-MULTA-CALC    PIC 9(06)V99   VALUE ZEROS.
       77 WRK-JUROS-CALC    PIC 9(06)V99   VALUE ZEROS.
       77 WRK-TOT-PRINCIPAL PIC 9(10)V99   VALUE ZEROS.
       77 WRK-TOT-MULTA     PIC 9(08)V99   VALUE ZEROS.
       77 WRK-TOT-JUROS     PIC 9(08)V99   VALUE ZEROS.
       77 WRK-TOT-DEVIDO    PIC 9(10)V99   VALUE ZEROS.
       77 WRK-DESCONTO      PIC 9(08)V99   VALUE ZEROS.
       77 WRK-TOT-ACORDO    PIC 9(10)V99   VALUE ZEROS.
       77 WRK-QT-PARCELAS   PIC 9(02)      VALUE ZEROS.
       77 WRK-IND-PARC      PIC 9(02)      VALUE ZEROS.
       77 WRK-VALOR-PARCELA PIC 9(08)V99   VALUE ZEROS.
       77 WRK-VALOR-ULTIMA  PIC 9(08)V99   VALUE ZEROS.
       77 WRK-PRIMEIRO-VENC PIC 9(08)      VALUE ZEROS.
       77 WRK-DIA-VENC      PIC 9(02)      VALUE ZEROS.
       77 WRK-VALORES-OK    PIC X(01)      VALUE 'N'.
           88 WRK-VALOR-ACEITO     VALUE 'S'.
       77 WRK-NUMERO-ACORDO PIC 9(06)      VALUE ZEROS.
       77 WRK-PEDIDO-ACORDO PIC 9(08)      VALUE ZEROS.
       77 WRK-IND           PIC 9(02)      VALUE ZEROS.
       77 WRK-QT-ABERTAS    PIC 9(02)      VALUE ZEROS.
       77 WRK-VALOR-ABERTO  PIC 9(10)V99   VALUE ZEROS.
       77 WRK-MAIOR-ATRASO  PIC S9(08)     VALUE ZEROS.
       77 WRK-QT-ACORDOS    PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-ROMPIDOS   PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-NOVOS-ROMPIDOS PIC 9(05)  VALUE ZEROS.
       77 WRK-QT-QUITADOS   PIC 9(05)      VALUE ZEROS.
       77 WRK-TOTAL-ROMPIDO PIC 9(12)V99   VALUE ZEROS.
       77 WRK-MARCA         PIC X(12)      VALUE SPACES.
       77 WRK-VALOR-ED      PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-ED      PIC X(100)     VALUE SPACES.
       77 WRK-QT-LINHAS     PIC 9(05)      VALUE ZEROS.
       01 WRK-VENC-GRP.
           02 WRK-VENC-ANO     PIC 9(04).
           02 WRK-VENC-MES     PIC 9(02).
           02 WRK-VENC-DIA     PIC 9(02).
       01 WRK-VENC-NUM REDEFINES WRK-VENC-GRP PIC 9(08).
       01 WRK-TAB-TITULOS.
           02 WRK-QT-TITULOS   PIC 9(02)   VALUE ZEROS.
           02 WRK-TIT OCCURS 50 TIMES.
               05 WRK-TIT-CHAVE     PIC X(10).
               05 WRK-TIT-VALOR     PIC 9(08)V99.
               05 WRK-TIT-MULTA     PIC 9(06)V99.
               05 WRK-TIT-JUROS     PIC 9(06)V99.
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB101'.
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
               PERFORM 0050-CARREGAR-ENCARGOS
               PERFORM 0060-CARREGAR-TOLERANCIA
               PERFORM 0100-MENU UNTIL WRK-MENU-FIM
               PERFORM 0900-GRAVAR-RUNLOG
           END-IF.
           STOP RUN.

      * SEM ENCARGOS.DAT VALEM OS PADROES HISTORICOS DO CONTRATO
      * (MULTA 2,00% E JUROS 1,00% AO MES), COMO NO PROGCOB40
       0050-CARREGAR-ENCARGOS.
           OPEN INPUT ENCARGOS.
           IF WRK-FS-ENCARGOS EQUAL '00'
               READ ENCARGOS
                   NOT AT END
                       IF ENCARGOS-MULTA-PCT IS NUMERIC
                               AND ENCARGOS-JUROS-MES IS NUMERIC
                           MOVE ENCARGOS-MULTA-PCT TO
                               WRK-MULTA-PCT
                           MOVE ENCARGOS-JUROS-MES TO
                               WRK-JUROS-MES
                       END-IF
               END-READ
               CLOSE ENCARGOS
           END-IF.

       0060-CARREGAR-TOLERANCIA.
           OPEN INPUT ACORDPAR.
           IF WRK-FS-ACORDPAR EQUAL '00'
               READ ACORDPAR
                   NOT AT END
                       IF ACORDPAR-TOLERANCIA IS NUMERIC
                           MOVE ACORDPAR-TOLERANCIA TO
                               WRK-TOLERANCIA
                       END-IF
               END-READ
               CLOSE ACORDPAR
           END-IF.

       0100-MENU.
           DISPLAY '=============================================='.
           DISPLAY 'ACORDOS DE RENEGOCIACAO DE DIVIDA'.
           DISPLAY '1 - NOVO ACORDO'.
           DISPLAY '2 - CONSULTAR ACORDO'.
           DISPLAY '3 - VERIFICAR ACORDOS E RELATORIO DE ROMPIDOS'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 1000-NOVO-ACORDO
               WHEN '2'
                   PERFORM 2000-CONSULTAR-ACORDO
               WHEN '3'
                   PERFORM 3000-VERIFICAR-ACORDOS
               WHEN 'X'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
           END-EVALUATE.

       1000-NOVO-ACORDO.
           DISPLAY 'NUMERO DO CLIENTE: '.
           ACCEPT WRK-CLIENTE.
           MOVE 'N' TO WRK-CLIENTE-ACHADO.
           OPEN INPUT CLIENTES.
           IF WRK-FS-CLIENTES EQUAL '00'
               MOVE WRK-CLIENTE TO CLI-NUMERO
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WRK-CLIENTE-OK TO TRUE
                       DISPLAY 'CLIENTE: ' CLI-NOME
               END-READ
               CLOSE CLIENTES
           END-IF.
           IF NOT WRK-CLIENTE-OK
               DISPLAY 'CLIENTE NAO CADASTRADO'
           ELSE
               PERFORM 1100-SELECIONAR-TITULOS
               IF WRK-QT-TITULOS EQUAL ZEROS
                   DISPLAY 'NENHUM TITULO VENCIDO SELECIONADO - '
                       'ACORDO NAO GERADO'
               ELSE
                   PERFORM 1200-DEFINIR-CONDICOES
                   DISPLAY 'CONFIRMA O ACORDO (S/N): '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA-SIM
                       PERFORM 1300-GRAVAR-ACORDO
                   ELSE
                       DISPLAY 'ACORDO ABANDONADO'
                   END-IF
               END-IF
           END-IF.

      * SO ENTRA TITULO ABERTO E JA VENCIDO; OS ENCARGOS SAEM
      * COMO NA BAIXA - MULTA FIXA E JUROS MENSAIS PRO-RATA DIA
       1100-SELECIONAR-TITULOS.
           MOVE ZEROS TO WRK-QT-TITULOS.
           MOVE ZEROS TO WRK-TOT-PRINCIPAL.
           MOVE ZEROS TO WRK-TOT-MULTA.
           MOVE ZEROS TO WRK-TOT-JUROS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CONTASREC.
           IF WRK-FS-CONTASREC NOT EQUAL '00'
               DISPLAY 'ARQUIVO CONTASREC.DAT NAO ENCONTRADO'
           ELSE
               MOVE LOW-VALUES TO REC-CHAVE
               START CONTASREC KEY IS NOT LESS THAN REC-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ CONTASREC NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF REC-CLIENTE EQUAL WRK-CLIENTE
                                   AND REC-SIT-ABERTO
                                   AND REC-VENCIMENTO < WRK-DATASYS
                               PERFORM 1110-OFERECER-TITULO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTASREC
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       1110-OFERECER-TITULO.
           MOVE 'D' TO WRK-DATA-FUNCAO.
           MOVE REC-VENCIMENTO TO WRK-DATA-SERVICO.
           MOVE WRK-DATASYS TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DIAS-ATRASO WRK-DATA-VALIDA.
           IF NOT WRK-DATA-OK OR WRK-DIAS-ATRASO < ZEROS
               MOVE ZEROS TO WRK-DIAS-ATRASO
           END-IF.
           MOVE ZEROS TO WRK-MULTA-CALC.
           MOVE ZEROS TO WRK-JUROS-CALC.
           IF WRK-DIAS-ATRASO > ZEROS
               COMPUTE WRK-MULTA-CALC ROUNDED =
                   (REC-VALOR * WRK-MULTA-PCT) / 100
               COMPUTE WRK-JUROS-CALC ROUNDED =
                   (REC-VALOR * WRK-JUROS-MES * WRK-DIAS-ATRASO)
                   / 3000
           END-IF.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'PEDIDO ' REC-PEDIDO '/' REC-PARCELA
               '  VENCIMENTO ' REC-VENCIMENTO
               '  ATRASO ' WRK-DIAS-ATRASO ' DIAS'.
           DISPLAY 'PRINCIPAL ' REC-VALOR '  MULTA ' WRK-MULTA-CALC
               '  JUROS ' WRK-JUROS-CALC.
           IF WRK-QT-TITULOS NOT LESS THAN 50
               DISPLAY 'LIMITE DE 50 TITULOS POR ACORDO ATINGIDO'
           ELSE
               DISPLAY 'INCLUIR NO ACORDO (S/N): '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA-SIM
                   ADD 1 TO WRK-QT-TITULOS
                   MOVE REC-CHAVE TO WRK-TIT-CHAVE(WRK-QT-TITULOS)
                   MOVE REC-VALOR TO WRK-TIT-VALOR(WRK-QT-TITULOS)
                   MOVE WRK-MULTA-CALC TO
                       WRK-TIT-MULTA(WRK-QT-TITULOS)
                   MOVE WRK-JUROS-CALC TO
                       WRK-TIT-JUROS(WRK-QT-TITULOS)
                   ADD REC-VALOR TO WRK-TOT-PRINCIPAL
                   ADD WRK-MULTA-CALC TO WRK-TOT-MULTA
                   ADD WRK-JUROS-CALC TO WRK-TOT-JUROS
               END-IF
           END-IF.

      * O DESCONTO NAO PODE ZERAR O ACORDO; O PRIMEIRO VENCIMENTO
      * NAO PODE SER ANTERIOR A HOJE
       1200-DEFINIR-CONDICOES.
           COMPUTE WRK-TOT-DEVIDO = WRK-TOT-PRINCIPAL +
               WRK-TOT-MULTA + WRK-TOT-JUROS.
           DISPLAY '=============================================='.
           DISPLAY 'TITULOS.......: ' WRK-QT-TITULOS.
           DISPLAY 'PRINCIPAL.....: ' WRK-TOT-PRINCIPAL.
           DISPLAY 'MULTA.........: ' WRK-TOT-MULTA.
           DISPLAY 'JUROS.........: ' WRK-TOT-JUROS.
           DISPLAY 'TOTAL DEVIDO..: ' WRK-TOT-DEVIDO.
           MOVE 'N' TO WRK-VALORES-OK.
           PERFORM UNTIL WRK-VALOR-ACEITO
               DISPLAY 'DESCONTO CONCEDIDO (0 = SEM DESCONTO): '
               ACCEPT WRK-DESCONTO
               IF WRK-DESCONTO < WRK-TOT-DEVIDO
                   SET WRK-VALOR-ACEITO TO TRUE
               ELSE
                   DISPLAY 'DESCONTO DEVE SER MENOR QUE O TOTAL'
               END-IF
           END-PERFORM.
           COMPUTE WRK-TOT-ACORDO = WRK-TOT-DEVIDO - WRK-DESCONTO.
           MOVE 'N' TO WRK-VALORES-OK.
           PERFORM UNTIL WRK-VALOR-ACEITO
               DISPLAY 'NUMERO DE PARCELAS (1 A 24): '
               ACCEPT WRK-QT-PARCELAS
               IF WRK-QT-PARCELAS > ZEROS
                       AND WRK-QT-PARCELAS NOT GREATER THAN 24
                   SET WRK-VALOR-ACEITO TO TRUE
               ELSE
                   DISPLAY 'NUMERO DE PARCELAS INVALIDO'
               END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-DATA-VALIDA.
           PERFORM UNTIL WRK-DATA-OK
               DISPLAY 'VENCIMENTO DA PRIMEIRA PARCELA (AAAAMMDD): '
               ACCEPT WRK-PRIMEIRO-VENC
               MOVE 'V' TO WRK-DATA-FUNCAO
               MOVE WRK-PRIMEIRO-VENC TO WRK-DATA-SERVICO
               MOVE ZEROS TO WRK-DATA-SERVICO2
               CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
                   WRK-DATA-SERVICO WRK-DATA-SERVICO2
                   WRK-DIAS-ATRASO WRK-DATA-VALIDA
               IF NOT WRK-DATA-OK
                   DISPLAY 'DATA INVALIDA'
               ELSE
                   IF WRK-PRIMEIRO-VENC < WRK-DATASYS
                       DISPLAY 'VENCIMENTO ANTERIOR A HOJE'
                       MOVE 'N' TO WRK-DATA-VALIDA
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WRK-VALOR-PARCELA = WRK-TOT-ACORDO /
               WRK-QT-PARCELAS.
           COMPUTE WRK-VALOR-ULTIMA = WRK-TOT-ACORDO -
               (WRK-VALOR-PARCELA * (WRK-QT-PARCELAS - 1)).
           DISPLAY 'DESCONTO......: ' WRK-DESCONTO.
           DISPLAY 'TOTAL ACORDADO: ' WRK-TOT-ACORDO.
           DISPLAY WRK-QT-PARCELAS ' PARCELA(S) DE '
               WRK-VALOR-PARCELA ' (ULTIMA ' WRK-VALOR-ULTIMA
               ') A PARTIR DE ' WRK-PRIMEIRO-VENC.

       1300-GRAVAR-ACORDO.
           PERFORM 1310-ABRIR-ACORDOS.
           PERFORM 1320-PROXIMO-NUMERO.
           OPEN I-O CONTASREC.
           IF WRK-FS-CONTASREC NOT EQUAL '00'
               DISPLAY 'ARQUIVO CONTASREC.DAT NAO ENCONTRADO'
           ELSE
               MOVE SPACES TO ACO-REG
               MOVE WRK-NUMERO-ACORDO TO ACO-NUMERO
               MOVE WRK-CLIENTE TO ACO-CLIENTE
               MOVE WRK-DATASYS TO ACO-DATA
               MOVE WRK-USUARIO TO ACO-USUARIO
               MOVE WRK-QT-TITULOS TO ACO-QT-TITULOS
               MOVE WRK-TOT-PRINCIPAL TO ACO-PRINCIPAL
               MOVE WRK-TOT-MULTA TO ACO-MULTA
               MOVE WRK-TOT-JUROS TO ACO-JUROS
               MOVE WRK-DESCONTO TO ACO-DESCONTO
               MOVE WRK-TOT-ACORDO TO ACO-TOTAL
               MOVE WRK-QT-PARCELAS TO ACO-QT-PARCELAS
               MOVE WRK-PRIMEIRO-VENC TO ACO-PRIMEIRO-VENC
               SET ACO-SIT-ATIVO TO TRUE
               MOVE WRK-DATASYS TO ACO-DATA-SITUACAO
               WRITE ACO-REG
               PERFORM 1330-RENEGOCIAR-ORIGINAIS
               PERFORM 1340-GERAR-PARCELAS
               CLOSE CONTASREC
               ADD 1 TO WRK-QT-LINHAS
               DISPLAY 'ACORDO ' WRK-NUMERO-ACORDO ' GRAVADO - '
                   'PARCELAS NO PEDIDO ' WRK-PEDIDO-ACORDO
           END-IF.
           CLOSE ACORDOS.

       1310-ABRIR-ACORDOS.
           OPEN I-O ACORDOS.
           IF WRK-FS-ACORDOS EQUAL '35'
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
               OPEN I-O ACORDOS
           END-IF.

       1320-PROXIMO-NUMERO.
           MOVE ZEROS TO WRK-NUMERO-ACORDO.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LOW-VALUES TO ACO-REG.
           MOVE ZEROS TO ACO-NUMERO.
           START ACORDOS KEY IS NOT LESS THAN ACO-NUMERO
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ ACORDOS NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE ACO-NUMERO TO WRK-NUMERO-ACORDO
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.
           ADD 1 TO WRK-NUMERO-ACORDO.
           COMPUTE WRK-PEDIDO-ACORDO = 90000000 + WRK-NUMERO-ACORDO.

       1330-RENEGOCIAR-ORIGINAIS.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-TITULOS
               MOVE WRK-TIT-CHAVE(WRK-IND) TO REC-CHAVE
               READ CONTASREC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REC-SIT-RENEGOCIADO TO TRUE
                       MOVE WRK-NUMERO-ACORDO TO REC-ACORDO
                       REWRITE REC-REG
                       MOVE 'A' TO WRK-JRN-OPERACAO
                       PERFORM 0962-JORNAL-CONTASREC
               END-READ
           END-PERFORM.

      * PARCELAS MENSAIS NO DIA DO PRIMEIRO VENCIMENTO; DIA ACIMA
      * DE 28 VIRA 28 NAS PARCELAS SEGUINTES PARA CABER EM
      * QUALQUER MES. O RESIDUO DA DIVISAO VAI NA ULTIMA PARCELA
       1340-GERAR-PARCELAS.
           MOVE WRK-PRIMEIRO-VENC TO WRK-VENC-NUM.
           MOVE WRK-VENC-DIA TO WRK-DIA-VENC.
           IF WRK-DIA-VENC > 28
               MOVE 28 TO WRK-DIA-VENC
           END-IF.
           PERFORM VARYING WRK-IND-PARC FROM 1 BY 1
                   UNTIL WRK-IND-PARC > WRK-QT-PARCELAS
               IF WRK-IND-PARC > 1
                   ADD 1 TO WRK-VENC-MES
                   IF WRK-VENC-MES > 12
                       MOVE 1 TO WRK-VENC-MES
                       ADD 1 TO WRK-VENC-ANO
                   END-IF
                   MOVE WRK-DIA-VENC TO WRK-VENC-DIA
               END-IF
               MOVE SPACES TO REC-REG
               MOVE WRK-PEDIDO-ACORDO TO REC-PEDIDO
               MOVE WRK-IND-PARC TO REC-PARCELA
               MOVE WRK-CLIENTE TO REC-CLIENTE
               IF WRK-IND-PARC EQUAL WRK-QT-PARCELAS
                   MOVE WRK-VALOR-ULTIMA TO REC-VALOR
               ELSE
                   MOVE WRK-VALOR-PARCELA TO REC-VALOR
               END-IF
               MOVE WRK-DATASYS TO REC-EMISSAO
               MOVE WRK-VENC-NUM TO REC-VENCIMENTO
               SET REC-SIT-ABERTO TO TRUE
               MOVE ZEROS TO REC-DATA-PGTO
               MOVE ZEROS TO REC-MULTA
               MOVE ZEROS TO REC-JUROS
               MOVE ZEROS TO REC-TOTAL-PAGO
               MOVE ZEROS TO REC-NIVEL-AVISO
               MOVE SPACES TO REC-METODO-PGTO
               MOVE ZEROS TO REC-DATA-PERDA
               MOVE SPACES TO REC-MOTIVO-PERDA
               MOVE WRK-NUMERO-ACORDO TO REC-ACORDO
               WRITE REC-REG
                   INVALID KEY
                       DISPLAY 'PARCELA ' WRK-IND-PARC
                           ' JA EXISTE EM CONTASREC.DAT'
                   NOT INVALID KEY
                       MOVE 'I' TO WRK-JRN-OPERACAO
                       PERFORM 0962-JORNAL-CONTASREC
               END-WRITE
           END-PERFORM.

       2000-CONSULTAR-ACORDO.
           DISPLAY 'NUMERO DO ACORDO: '.
           ACCEPT WRK-NUMERO-ACORDO.
           OPEN INPUT ACORDOS.
           IF WRK-FS-ACORDOS NOT EQUAL '00'
               DISPLAY 'NENHUM ACORDO REGISTRADO'
           ELSE
               MOVE WRK-NUMERO-ACORDO TO ACO-NUMERO
               READ ACORDOS
                   INVALID KEY
                       DISPLAY 'ACORDO NAO ENCONTRADO'
                   NOT INVALID KEY
                       PERFORM 2100-MOSTRAR-ACORDO
               END-READ
               CLOSE ACORDOS
           END-IF.

       2100-MOSTRAR-ACORDO.
           DISPLAY 'CLIENTE.......: ' ACO-CLIENTE.
           DISPLAY 'DATA..........: ' ACO-DATA ' POR ' ACO-USUARIO.
           DISPLAY 'TITULOS.......: ' ACO-QT-TITULOS.
           DISPLAY 'PRINCIPAL.....: ' ACO-PRINCIPAL.
           DISPLAY 'MULTA.........: ' ACO-MULTA.
           DISPLAY 'JUROS.........: ' ACO-JUROS.
           DISPLAY 'DESCONTO......: ' ACO-DESCONTO.
           DISPLAY 'TOTAL ACORDADO: ' ACO-TOTAL.
           EVALUATE TRUE
               WHEN ACO-SIT-ATIVO
                   DISPLAY 'SITUACAO......: ATIVO'
               WHEN ACO-SIT-QUITADO
                   DISPLAY 'SITUACAO......: QUITADO EM '
                       ACO-DATA-SITUACAO
               WHEN ACO-SIT-ROMPIDO
                   DISPLAY 'SITUACAO......: ROMPIDO EM '
                       ACO-DATA-SITUACAO
           END-EVALUATE.
           DISPLAY 'PARCELA VENCIMENTO        VALOR SITUACAO'.
           COMPUTE WRK-PEDIDO-ACORDO = 90000000 + ACO-NUMERO.
           MOVE 'N' TO WRK-EOF-PARCELAS.
           OPEN INPUT CONTASREC.
           IF WRK-FS-CONTASREC EQUAL '00'
               MOVE WRK-PEDIDO-ACORDO TO REC-PEDIDO
               MOVE ZEROS TO REC-PARCELA
               START CONTASREC KEY IS NOT LESS THAN REC-CHAVE
                   INVALID KEY
                       SET WRK-FIM-PARCELAS TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-PARCELAS
                   READ CONTASREC NEXT RECORD
                       AT END
                           SET WRK-FIM-PARCELAS TO TRUE
                       NOT AT END
                           IF REC-PEDIDO NOT EQUAL WRK-PEDIDO-ACORDO
                               SET WRK-FIM-PARCELAS TO TRUE
                           ELSE
                               MOVE REC-VALOR TO WRK-VALOR-ED
                               DISPLAY '     ' REC-PARCELA ' '
                                   REC-VENCIMENTO ' ' WRK-VALOR-ED
                                   ' ' REC-SITUACAO ' '
                                   REC-DATA-PGTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTASREC
           END-IF.
           MOVE 'N' TO WRK-EOF-PARCELAS.

      * ACORDO ATIVO COM PARCELA ABERTA VENCIDA HA MAIS QUE A
      * TOLERANCIA E ROMPIDO; SEM PARCELA ABERTA ESTA QUITADO. O
      * RELATORIO TRAZ TODOS OS ROMPIDOS, MARCANDO OS DESTA VEZ
       3000-VERIFICAR-ACORDOS.
           MOVE ZEROS TO WRK-QT-ACORDOS.
           MOVE ZEROS TO WRK-QT-ROMPIDOS.
           MOVE ZEROS TO WRK-QT-NOVOS-ROMPIDOS.
           MOVE ZEROS TO WRK-QT-QUITADOS.
           MOVE ZEROS TO WRK-TOTAL-ROMPIDO.
           OPEN I-O ACORDOS.
           IF WRK-FS-ACORDOS NOT EQUAL '00'
               DISPLAY 'NENHUM ACORDO REGISTRADO'
           ELSE
               OPEN INPUT CONTASREC
               OPEN OUTPUT ACORDREL
               MOVE SPACES TO ACORDREL-LINHA
               STRING 'PROGCOB101 - ACORDOS ROMPIDOS - '
                   WRK-DATASYS ' - TOLERANCIA ' WRK-TOLERANCIA
                   ' DIAS'
                   DELIMITED BY SIZE INTO ACORDREL-LINHA
               WRITE ACORDREL-LINHA
               MOVE SPACES TO ACORDREL-LINHA
               STRING 'ACORDO CLIENTE DATA     PARC ABERTAS '
                   'VALOR EM ABERTO MAIOR ATRASO'
                   DELIMITED BY SIZE INTO ACORDREL-LINHA
               WRITE ACORDREL-LINHA
               MOVE 'N' TO WRK-EOF-ARQ
               MOVE ZEROS TO ACO-NUMERO
               START ACORDOS KEY IS NOT LESS THAN ACO-NUMERO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ ACORDOS NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           PERFORM 3100-AVALIAR-ACORDO
                   END-READ
               END-PERFORM
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 3300-TOTAIS-RELATORIO
               CLOSE ACORDREL
               CLOSE CONTASREC
               CLOSE ACORDOS
               DISPLAY 'ACORDOS: ' WRK-QT-ACORDOS
                   '  ROMPIDOS AGORA: ' WRK-QT-NOVOS-ROMPIDOS
                   '  QUITADOS AGORA: ' WRK-QT-QUITADOS
               DISPLAY 'RELATORIO GRAVADO EM ACORDREL.DAT'
           END-IF.

       3100-AVALIAR-ACORDO.
           ADD 1 TO WRK-QT-ACORDOS.
           MOVE SPACES TO WRK-MARCA.
           IF ACO-SIT-QUITADO
               CONTINUE
           ELSE
               PERFORM 3200-SOMAR-PARCELAS
               IF ACO-SIT-ATIVO
                   IF WRK-MAIOR-ATRASO > WRK-TOLERANCIA
                       SET ACO-SIT-ROMPIDO TO TRUE
                       MOVE WRK-DATASYS TO ACO-DATA-SITUACAO
                       REWRITE ACO-REG
                       ADD 1 TO WRK-QT-NOVOS-ROMPIDOS
                       MOVE 'ROMPIDO HOJE' TO WRK-MARCA
                   ELSE
                       IF WRK-QT-ABERTAS EQUAL ZEROS
                           SET ACO-SIT-QUITADO TO TRUE
                           MOVE WRK-DATASYS TO ACO-DATA-SITUACAO
                           REWRITE ACO-REG
                           ADD 1 TO WRK-QT-QUITADOS
                       END-IF
                   END-IF
               END-IF
               IF ACO-SIT-ROMPIDO
                   PERFORM 3250-IMPRIMIR-ROMPIDO
               END-IF
           END-IF.

       3200-SOMAR-PARCELAS.
           MOVE ZEROS TO WRK-QT-ABERTAS.
           MOVE ZEROS TO WRK-VALOR-ABERTO.
           MOVE ZEROS TO WRK-MAIOR-ATRASO.
           COMPUTE WRK-PEDIDO-ACORDO = 90000000 + ACO-NUMERO.
           MOVE 'N' TO WRK-EOF-PARCELAS.
           MOVE WRK-PEDIDO-ACORDO TO REC-PEDIDO.
           MOVE ZEROS TO REC-PARCELA.
           START CONTASREC KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   SET WRK-FIM-PARCELAS TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-PARCELAS
               READ CONTASREC NEXT RECORD
                   AT END
                       SET WRK-FIM-PARCELAS TO TRUE
                   NOT AT END
                       IF REC-PEDIDO NOT EQUAL WRK-PEDIDO-ACORDO
                           SET WRK-FIM-PARCELAS TO TRUE
                       ELSE
                           IF REC-SIT-ABERTO OR REC-SIT-PERDA
                               PERFORM 3210-MEDIR-ATRASO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-PARCELAS.

       3210-MEDIR-ATRASO.
           ADD 1 TO WRK-QT-ABERTAS.
           ADD REC-VALOR TO WRK-VALOR-ABERTO.
           MOVE 'D' TO WRK-DATA-FUNCAO.
           MOVE REC-VENCIMENTO TO WRK-DATA-SERVICO.
           MOVE WRK-DATASYS TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DIAS-ATRASO WRK-DATA-VALIDA.
           IF WRK-DATA-OK
                   AND WRK-DIAS-ATRASO > WRK-MAIOR-ATRASO
               MOVE WRK-DIAS-ATRASO TO WRK-MAIOR-ATRASO
           END-IF.

       3250-IMPRIMIR-ROMPIDO.
           ADD 1 TO WRK-QT-ROMPIDOS.
           ADD WRK-VALOR-ABERTO TO WRK-TOTAL-ROMPIDO.
           MOVE WRK-VALOR-ABERTO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING ACO-NUMERO ' ' ACO-CLIENTE ' ' ACO-DATA-SITUACAO
               '  ' WRK-QT-ABERTAS '   ' WRK-VALOR-ED
               '  ' WRK-MAIOR-ATRASO ' ' WRK-MARCA
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO ACORDREL-LINHA.
           WRITE ACORDREL-LINHA.

       3300-TOTAIS-RELATORIO.
           MOVE SPACES TO ACORDREL-LINHA.
           WRITE ACORDREL-LINHA.
           MOVE WRK-TOTAL-ROMPIDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'ACORDOS ROMPIDOS: ' WRK-QT-ROMPIDOS
               '  (NOVOS: ' WRK-QT-NOVOS-ROMPIDOS ')'
               '  VALOR EM ABERTO: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO ACORDREL-LINHA.
           WRITE ACORDREL-LINHA.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB101' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-LINHAS TO RUNLOG-QTDE-REGISTROS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.

       0962-JORNAL-CONTASREC.
           MOVE WRK-USUARIO TO WRK-JRN-USUARIO.
           MOVE 'CONTASREC' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-CONTASREC TO WRK-JRN-FS.
           MOVE REC-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
