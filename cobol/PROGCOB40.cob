      * (TABELA DE TAXAS POR METODO EM METPAG.DAT) E RELATORIO
      * DIARIO DE RECEBIMENTOS POR METODO (RECEBREL.DAT) COM
      * BRUTO, TAXAS E LIQUIDO PARA O BANCO
      * ATUALIZACAO: OPCAO 7 - AGING POR GRUPO ECONOMICO
      * (AGINGGRP.DAT) - MESMAS FAIXAS DO AGING POR CLIENTE COM OS
      * TITULOS SOMADOS NO GRUPO DO CLIENTE (PROGCOBGRP); CLIENTE
      * FORA DE GRUPO SAI NA LINHA SEM GRUPO
      * ATUALIZACAO: BAIXA DE TITULO JA LANCADO COMO PERDA VIRA
      * RECUPERACAO - O PRINCIPAL VOLTA PARA CLIENTES A RECEBER
      * CONTRA RECUPERACAO DE PERDAS NO DIARIO (LANCTOS.DAT) E O
      * RECEBIMENTO SEGUE NA CONTABILIZACAO NORMAL DAS BAIXAS
      * ATUALIZACAO: TITULO RENEGOCIADO EM ACORDO (PROGCOB101) NAO
      * E BAIXADO - QUEM RECEBE SAO AS PARCELAS DO ACORDO
      * ATUALIZACAO: PONTOS DE FIDELIDADE (PROGCOBPTS) - A BAIXA
      * DE PARCELA DE PEDIDO CREDITA OS PONTOS DO CLIENTE (PARCELA
      * DE ACORDO NAO PONTUA) E A OPCAO 8 RESGATA PONTOS PARA O
      * SALDO DE CREDITO, QUE A GERACAO DE TITULOS JA APLICA
      * ATUALIZACAO: PERIODO CONTABIL FECHADO (PROGCOBPER) - NAO
      * GERA TITULO DE PEDIDO DATADO EM MES FECHADO NEM BAIXA COM
      * A DATA DO DIA EM MES FECHADO
      * ATUALIZACAO: MENSALIDADE ESCOLAR (PROGCOB121) BAIXADA NAO
      * CREDITA PONTOS DE FIDELIDADE
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      * ATUALIZACAO: AGING DE UM SO GRUPO - A OPCAO 7 PERGUNTA O
      * GRUPO (ZERO = TODOS) E, COM RELPARM.DAT DE AGING DA FILA
      * NOTURNA (PROGCOB125) PRESENTE, O PROGRAMA SO IMPRIME O
      * AGING DO GRUPO PEDIDO, SEM MENU
      * ATUALIZACAO: RESGATE DE PONTOS SO LANCA O CREDITO QUANDO
      * A PROGCOBPTS DEVOLVE OK - QUALQUER OUTRO RETORNO E ERRO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REC-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CONTASREC.

           SELECT CONDPAG ASSIGN TO "CONDPAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AGINGREL.

           SELECT AGINGGRP ASSIGN TO "AGINGGRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AGINGGRP.

           SELECT RELPARM ASSIGN TO "RELPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELPARM.

           SELECT LANCTOS ASSIGN TO "LANCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS.
       FD  AGINGREL.
       01  AGINGREL-LINHA      PIC X(90).

       FD  AGINGGRP.
       01  AGINGGRP-LINHA      PIC X(90).

       FD  RELPARM.
           COPY RELPARM.

       FD  LANCTOS.
           COPY LANCREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-PEDIDOS   PIC X(02)       VALUE SPACES.
       77 WRK-FS-CONTASREC PIC X(02)       VALUE SPACES.
       77 WRK-FS-AGINGREL  PIC X(02)       VALUE SPACES.
       77 WRK-FS-AGINGGRP  PIC X(02)       VALUE SPACES.
       77 WRK-FS-RELPARM   PIC X(02)       VALUE SPACES.
       77 WRK-MODO-FILA    PIC X(01)       VALUE 'N'.
           88 WRK-EM-FILA          VALUE 'S'.
       77 WRK-GRUPO-FILTRO PIC 9(08)       VALUE ZEROS.
       77 WRK-FS-LANCTOS   PIC X(02)       VALUE SPACES.
       77 WRK-RECUPERA     PIC X(01)       VALUE 'N'.
           88 WRK-E-RECUPERACAO    VALUE 'S'.
       77 WRK-PERIODO-SIT  PIC X(01)       VALUE SPACES.
           88 WRK-PERIODO-FECHADO  VALUE 'F'.
       77 WRK-CONTA-CLIENTES PIC 9(06)     VALUE 110001.
       77 WRK-CONTA-RECUPERACAO PIC 9(06)  VALUE 310002.
       77 WRK-TIPO-AGING   PIC X(01)       VALUE 'C'.
           88 WRK-AGING-GRUPO      VALUE 'G'.
       77 WRK-CHAVE-AGING  PIC 9(08)       VALUE ZEROS.
       77 WRK-EOF-ARQ      PIC X(01)       VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS      PIC 9(08)       VALUE ZEROS.
       77 WRK-BRUTO-GERAL  PIC 9(10)V99    VALUE ZEROS.
       77 WRK-TAXA-GERAL   PIC 9(10)V99    VALUE ZEROS.
       77 WRK-LIQ-GERAL    PIC S9(10)V99   VALUE ZEROS.
      * PEDIDO 80000000 EM DIANTE NAO E VENDA: MENSALIDADE ESCOLAR
      * (PROGCOB121) E, DE 90000000 EM DIANTE, PARCELA DE ACORDO
       77 WRK-PRIMEIRO-PED-ESPECIAL PIC 9(08) VALUE 80000000.
       77 WRK-PONTOS-RESGATE PIC 9(07)     VALUE ZEROS.
       01 WRK-PTS-AREA.
           02 WRK-PTS-FUNCAO       PIC X(01).
           02 WRK-PTS-CLIENTE      PIC 9(06).
           02 WRK-PTS-PEDIDO       PIC 9(08).
           02 WRK-PTS-PARCELA      PIC 9(02).
           02 WRK-PTS-VALOR        PIC 9(08)V99.
           02 WRK-PTS-PONTOS       PIC 9(07).
           02 WRK-PTS-SALDO        PIC 9(07).
           02 WRK-PTS-NAO-COBERTO  PIC 9(07).
           02 WRK-PTS-RETORNO      PIC X(01).
               88 WRK-PTS-OK           VALUE '0'.
               88 WRK-PTS-NADA-FEITO   VALUE '1'.
               88 WRK-PTS-SEM-SALDO    VALUE '2'.
               88 WRK-PTS-INDISPONIVEL VALUE '9'.
       01 WRK-TAB-METPAG.
           02 WRK-QT-METPAG PIC 9(02)      VALUE ZEROS.
           02 WRK-MET OCCURS 10 TIMES.
           02 FILLER        PIC 9(02)      VALUE 31.
       01 DIAS-MES REDEFINES DIAS-MES-LISTA.
           02 DIAS-DO-MES   PIC 9(02)      OCCURS 12.
       01 WRK-GRP-AREA.
           02 WRK-GRP-FUNCAO       PIC X(01).
           02 WRK-GRP-CLIENTE      PIC 9(06).
           02 WRK-GRP-DOCUMENTO    PIC X(14).
           02 WRK-GRP-NOME-CLI     PIC X(30).
           02 WRK-GRP-GRUPO        PIC 9(08).
           02 WRK-GRP-NOME         PIC X(30).
           02 WRK-GRP-LIMITE       PIC 9(10)V99.
           02 WRK-GRP-ABERTO       PIC 9(10)V99.
           02 WRK-GRP-RETORNO      PIC X(01).
               88 WRK-GRP-OK           VALUE '0'.
           02 WRK-GRP-QT-MEMBROS   PIC 9(03).
           02 WRK-GRP-MEMBRO       PIC 9(06) OCCURS 200 TIMES.
       01 WRK-AGING.
           02 WRK-QT-CLIENTES  PIC 9(03)      VALUE ZEROS.
           02 WRK-AGING-CLI OCCURS 200 TIMES.
               05 WRK-AGE-CHAVE     PIC 9(08).
               05 WRK-AGE-CLIENTE REDEFINES WRK-AGE-CHAVE.
                   07 FILLER        PIC 9(02).
                   07 WRK-AGE-NUMERO PIC 9(06).
               05 WRK-AGE-FAIXA OCCURS 5 TIMES.
                   07 WRK-AGE-VALOR PIC 9(10)V99.
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB40'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0050-CARREGAR-CONDPAG.
           PERFORM 0070-CARREGAR-ENCARGOS.
           PERFORM 0080-CARREGAR-METPAG.
           PERFORM 0040-LER-PARAMETRO-FILA.
           IF WRK-EM-FILA
               PERFORM 7000-AGING-GRUPO
           ELSE
               PERFORM 0100-MENU UNTIL WRK-MENU-FIM
           END-IF.
           GOBACK.

      * RELPARM.DAT SO EXISTE DURANTE A RODADA DA FILA NOTURNA E
      * SO VALE QUANDO O PEDIDO E DE AGING DE GRUPO
       0040-LER-PARAMETRO-FILA.
           MOVE 'N' TO WRK-MODO-FILA.
           OPEN INPUT RELPARM.
           IF WRK-FS-RELPARM EQUAL '00'
               READ RELPARM
                   NOT AT END
                       IF RELPARM-RELATORIO EQUAL 'AG'
                           SET WRK-EM-FILA TO TRUE
                           MOVE RELPARM-CHAVE TO WRK-GRUPO-FILTRO
                       END-IF
               END-READ
               CLOSE RELPARM
           END-IF.

       0050-CARREGAR-CONDPAG.
           MOVE ZEROS TO WRK-QT-COND.
           MOVE 'N' TO WRK-EOF-ARQ.
           DISPLAY '4 - LANCAR CREDITO MANUAL DE CLIENTE'.
           DISPLAY '5 - CONSULTAR SALDO DE CREDITO'.
           DISPLAY '6 - RELATORIO DIARIO DE RECEBIMENTOS'.
           DISPLAY '7 - RELATORIO DE AGING POR GRUPO ECONOMICO'.
           DISPLAY '8 - RESGATAR PONTOS DE FIDELIDADE EM CREDITO'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
                   PERFORM 5000-CONSULTAR-CREDITO
               WHEN '6'
                   PERFORM 6000-RELATORIO-RECEBIMENTOS
               WHEN '7'
                   DISPLAY 'CODIGO DO GRUPO (0 = TODOS): '
                   ACCEPT WRK-GRUPO-FILTRO
                   PERFORM 7000-AGING-GRUPO
               WHEN '8'
                   PERFORM 8000-RESGATAR-PONTOS
               WHEN 'X'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
           MOVE WRK-IND-PARC TO REC-PARCELA.
           READ CONTASREC
               INVALID KEY
                   CALL 'PROGCOBPER' USING PED-DATA WRK-PERIODO-SIT
                   IF NOT WRK-PERIODO-FECHADO
                       PERFORM 1115-MONTAR-E-GRAVAR
                   END-IF
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE ZEROS TO REC-TOTAL-PAGO.
           MOVE ZEROS TO REC-NIVEL-AVISO.
           MOVE SPACES TO REC-METODO-PGTO.
           MOVE ZEROS TO REC-DATA-PERDA.
           MOVE SPACES TO REC-MOTIVO-PERDA.
           MOVE ZEROS TO REC-ACORDO.
           IF WRK-APLICAR-CREDITO
               PERFORM 1120-APLICAR-CREDITO
           END-IF.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 0962-JORNAL-CONTASREC
                   ADD 1 TO WRK-QT-GERADOS
           END-WRITE.

           IF WRK-PARCELA-BAIXA EQUAL ZEROS
               MOVE 1 TO WRK-PARCELA-BAIXA
           END-IF.
           CALL 'PROGCOBPER' USING WRK-DATASYS WRK-PERIODO-SIT.
           OPEN I-O CONTASREC.
           IF WRK-FS-CONTASREC NOT EQUAL '00'
               DISPLAY 'ARQUIVO CONTASREC.DAT NAO ENCONTRADO'
                   INVALID KEY
                       DISPLAY 'TITULO NAO ENCONTRADO'
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN REC-SIT-PAGO
                               DISPLAY 'TITULO JA ESTA PAGO DESDE '
                                   REC-DATA-PGTO
                           WHEN REC-SIT-RENEGOCIADO
                               DISPLAY 'TITULO RENEGOCIADO NO ACORDO '
                                   REC-ACORDO ' - BAIXAR AS PARCELAS '
                                   'DO ACORDO'
                           WHEN WRK-PERIODO-FECHADO
                               DISPLAY 'BAIXA RECUSADA - MES JA '
                                   'ENTREGUE A CONTABILIDADE'
                           WHEN OTHER
                               MOVE 'N' TO WRK-RECUPERA
                               IF REC-SIT-PERDA
                                   SET WRK-E-RECUPERACAO TO TRUE
                                   DISPLAY 'TITULO LANCADO COMO '
                                       'PERDA EM ' REC-DATA-PERDA
                                       ' - A BAIXA ENTRA COMO '
                                       'RECUPERACAO'
                               END-IF
                               PERFORM 2150-BAIXAR-COM-ENCARGOS
                               IF WRK-E-RECUPERACAO
                                   PERFORM 2170-LANCAR-RECUPERACAO
                               END-IF
                               PERFORM 2180-CREDITAR-PONTOS
                       END-EVALUATE
               END-READ
               CLOSE CONTASREC
           END-IF.
           MOVE WRK-TOTAL-DEVIDO TO REC-TOTAL-PAGO.
           MOVE WRK-METODO TO REC-METODO-PGTO.
           REWRITE REC-REG.
           MOVE 'A' TO WRK-JRN-OPERACAO.
           PERFORM 0962-JORNAL-CONTASREC.
           DISPLAY 'TITULO BAIXADO - TOTAL RECEBIDO '
               WRK-TOTAL-DEVIDO.

               END-IF
           END-PERFORM.

      * A PERDA FOI LANCADA PELO PRINCIPAL, ENTAO A RECUPERACAO
      * ESTORNA O PRINCIPAL; MULTA E JUROS SEGUEM COMO RECEBIMENTO
       2170-LANCAR-RECUPERACAO.
           OPEN EXTEND LANCTOS.
           IF WRK-FS-LANCTOS EQUAL '35'
               OPEN OUTPUT LANCTOS
           END-IF.
           MOVE SPACES TO LANCTO-REG.
           MOVE WRK-DATASYS TO LANCTO-DATA.
           MOVE WRK-CONTA-CLIENTES TO LANCTO-CONTA-DEB.
           MOVE WRK-CONTA-RECUPERACAO TO LANCTO-CONTA-CRED.
           MOVE REC-VALOR TO LANCTO-VALOR.
           STRING 'RECUPERACAO PED ' REC-PEDIDO '/' REC-PARCELA
               DELIMITED BY SIZE INTO LANCTO-HISTORICO.
           WRITE LANCTO-REG.
           CLOSE LANCTOS.
           DISPLAY 'RECUPERACAO DE PERDA LANCADA NO DIARIO'.

      * A PARCELA LIQUIDADA RENDE PONTOS PELO PRINCIPAL; PARCELA
      * DE ACORDO E PAGAMENTO DE DIVIDA RENEGOCIADA E MENSALIDADE
      * ESCOLAR NAO E COMPRA - NENHUMA DAS DUAS PONTUA
       2180-CREDITAR-PONTOS.
           IF REC-PEDIDO < WRK-PRIMEIRO-PED-ESPECIAL
               MOVE 'C' TO WRK-PTS-FUNCAO
               MOVE REC-CLIENTE TO WRK-PTS-CLIENTE
               MOVE REC-PEDIDO TO WRK-PTS-PEDIDO
               MOVE REC-PARCELA TO WRK-PTS-PARCELA
               MOVE REC-VALOR TO WRK-PTS-VALOR
               CALL 'PROGCOBPTS' USING WRK-PTS-AREA
               IF WRK-PTS-OK
                   DISPLAY 'PONTOS DE FIDELIDADE CREDITADOS: '
                       WRK-PTS-PONTOS ' - SALDO ' WRK-PTS-SALDO
               END-IF
           END-IF.

      * O BRUTO DO DIA E O TOTAL PAGO DO TITULO (COM ENCARGOS);
      * TITULO BAIXADO ANTES DO CAMPO DE METODO CAI EM DINHEIRO
       6000-RELATORIO-RECEBIMENTOS.
           DISPLAY 'RELATORIO GRAVADO EM RECEBREL.DAT'.

       3000-RELATORIO-AGING.
           MOVE 'C' TO WRK-TIPO-AGING.
           PERFORM 3050-ACUMULAR-AGING.
           IF WRK-FS-CONTASREC EQUAL '00'
               PERFORM 3200-IMPRIMIR-AGING
           END-IF.

       3050-ACUMULAR-AGING.
           MOVE ZEROS TO WRK-QT-CLIENTES.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CONTASREC.
                   END-READ
               END-PERFORM
               CLOSE CONTASREC
           END-IF.

       3100-CLASSIFICAR-TITULO.
               WHEN OTHER
                   MOVE 5 TO WRK-FAIXA
           END-EVALUATE.
      * NO AGING POR GRUPO A LINHA DA TABELA E O GRUPO DO CLIENTE
      * (ZERO = SEM GRUPO) EM VEZ DO PROPRIO CLIENTE
           MOVE REC-CLIENTE TO WRK-CHAVE-AGING.
           IF WRK-AGING-GRUPO
               MOVE 'C' TO WRK-GRP-FUNCAO
               MOVE REC-CLIENTE TO WRK-GRP-CLIENTE
               CALL 'PROGCOBGRP' USING WRK-GRP-AREA
               MOVE ZEROS TO WRK-CHAVE-AGING
               IF WRK-GRP-OK
                   MOVE WRK-GRP-GRUPO TO WRK-CHAVE-AGING
               END-IF
           END-IF.
      * COM UM GRUPO ESCOLHIDO OS TITULOS DOS OUTROS GRUPOS FICAM
      * DE FORA
           IF NOT WRK-AGING-GRUPO
                   OR WRK-GRUPO-FILTRO EQUAL ZEROS
                   OR WRK-CHAVE-AGING EQUAL WRK-GRUPO-FILTRO
               PERFORM 3150-SOMAR-NA-CHAVE
           END-IF.

       3150-SOMAR-NA-CHAVE.
           MOVE 'N' TO WRK-CLI-ACHADO.
           PERFORM VARYING WRK-IND-CLI FROM 1 BY 1
                   UNTIL WRK-IND-CLI > WRK-QT-CLIENTES
               IF WRK-AGE-CHAVE(WRK-IND-CLI) EQUAL WRK-CHAVE-AGING
                   ADD REC-VALOR TO
                       WRK-AGE-VALOR(WRK-IND-CLI WRK-FAIXA)
                   MOVE 'S' TO WRK-CLI-ACHADO
           IF WRK-CLI-ACHADO EQUAL 'N'
                   AND WRK-QT-CLIENTES < 200
               ADD 1 TO WRK-QT-CLIENTES
               MOVE WRK-CHAVE-AGING TO
                   WRK-AGE-CHAVE(WRK-QT-CLIENTES)
               PERFORM VARYING WRK-IND-FAIXA FROM 1 BY 1
                       UNTIL WRK-IND-FAIXA > 5
                   MOVE ZEROS TO
           PERFORM VARYING WRK-IND-CLI FROM 1 BY 1
                   UNTIL WRK-IND-CLI > WRK-QT-CLIENTES
               MOVE SPACES TO WRK-LINHA-ED
               STRING WRK-AGE-NUMERO(WRK-IND-CLI) ' '
                   WRK-AGE-VALOR(WRK-IND-CLI 1) ' '
                   WRK-AGE-VALOR(WRK-IND-CLI 2) ' '
                   WRK-AGE-VALOR(WRK-IND-CLI 3) ' '
           DISPLAY 'AGING GRAVADO EM AGINGREL.DAT - '
               WRK-QT-CLIENTES ' CLIENTES COM TITULOS ABERTOS'.

       7000-AGING-GRUPO.
           MOVE 'G' TO WRK-TIPO-AGING.
           PERFORM 3050-ACUMULAR-AGING.
           IF WRK-FS-CONTASREC EQUAL '00'
               PERFORM 7200-IMPRIMIR-AGING-GRUPO
           END-IF.

       7200-IMPRIMIR-AGING-GRUPO.
           OPEN OUTPUT AGINGGRP.
           MOVE SPACES TO AGINGGRP-LINHA.
           STRING 'PROGCOB40 - AGING POR GRUPO ECONOMICO - '
               WRK-DATASYS
               DELIMITED BY SIZE INTO AGINGGRP-LINHA.
           IF WRK-GRUPO-FILTRO NOT EQUAL ZEROS
               STRING ' - GRUPO ' WRK-GRUPO-FILTRO
                   DELIMITED BY SIZE INTO AGINGGRP-LINHA(50:20)
           END-IF.
           WRITE AGINGGRP-LINHA.
           MOVE 'GRUPO    EM DIA / ATE 30 / ATE 60 / ATE 90 / MAIS 90'
               TO AGINGGRP-LINHA.
           WRITE AGINGGRP-LINHA.
           PERFORM VARYING WRK-IND-CLI FROM 1 BY 1
                   UNTIL WRK-IND-CLI > WRK-QT-CLIENTES
               MOVE SPACES TO WRK-LINHA-ED
               IF WRK-AGE-CHAVE(WRK-IND-CLI) EQUAL ZEROS
                   MOVE 'SEM GRUPO' TO WRK-LINHA-ED
               ELSE
                   MOVE WRK-AGE-CHAVE(WRK-IND-CLI) TO
                       WRK-LINHA-ED(1:8)
               END-IF
               STRING WRK-AGE-VALOR(WRK-IND-CLI 1) ' '
                   WRK-AGE-VALOR(WRK-IND-CLI 2) ' '
                   WRK-AGE-VALOR(WRK-IND-CLI 3) ' '
                   WRK-AGE-VALOR(WRK-IND-CLI 4) ' '
                   WRK-AGE-VALOR(WRK-IND-CLI 5)
                   DELIMITED BY SIZE INTO WRK-LINHA-ED(11:80)
               MOVE WRK-LINHA-ED TO AGINGGRP-LINHA
               WRITE AGINGGRP-LINHA
           END-PERFORM.
           CLOSE AGINGGRP.
           DISPLAY 'AGING POR GRUPO GRAVADO EM AGINGGRP.DAT - '
               WRK-QT-CLIENTES ' GRUPOS COM TITULOS ABERTOS'.

       4000-CREDITO-MANUAL.
           DISPLAY 'NUMERO DO CLIENTE: '.
           ACCEPT WRK-CLIENTE-CRED.
               END-READ
               CLOSE CREDITOS
           END-IF.

      * O RESGATE VIRA SALDO EM CREDITOS.DAT, COM ORIGEM PONTOS NO
      * LOG DE APLICACOES, COMO O CREDITO MANUAL DA OPCAO 4
       8000-RESGATAR-PONTOS.
           DISPLAY 'NUMERO DO CLIENTE: '.
           ACCEPT WRK-CLIENTE-CRED.
           MOVE 'S' TO WRK-PTS-FUNCAO.
           MOVE WRK-CLIENTE-CRED TO WRK-PTS-CLIENTE.
           CALL 'PROGCOBPTS' USING WRK-PTS-AREA.
           IF WRK-PTS-INDISPONIVEL
               DISPLAY 'PONTOS.DAT INDISPONIVEL'
           ELSE
               DISPLAY 'PONTOS DISPONIVEIS: ' WRK-PTS-SALDO
               DISPLAY 'PONTOS A RESGATAR (0 = DESISTIR): '
               ACCEPT WRK-PONTOS-RESGATE
               IF WRK-PONTOS-RESGATE EQUAL ZEROS
                   DISPLAY 'RESGATE ABANDONADO'
               ELSE
                   MOVE 'R' TO WRK-PTS-FUNCAO
                   MOVE WRK-CLIENTE-CRED TO WRK-PTS-CLIENTE
                   MOVE WRK-PONTOS-RESGATE TO WRK-PTS-PONTOS
                   CALL 'PROGCOBPTS' USING WRK-PTS-AREA
                   EVALUATE TRUE
                       WHEN WRK-PTS-OK
                           MOVE WRK-PTS-VALOR TO WRK-CREDITO-MANUAL
                           PERFORM 8100-LANCAR-RESGATE
                       WHEN WRK-PTS-SEM-SALDO
                           DISPLAY 'PONTOS INSUFICIENTES - RESGATE '
                               'NAO FEITO'
                       WHEN OTHER
                           DISPLAY 'ERRO NO RESGATE (RETORNO '
                               WRK-PTS-RETORNO ') - NENHUM CREDITO '
                               'LANCADO'
                   END-EVALUATE
               END-IF
           END-IF.

       8100-LANCAR-RESGATE.
           OPEN I-O CREDITOS.
           IF WRK-FS-CREDITOS EQUAL '35'
               OPEN OUTPUT CREDITOS
               CLOSE CREDITOS
               OPEN I-O CREDITOS
           END-IF.
           MOVE WRK-CLIENTE-CRED TO CRD-CLIENTE.
           READ CREDITOS
               INVALID KEY
                   MOVE WRK-CLIENTE-CRED TO CRD-CLIENTE
                   MOVE WRK-CREDITO-MANUAL TO CRD-SALDO
                   WRITE CRD-REG
               NOT INVALID KEY
                   ADD WRK-CREDITO-MANUAL TO CRD-SALDO
                   REWRITE CRD-REG
           END-READ.
           CLOSE CREDITOS.
           OPEN EXTEND CREDAPL.
           IF WRK-FS-CREDAPL EQUAL '35'
               OPEN OUTPUT CREDAPL
           END-IF.
           MOVE SPACES TO CREDAPL-REG.
           MOVE WRK-CLIENTE-CRED TO CREDAPL-CLIENTE.
           MOVE ZEROS TO CREDAPL-PEDIDO.
           MOVE ZEROS TO CREDAPL-PARCELA.
           MOVE WRK-CREDITO-MANUAL TO CREDAPL-VALOR.
           MOVE WRK-DATASYS TO CREDAPL-DATA.
           MOVE 'PONTOS' TO CREDAPL-ORIGEM.
           WRITE CREDAPL-REG.
           CLOSE CREDAPL.
           DISPLAY WRK-PONTOS-RESGATE ' PONTOS RESGATADOS - CREDITO '
               'DE ' WRK-CREDITO-MANUAL ' - SALDO DE CREDITO '
               CRD-SALDO.
           DISPLAY 'PONTOS RESTANTES: ' WRK-PTS-SALDO.

       0962-JORNAL-CONTASREC.
           MOVE 'CONTASREC' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-CONTASREC TO WRK-JRN-FS.
           MOVE REC-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
