       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB125.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: RODADA DA FILA DE RELATORIOS NOTURNOS - PASSO DO
      * CONDUTOR (PROGCOB42). PARA CADA PEDIDO PENDENTE EM
      * FILAREL.DAT (FEITO NO MENU GERAL PELO PROGCOB124) CONFERE
      * DE NOVO OS PARAMETROS, DEIXA OS PARAMETROS EM RELPARM.DAT,
      * CHAMA O RELATORIO (PROGCOB40, 47, 88 OU 107), CONFERE QUE
      * A SAIDA SAIU E ARQUIVA UMA COPIA NAS GERACOES DATADAS
      * (PROGCOBGER) COM O PREFIXO DO USUARIO QUE PEDIU (4
      * PRIMEIRAS LETRAS DO USUARIO + CODIGO DO RELATORIO). O
      * PEDIDO FICA CONCLUIDO COM O NOME DA GERACAO OU EM FALHA
      * COM O MOTIVO, PARA A LISTA MEUS RELATORIOS DA MANHA
      * ATUALIZACAO: O PREFIXO DA GERACAO PASSA A SER 'Q' + CODIGO
      * PROPRIO DO USUARIO (FILAUSU.DAT, NUMERADO NA PRIMEIRA VEZ
      * QUE O USUARIO APARECE NA FILA) + CODIGO DO RELATORIO - COM
      * AS 4 PRIMEIRAS LETRAS, USUARIOS DE NOME PARECIDO DIVIDIAM
      * O PREFIXO E A PODA APAGAVA A GERACAO DE UM PELO OUTRO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILAREL ASSIGN TO "FILAREL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILA-NUMERO
               FILE STATUS IS WRK-FS-FILAREL.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTES.

           SELECT RELPARM ASSIGN TO "RELPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELPARM.

           SELECT SAIDAREL ASSIGN TO WRK-ARQ-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SAIDAREL.

           SELECT FILAUSU ASSIGN TO "FILAUSU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FILAUSU.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FILAREL.
           COPY FILAREG.

       FD  CLIENTES.
           COPY CLIREG.

       FD  RELPARM.
           COPY RELPARM.

       FD  SAIDAREL.
       01  SAIDAREL-LINHA      PIC X(132).

       FD  FILAUSU.
       01  FILAUSU-REG.
           02  FILAUSU-USUARIO     PIC X(20).
           02  FILAUSU-CODIGO      PIC 9(03).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FILAREL   PIC X(02)       VALUE SPACES.
       77 WRK-FS-CLIENTES  PIC X(02)       VALUE SPACES.
       77 WRK-FS-RELPARM   PIC X(02)       VALUE SPACES.
       77 WRK-FS-SAIDAREL  PIC X(02)       VALUE SPACES.
       77 WRK-FS-RUNLOG    PIC X(02)       VALUE SPACES.
       77 WRK-FS-FILAUSU   PIC X(02)       VALUE SPACES.
       77 WRK-EOF-ARQ      PIC X(01)       VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-EOF-SAIDA    PIC X(01)       VALUE 'N'.
           88 WRK-FIM-SAIDA        VALUE 'S'.
       77 WRK-DATASYS      PIC 9(08)       VALUE ZEROS.
       77 WRK-HORA-INICIO  PIC 9(08)       VALUE ZEROS.
       77 WRK-HORA-FIM     PIC 9(08)       VALUE ZEROS.
       77 WRK-ERRO-FILA    PIC X(01)       VALUE 'N'.
           88 WRK-FILA-COM-ERRO    VALUE 'S'.
       77 WRK-FALHA        PIC X(01)       VALUE 'N'.
           88 WRK-PEDIDO-FALHOU    VALUE 'S'.
       77 WRK-MOTIVO       PIC X(40)       VALUE SPACES.
       77 WRK-PROGRAMA     PIC X(10)       VALUE SPACES.
       77 WRK-ARQ-SAIDA    PIC X(30)       VALUE SPACES.
       77 WRK-ARQ-PARM     PIC X(30)       VALUE 'RELPARM.DAT'.
       77 WRK-QT-LINHAS    PIC 9(07)       VALUE ZEROS.
       77 WRK-QT-PEDIDOS   PIC 9(07)       VALUE ZEROS.
       77 WRK-QT-CONCLUIDOS PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-FALHAS    PIC 9(07)       VALUE ZEROS.
       77 WRK-GER-PREFIXO  PIC X(06)       VALUE SPACES.
       77 WRK-GER-ARQUIVO  PIC X(30)       VALUE SPACES.
       77 WRK-IND-USU      PIC 9(03)       VALUE ZEROS.
       77 WRK-ULTIMO-CODIGO PIC 9(03)      VALUE ZEROS.
       77 WRK-USU-NOVO     PIC X(01)       VALUE 'N'.
           88 WRK-TEM-USU-NOVO     VALUE 'S'.
       01 WRK-USUARIOS.
           02 WRK-QT-USU       PIC 9(03)   VALUE ZEROS.
           02 WRK-USU OCCURS 200 TIMES.
               05 WRK-USU-NOME     PIC X(20).
               05 WRK-USU-CODIGO   PIC 9(03).
       01 WRK-MES-PEDIDO   PIC 9(06)       VALUE ZEROS.
       01 WRK-MES-PEDIDO-R REDEFINES WRK-MES-PEDIDO.
           02 WRK-MES-ANO      PIC 9(04).
           02 WRK-MES-MM       PIC 9(02).
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

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           DISPLAY 'FILA DE RELATORIOS NOTURNOS - ' WRK-DATASYS.
      * SOBRA DE UMA RODADA INTERROMPIDA NAO PODE VIRAR PARAMETRO
      * DE QUEM RODAR O RELATORIO PELA TELA
           CALL 'CBL_DELETE_FILE' USING WRK-ARQ-PARM.
           PERFORM 0050-CARREGAR-USUARIOS.
           OPEN I-O FILAREL.
           EVALUATE WRK-FS-FILAREL
               WHEN '00'
                   PERFORM 0100-PERCORRER-FILA
                   CLOSE FILAREL
               WHEN '35'
                   DISPLAY 'NENHUM PEDIDO NA FILA (FILAREL.DAT)'
               WHEN OTHER
                   SET WRK-FILA-COM-ERRO TO TRUE
                   DISPLAY 'ERRO NA ABERTURA DE FILAREL.DAT - FS: '
                       WRK-FS-FILAREL
           END-EVALUATE.
           IF WRK-TEM-USU-NOVO
               PERFORM 0800-GRAVAR-USUARIOS
           END-IF.
           DISPLAY 'PEDIDOS PROCESSADOS: ' WRK-QT-PEDIDOS
               '  CONCLUIDOS: ' WRK-QT-CONCLUIDOS
               '  COM FALHA: ' WRK-QT-FALHAS.
           PERFORM 0900-GRAVAR-RUNLOG.
           GOBACK.

      * CODIGO DE CADA USUARIO NAS GERACOES DA FILA - NUNCA E
      * REAPROVEITADO, ENTAO DOIS USUARIOS NAO DIVIDEM PREFIXO
       0050-CARREGAR-USUARIOS.
           MOVE ZEROS TO WRK-QT-USU.
           MOVE ZEROS TO WRK-ULTIMO-CODIGO.
           MOVE 'N' TO WRK-USU-NOVO.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT FILAUSU.
           IF WRK-FS-FILAUSU EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ FILAUSU
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF WRK-QT-USU < 200
                               ADD 1 TO WRK-QT-USU
                               MOVE FILAUSU-USUARIO TO
                                   WRK-USU-NOME(WRK-QT-USU)
                               MOVE FILAUSU-CODIGO TO
                                   WRK-USU-CODIGO(WRK-QT-USU)
                               IF FILAUSU-CODIGO > WRK-ULTIMO-CODIGO
                                   MOVE FILAUSU-CODIGO TO
                                       WRK-ULTIMO-CODIGO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILAUSU
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0100-PERCORRER-FILA.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE ZEROS TO FILA-NUMERO.
           START FILAREL KEY IS NOT LESS THAN FILA-NUMERO
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ FILAREL NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF FILA-SIT-PENDENTE
                           PERFORM 0200-PROCESSAR-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.

       0200-PROCESSAR-PEDIDO.
           ADD 1 TO WRK-QT-PEDIDOS.
           MOVE 'N' TO WRK-FALHA.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE SPACES TO WRK-GER-ARQUIVO.
           DISPLAY 'PEDIDO ' FILA-NUMERO ' - ' FILA-RELATORIO
               ' DE ' FILA-USUARIO.
           EVALUATE TRUE
               WHEN FILA-REL-AGING
                   MOVE 'PROGCOB40' TO WRK-PROGRAMA
                   MOVE 'AGINGGRP.DAT' TO WRK-ARQ-SAIDA
               WHEN FILA-REL-EXTRATO
                   MOVE 'PROGCOB47' TO WRK-PROGRAMA
                   MOVE 'EXTRATOCLI.DAT' TO WRK-ARQ-SAIDA
               WHEN FILA-REL-MARGEM
                   MOVE 'PROGCOB88' TO WRK-PROGRAMA
                   MOVE 'MARGEM.DAT' TO WRK-ARQ-SAIDA
               WHEN FILA-REL-TRANSP
                   MOVE 'PROGCOB107' TO WRK-PROGRAMA
                   MOVE 'SCORETRP.DAT' TO WRK-ARQ-SAIDA
               WHEN OTHER
                   SET WRK-PEDIDO-FALHOU TO TRUE
                   MOVE 'RELATORIO DESCONHECIDO NA FILA' TO
                       WRK-MOTIVO
           END-EVALUATE.
           IF NOT WRK-PEDIDO-FALHOU
               PERFORM 0300-CONFERIR-PARAMETROS
           END-IF.
           IF NOT WRK-PEDIDO-FALHOU
               PERFORM 0400-EXECUTAR-RELATORIO
           END-IF.
           IF NOT WRK-PEDIDO-FALHOU
               PERFORM 0500-CONFERIR-SAIDA
           END-IF.
           IF NOT WRK-PEDIDO-FALHOU
               PERFORM 0600-ARQUIVAR-GERACAO
           END-IF.
           MOVE WRK-DATASYS TO FILA-DATA-EXECUCAO.
           IF WRK-PEDIDO-FALHOU
               ADD 1 TO WRK-QT-FALHAS
               SET FILA-SIT-FALHA TO TRUE
               MOVE SPACES TO FILA-ARQUIVO
               MOVE WRK-MOTIVO TO FILA-MOTIVO
               DISPLAY '  FALHOU: ' WRK-MOTIVO
           ELSE
               ADD 1 TO WRK-QT-CONCLUIDOS
               SET FILA-SIT-CONCLUIDO TO TRUE
               MOVE WRK-GER-ARQUIVO TO FILA-ARQUIVO
               MOVE SPACES TO FILA-MOTIVO
               DISPLAY '  ARQUIVADO EM ' WRK-GER-ARQUIVO
           END-IF.
           REWRITE FILA-REG
               INVALID KEY
                   DISPLAY 'ERRO NA REGRAVACAO DO PEDIDO '
                       FILA-NUMERO ' - FS: ' WRK-FS-FILAREL
           END-REWRITE.

      * O CADASTRO PODE TER MUDADO ENTRE O PEDIDO E A NOITE
       0300-CONFERIR-PARAMETROS.
           EVALUATE TRUE
               WHEN FILA-REL-AGING
                   PERFORM 0310-CONFERIR-GRUPO
               WHEN FILA-REL-EXTRATO AND FILA-TIPO EQUAL 'G'
                   PERFORM 0310-CONFERIR-GRUPO
               WHEN FILA-REL-EXTRATO
                   PERFORM 0320-CONFERIR-CLIENTE
               WHEN FILA-REL-MARGEM
                   MOVE FILA-MES TO WRK-MES-PEDIDO
                   IF WRK-MES-ANO < 2000
                           OR WRK-MES-MM < 01 OR WRK-MES-MM > 12
                       SET WRK-PEDIDO-FALHOU TO TRUE
                       MOVE 'MES DE REFERENCIA INVALIDO' TO
                           WRK-MOTIVO
                   END-IF
           END-EVALUATE.

       0310-CONFERIR-GRUPO.
           MOVE 'M' TO WRK-GRP-FUNCAO.
           MOVE FILA-CHAVE TO WRK-GRP-GRUPO.
           CALL 'PROGCOBGRP' USING WRK-GRP-AREA.
           IF NOT WRK-GRP-OK
               SET WRK-PEDIDO-FALHOU TO TRUE
               MOVE 'GRUPO ECONOMICO NAO ENCONTRADO' TO WRK-MOTIVO
           ELSE
               IF WRK-GRP-QT-MEMBROS EQUAL ZEROS
                   SET WRK-PEDIDO-FALHOU TO TRUE
                   MOVE 'GRUPO SEM CLIENTES VINCULADOS' TO
                       WRK-MOTIVO
               END-IF
           END-IF.

       0320-CONFERIR-CLIENTE.
           OPEN INPUT CLIENTES.
           IF WRK-FS-CLIENTES NOT EQUAL '00'
               SET WRK-PEDIDO-FALHOU TO TRUE
               MOVE 'ARQUIVO DE CLIENTES INDISPONIVEL' TO WRK-MOTIVO
           ELSE
               MOVE FILA-CHAVE TO CLI-NUMERO
               READ CLIENTES
                   INVALID KEY
                       SET WRK-PEDIDO-FALHOU TO TRUE
                       MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MOTIVO
               END-READ
               CLOSE CLIENTES
           END-IF.

      * A SAIDA ANTERIOR E APAGADA ANTES DA CHAMADA PARA UM
      * RELATORIO QUE NAO RODOU NAO PASSAR COM O ARQUIVO DE ONTEM;
      * O CANCEL ANTES DA CHAMADA DEVOLVE O PROGRAMA LIMPO MESMO
      * QUANDO ELE JA RODOU COMO PASSO DO CONDUTOR OU NUM PEDIDO
      * ANTERIOR DA MESMA NOITE
       0400-EXECUTAR-RELATORIO.
           OPEN OUTPUT RELPARM.
           IF WRK-FS-RELPARM NOT EQUAL '00'
               SET WRK-PEDIDO-FALHOU TO TRUE
               MOVE 'ERRO NA GRAVACAO DE RELPARM.DAT' TO WRK-MOTIVO
           ELSE
               MOVE FILA-RELATORIO TO RELPARM-RELATORIO
               MOVE FILA-NUMERO TO RELPARM-NUMERO
               MOVE FILA-TIPO TO RELPARM-TIPO
               MOVE FILA-CHAVE TO RELPARM-CHAVE
               MOVE FILA-MES TO RELPARM-MES
               WRITE RELPARM-REG
               CLOSE RELPARM
               CALL 'CBL_DELETE_FILE' USING WRK-ARQ-SAIDA
               EVALUATE TRUE
                   WHEN FILA-REL-AGING
                       CANCEL 'PROGCOB40'
                       CALL 'PROGCOB40'
                   WHEN FILA-REL-EXTRATO
                       CANCEL 'PROGCOB47'
                       CALL 'PROGCOB47'
                   WHEN FILA-REL-MARGEM
                       CANCEL 'PROGCOB88'
                       CALL 'PROGCOB88'
                   WHEN FILA-REL-TRANSP
                       CANCEL 'PROGCOB107'
                       CALL 'PROGCOB107'
               END-EVALUATE
               CALL 'CBL_DELETE_FILE' USING WRK-ARQ-PARM
           END-IF.

       0500-CONFERIR-SAIDA.
           MOVE ZEROS TO WRK-QT-LINHAS.
           MOVE 'N' TO WRK-EOF-SAIDA.
           OPEN INPUT SAIDAREL.
           IF WRK-FS-SAIDAREL EQUAL '00'
               PERFORM UNTIL WRK-FIM-SAIDA
                   READ SAIDAREL
                       AT END
                           SET WRK-FIM-SAIDA TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-QT-LINHAS
                   END-READ
               END-PERFORM
               CLOSE SAIDAREL
           END-IF.
           IF WRK-QT-LINHAS EQUAL ZEROS
               SET WRK-PEDIDO-FALHOU TO TRUE
               STRING WRK-PROGRAMA DELIMITED BY SPACE
                   ' NAO GEROU ' DELIMITED BY SIZE
                   WRK-ARQ-SAIDA DELIMITED BY SPACE
                   INTO WRK-MOTIVO
           END-IF.

      * A GERACAO LEVA O PREFIXO DO USUARIO COM O CODIGO DO
      * RELATORIO, ENTAO A PODA DO PROGCOBGER GUARDA AS ULTIMAS
      * GERACOES DE CADA RELATORIO DE CADA USUARIO
       0600-ARQUIVAR-GERACAO.
           PERFORM 0610-CODIGO-USUARIO.
           IF WRK-PEDIDO-FALHOU
               CONTINUE
           ELSE
               PERFORM 0620-COPIAR-GERACAO
           END-IF.

       0610-CODIGO-USUARIO.
           PERFORM VARYING WRK-IND-USU FROM 1 BY 1
                   UNTIL WRK-IND-USU > WRK-QT-USU
                   OR WRK-USU-NOME(WRK-IND-USU) EQUAL FILA-USUARIO
               CONTINUE
           END-PERFORM.
           IF WRK-IND-USU > WRK-QT-USU
               IF WRK-QT-USU < 200 AND WRK-ULTIMO-CODIGO < 999
                   ADD 1 TO WRK-QT-USU
                   ADD 1 TO WRK-ULTIMO-CODIGO
                   MOVE FILA-USUARIO TO WRK-USU-NOME(WRK-QT-USU)
                   MOVE WRK-ULTIMO-CODIGO TO
                       WRK-USU-CODIGO(WRK-QT-USU)
                   MOVE WRK-QT-USU TO WRK-IND-USU
                   SET WRK-TEM-USU-NOVO TO TRUE
               ELSE
                   SET WRK-PEDIDO-FALHOU TO TRUE
                   MOVE 'TABELA DE USUARIOS DA FILA CHEIA' TO
                       WRK-MOTIVO
               END-IF
           END-IF.
           IF NOT WRK-PEDIDO-FALHOU
               MOVE 'Q' TO WRK-GER-PREFIXO(1:1)
               MOVE WRK-USU-CODIGO(WRK-IND-USU) TO
                   WRK-GER-PREFIXO(2:3)
               MOVE FILA-RELATORIO TO WRK-GER-PREFIXO(5:2)
           END-IF.

       0620-COPIAR-GERACAO.
           MOVE SPACES TO WRK-GER-ARQUIVO.
           STRING WRK-GER-PREFIXO WRK-DATASYS '-' FILA-NUMERO
               '.DAT' DELIMITED BY SIZE INTO WRK-GER-ARQUIVO.
           CALL 'CBL_COPY_FILE' USING WRK-ARQ-SAIDA WRK-GER-ARQUIVO.
           IF RETURN-CODE NOT EQUAL ZEROS
               SET WRK-PEDIDO-FALHOU TO TRUE
               MOVE 'FALHA AO ARQUIVAR A SAIDA NA GERACAO' TO
                   WRK-MOTIVO
           ELSE
               CALL 'PROGCOBGER' USING WRK-GER-PREFIXO
                   WRK-GER-ARQUIVO
           END-IF.

       0800-GRAVAR-USUARIOS.
           OPEN OUTPUT FILAUSU.
           PERFORM VARYING WRK-IND-USU FROM 1 BY 1
                   UNTIL WRK-IND-USU > WRK-QT-USU
               MOVE WRK-USU-NOME(WRK-IND-USU) TO FILAUSU-USUARIO
               MOVE WRK-USU-CODIGO(WRK-IND-USU) TO FILAUSU-CODIGO
               WRITE FILAUSU-REG
           END-PERFORM.
           CLOSE FILAUSU.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB125' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-PEDIDOS TO RUNLOG-QTDE-REGISTROS.
           IF WRK-FILA-COM-ERRO
               SET RUNLOG-STATUS-ERRO TO TRUE
           ELSE
               SET RUNLOG-STATUS-OK TO TRUE
           END-IF.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
