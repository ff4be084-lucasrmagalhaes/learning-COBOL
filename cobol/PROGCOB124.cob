       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB124.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: FILA DE RELATORIOS NOTURNOS - CHAMADO PELO MENU
      * GERAL COM O USUARIO DO LOGIN. O USUARIO PEDE UM RELATORIO
      * PESADO (AGING DE UM GRUPO - PROGCOB40, EXTRATO DE CLIENTE
      * OU GRUPO - PROGCOB47, MARGEM BRUTA DO MES - PROGCOB88 OU
      * SCORECARD DAS TRANSPORTADORAS - PROGCOB107) COM OS
      * PARAMETROS JA CONFERIDOS, E O PEDIDO FICA PENDENTE EM
      * FILAREL.DAT PARA A RODADA NOTURNA (PROGCOB125) EM VEZ DE
      * RODAR DE DIA PRENDENDO OS ARQUIVOS DE TODO MUNDO. A OPCAO
      * MEUS RELATORIOS LISTA OS PEDIDOS DO PROPRIO USUARIO COM A
      * SITUACAO, A GERACAO DATADA ONDE A SAIDA FICOU OU O MOTIVO
      * DA FALHA
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

       DATA DIVISION.
       FILE SECTION.
       FD  FILAREL.
           COPY FILAREG.

       FD  CLIENTES.
           COPY CLIREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FILAREL   PIC X(02)       VALUE SPACES.
       77 WRK-FS-CLIENTES  PIC X(02)       VALUE SPACES.
       77 WRK-EOF-ARQ      PIC X(01)       VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS      PIC 9(08)       VALUE ZEROS.
       77 WRK-HORASYS      PIC 9(08)       VALUE ZEROS.
       77 WRK-USUARIO      PIC X(20)       VALUE SPACES.
       77 WRK-OPCAO        PIC X(01)       VALUE SPACES.
       77 WRK-FIM-MENU     PIC X(01)       VALUE 'N'.
           88 WRK-MENU-FIM         VALUE 'S'.
       77 WRK-ULTIMO-NUMERO PIC 9(06)      VALUE ZEROS.
       77 WRK-NUMERO-IGUAL PIC 9(06)       VALUE ZEROS.
       77 WRK-QT-MEUS      PIC 9(04)       VALUE ZEROS.
       77 WRK-PEDIDO-OK    PIC X(01)       VALUE 'N'.
           88 WRK-PEDIDO-VALIDO    VALUE 'S'.
       77 WRK-SITUACAO-ED  PIC X(10)       VALUE SPACES.
       77 WRK-PARAM-ED     PIC X(20)       VALUE SPACES.
       01 WRK-PEDIDO.
           02 WRK-PED-RELATORIO    PIC X(02).
           02 WRK-PED-TIPO         PIC X(01).
           02 WRK-PED-CHAVE        PIC 9(08).
           02 WRK-PED-MES          PIC 9(06).
           02 WRK-PED-MES-R REDEFINES WRK-PED-MES.
               05 WRK-PED-ANO      PIC 9(04).
               05 WRK-PED-MM       PIC 9(02).
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

       LINKAGE SECTION.
       01 LNK-USUARIO      PIC X(20).

       PROCEDURE DIVISION USING LNK-USUARIO.
       0000-PRINCIPAL.
           MOVE LNK-USUARIO TO WRK-USUARIO.
           MOVE 'N' TO WRK-FIM-MENU.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0050-ABRIR-FILA.
           IF WRK-FS-FILAREL EQUAL '00'
               PERFORM 0100-MENU UNTIL WRK-MENU-FIM
               CLOSE FILAREL
           ELSE
               DISPLAY 'ERRO NA ABERTURA DE FILAREL.DAT - FS: '
                   WRK-FS-FILAREL
           END-IF.
           EXIT PROGRAM.

       0050-ABRIR-FILA.
           OPEN I-O FILAREL.
           IF WRK-FS-FILAREL EQUAL '35'
               OPEN OUTPUT FILAREL
               CLOSE FILAREL
               OPEN I-O FILAREL
           END-IF.

       0100-MENU.
           DISPLAY '=============================================='.
           DISPLAY 'RELATORIOS NOTURNOS - ' WRK-USUARIO.
           DISPLAY '1 - PEDIR RELATORIO PARA A RODADA NOTURNA'.
           DISPLAY '2 - MEUS RELATORIOS'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 1000-PEDIR-RELATORIO
               WHEN '2'
                   PERFORM 2000-MEUS-RELATORIOS
               WHEN 'X'
               WHEN 'x'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
           END-EVALUATE.

      * O PARAMETRO E CONFERIDO NA HORA DO PEDIDO PARA O ERRO DE
      * DIGITACAO APARECER AGORA E NAO SO NA LISTA DA MANHA
       1000-PEDIR-RELATORIO.
           MOVE SPACES TO WRK-PEDIDO.
           MOVE ZEROS TO WRK-PED-CHAVE.
           MOVE ZEROS TO WRK-PED-MES.
           MOVE 'N' TO WRK-PEDIDO-OK.
           DISPLAY 'AG - AGING DE UM GRUPO ECONOMICO (PROGCOB40)'.
           DISPLAY 'EX - EXTRATO DE CLIENTE OU GRUPO (PROGCOB47)'.
           DISPLAY 'MG - MARGEM BRUTA DO MES (PROGCOB88)'.
           DISPLAY 'TR - SCORECARD DAS TRANSPORTADORAS (PROGCOB107)'.
           DISPLAY 'RELATORIO: '.
           ACCEPT WRK-PED-RELATORIO.
           EVALUATE WRK-PED-RELATORIO
               WHEN 'AG'
                   DISPLAY 'CODIGO DO GRUPO: '
                   ACCEPT WRK-PED-CHAVE
                   PERFORM 1100-VALIDAR-GRUPO
               WHEN 'EX'
                   DISPLAY 'EXTRATO DE (C)LIENTE OU DE (G)RUPO: '
                   ACCEPT WRK-PED-TIPO
                   EVALUATE WRK-PED-TIPO
                       WHEN 'G'
                           DISPLAY 'CODIGO DO GRUPO: '
                           ACCEPT WRK-PED-CHAVE
                           PERFORM 1100-VALIDAR-GRUPO
                       WHEN 'C'
                           DISPLAY 'NUMERO DO CLIENTE: '
                           ACCEPT WRK-PED-CHAVE
                           PERFORM 1200-VALIDAR-CLIENTE
                       WHEN OTHER
                           DISPLAY 'TIPO DE EXTRATO INVALIDO'
                   END-EVALUATE
               WHEN 'MG'
                   DISPLAY 'MES DA APURACAO (AAAAMM): '
                   ACCEPT WRK-PED-MES
                   IF WRK-PED-ANO < 2000
                           OR WRK-PED-MM < 01 OR WRK-PED-MM > 12
                       DISPLAY 'MES DE REFERENCIA INVALIDO'
                   ELSE
                       SET WRK-PEDIDO-VALIDO TO TRUE
                   END-IF
               WHEN 'TR'
                   SET WRK-PEDIDO-VALIDO TO TRUE
               WHEN OTHER
                   DISPLAY 'RELATORIO INVALIDO'
           END-EVALUATE.
           IF WRK-PEDIDO-VALIDO
               PERFORM 1300-PROCURAR-PEDIDO-IGUAL
               IF WRK-NUMERO-IGUAL NOT EQUAL ZEROS
                   DISPLAY 'JA EXISTE PEDIDO PENDENTE IGUAL: '
                       WRK-NUMERO-IGUAL
               ELSE
                   PERFORM 1400-GRAVAR-PEDIDO
               END-IF
           END-IF.

       1100-VALIDAR-GRUPO.
           MOVE 'M' TO WRK-GRP-FUNCAO.
           MOVE WRK-PED-CHAVE TO WRK-GRP-GRUPO.
           CALL 'PROGCOBGRP' USING WRK-GRP-AREA.
           IF NOT WRK-GRP-OK
               DISPLAY 'GRUPO NAO ENCONTRADO'
           ELSE
               IF WRK-GRP-QT-MEMBROS EQUAL ZEROS
                   DISPLAY 'GRUPO SEM CLIENTES VINCULADOS'
               ELSE
                   SET WRK-PEDIDO-VALIDO TO TRUE
               END-IF
           END-IF.

       1200-VALIDAR-CLIENTE.
           OPEN INPUT CLIENTES.
           IF WRK-FS-CLIENTES NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE CLIENTES INEXISTENTE OU VAZIO'
           ELSE
               MOVE WRK-PED-CHAVE TO CLI-NUMERO
               READ CLIENTES
                   INVALID KEY
                       DISPLAY 'CLIENTE NAO ENCONTRADO'
                   NOT INVALID KEY
                       SET WRK-PEDIDO-VALIDO TO TRUE
               END-READ
               CLOSE CLIENTES
           END-IF.

      * A MESMA PASSADA ACHA O ULTIMO NUMERO USADO E UM PEDIDO
      * PENDENTE DO MESMO USUARIO COM O MESMO RELATORIO E
      * PARAMETROS, QUE NAO PRECISA RODAR DUAS VEZES
       1300-PROCURAR-PEDIDO-IGUAL.
           MOVE ZEROS TO WRK-ULTIMO-NUMERO.
           MOVE ZEROS TO WRK-NUMERO-IGUAL.
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
                       MOVE FILA-NUMERO TO WRK-ULTIMO-NUMERO
                       IF FILA-SIT-PENDENTE
                               AND FILA-USUARIO EQUAL WRK-USUARIO
                               AND FILA-RELATORIO EQUAL
                                   WRK-PED-RELATORIO
                               AND FILA-TIPO EQUAL WRK-PED-TIPO
                               AND FILA-CHAVE EQUAL WRK-PED-CHAVE
                               AND FILA-MES EQUAL WRK-PED-MES
                           MOVE FILA-NUMERO TO WRK-NUMERO-IGUAL
                       END-IF
               END-READ
           END-PERFORM.

       1400-GRAVAR-PEDIDO.
           ACCEPT WRK-HORASYS FROM TIME.
           MOVE SPACES TO FILA-REG.
           COMPUTE FILA-NUMERO = WRK-ULTIMO-NUMERO + 1.
           MOVE WRK-USUARIO TO FILA-USUARIO.
           MOVE WRK-PED-RELATORIO TO FILA-RELATORIO.
           MOVE WRK-PED-TIPO TO FILA-TIPO.
           MOVE WRK-PED-CHAVE TO FILA-CHAVE.
           MOVE WRK-PED-MES TO FILA-MES.
           MOVE WRK-DATASYS TO FILA-DATA-PEDIDO.
           MOVE WRK-HORASYS TO FILA-HORA-PEDIDO.
           SET FILA-SIT-PENDENTE TO TRUE.
           MOVE ZEROS TO FILA-DATA-EXECUCAO.
           WRITE FILA-REG
               INVALID KEY
                   DISPLAY 'ERRO NA GRAVACAO DO PEDIDO - FS: '
                       WRK-FS-FILAREL
               NOT INVALID KEY
                   DISPLAY 'PEDIDO ' FILA-NUMERO
                       ' NA FILA DA RODADA NOTURNA'
           END-WRITE.

       2000-MEUS-RELATORIOS.
           MOVE ZEROS TO WRK-QT-MEUS.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE ZEROS TO FILA-NUMERO.
           START FILAREL KEY IS NOT LESS THAN FILA-NUMERO
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           DISPLAY 'PEDIDO DATA     REL PARAMETROS           SITUACAO'.
           PERFORM UNTIL WRK-FIM-ARQ
               READ FILAREL NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF FILA-USUARIO EQUAL WRK-USUARIO
                           PERFORM 2100-EXIBIR-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-QT-MEUS EQUAL ZEROS
               DISPLAY 'NENHUM RELATORIO PEDIDO POR ' WRK-USUARIO
           END-IF.

       2100-EXIBIR-PEDIDO.
           ADD 1 TO WRK-QT-MEUS.
           MOVE SPACES TO WRK-PARAM-ED.
           EVALUATE TRUE
               WHEN FILA-REL-AGING
                   STRING 'GRUPO ' FILA-CHAVE
                       DELIMITED BY SIZE INTO WRK-PARAM-ED
               WHEN FILA-REL-EXTRATO AND FILA-TIPO EQUAL 'G'
                   STRING 'GRUPO ' FILA-CHAVE
                       DELIMITED BY SIZE INTO WRK-PARAM-ED
               WHEN FILA-REL-EXTRATO
                   STRING 'CLIENTE ' FILA-CHAVE(3:6)
                       DELIMITED BY SIZE INTO WRK-PARAM-ED
               WHEN FILA-REL-MARGEM
                   STRING 'MES ' FILA-MES
                       DELIMITED BY SIZE INTO WRK-PARAM-ED
               WHEN OTHER
                   MOVE 'MES ANTERIOR' TO WRK-PARAM-ED
           END-EVALUATE.
           EVALUATE TRUE
               WHEN FILA-SIT-PENDENTE
                   MOVE 'PENDENTE' TO WRK-SITUACAO-ED
               WHEN FILA-SIT-CONCLUIDO
                   MOVE 'CONCLUIDO' TO WRK-SITUACAO-ED
               WHEN FILA-SIT-FALHA
                   MOVE 'FALHOU' TO WRK-SITUACAO-ED
               WHEN OTHER
                   MOVE FILA-SITUACAO TO WRK-SITUACAO-ED
           END-EVALUATE.
           DISPLAY FILA-NUMERO ' ' FILA-DATA-PEDIDO ' '
               FILA-RELATORIO '  ' WRK-PARAM-ED ' ' WRK-SITUACAO-ED.
           IF FILA-SIT-CONCLUIDO
               DISPLAY '       ARQUIVO: ' FILA-ARQUIVO
                   ' (RODADA ' FILA-DATA-EXECUCAO ')'
           END-IF.
           IF FILA-SIT-FALHA
               DISPLAY '       MOTIVO: ' FILA-MOTIVO
                   ' (RODADA ' FILA-DATA-EXECUCAO ')'
           END-IF.
