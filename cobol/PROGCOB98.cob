       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB98.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: MANUTENCAO DOS GRUPOS ECONOMICOS (GRUPOS.DAT)
      * E DO VINCULO DOS CLIENTES (GRPMEMB.DAT) - O GRUPO NASCE
      * SOZINHO PELA RAIZ DE 8 DIGITOS DO CNPJ NA INCLUSAO DO
      * CLIENTE OU NA ATRIBUICAO AUTOMATICA DESTE MENU, E AQUI
      * RECEBE NOME E LIMITE DE CREDITO CONSOLIDADO; EMPRESA DO
      * MESMO DONO COM OUTRA RAIZ E VINCULADA A MAO (VINCULO
      * MANUAL, QUE A ATRIBUICAO AUTOMATICA NAO DESFAZ)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPOS ASSIGN TO "GRUPOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRP-CODIGO
               FILE STATUS IS WRK-FS-GRUPOS.

           SELECT GRPMEMB ASSIGN TO "GRPMEMB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRM-CLIENTE
               ALTERNATE RECORD KEY IS GRM-GRUPO WITH DUPLICATES
               FILE STATUS IS WRK-FS-GRPMEMB.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTES.

       DATA DIVISION.
       FILE SECTION.
       FD  GRUPOS.
           COPY GRPREG.

       FD  GRPMEMB.
           COPY GRPMREG.

       FD  CLIENTES.
           COPY CLIREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-GRUPOS        PIC X(02)      VALUE SPACES.
       77 WRK-FS-GRPMEMB       PIC X(02)      VALUE SPACES.
       77 WRK-FS-CLIENTES      PIC X(02)      VALUE SPACES.
       77 WRK-OPCAO            PIC X(01)      VALUE SPACES.
       77 WRK-FIM-MANUT        PIC X(01)      VALUE 'N'.
           88 WRK-MANUT-FIM           VALUE 'S'.
       77 WRK-EOF-ARQ          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ             VALUE 'S'.
       77 WRK-DATASYS          PIC 9(08)      VALUE ZEROS.
       77 WRK-GRUPO-BUSCA      PIC 9(08)      VALUE ZEROS.
       77 WRK-CLIENTE-BUSCA    PIC 9(06)      VALUE ZEROS.
       77 WRK-GRUPO-FLAG       PIC X(01)      VALUE 'N'.
           88 WRK-GRUPO-VALIDO        VALUE 'S'.
       77 WRK-CLIENTE-FLAG     PIC X(01)      VALUE 'N'.
           88 WRK-CLIENTE-VALIDO      VALUE 'S'.
       77 WRK-CONFIRMA         PIC X(01)      VALUE SPACES.
           88 WRK-CONFIRMA-SIM        VALUE 'S'.
       77 WRK-IND-MEMBRO       PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-LIDOS         PIC 9(06)      VALUE ZEROS.
       77 WRK-QT-ASSOCIADOS    PIC 9(06)      VALUE ZEROS.
       77 WRK-NOME-MEMBRO      PIC X(30)      VALUE SPACES.
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
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0100-PROCESSAR UNTIL WRK-MANUT-FIM.
           STOP RUN.

       0100-PROCESSAR.
           DISPLAY '=============================================='.
           DISPLAY 'GRUPOS ECONOMICOS DE CLIENTES'.
           DISPLAY '1 - INCLUIR GRUPO'.
           DISPLAY '2 - ALTERAR NOME / LIMITE / SITUACAO DO GRUPO'.
           DISPLAY '3 - CONSULTAR GRUPO E MEMBROS'.
           DISPLAY '4 - VINCULAR CLIENTE A UM GRUPO'.
           DISPLAY '5 - TIRAR CLIENTE DO GRUPO'.
           DISPLAY '6 - ATRIBUICAO AUTOMATICA PELA RAIZ DO CNPJ'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 2000-INCLUIR-GRUPO
               WHEN '2'
                   PERFORM 2100-ALTERAR-GRUPO
               WHEN '3'
                   PERFORM 2200-CONSULTAR-GRUPO
               WHEN '4'
                   PERFORM 2300-VINCULAR-CLIENTE
               WHEN '5'
                   PERFORM 2400-DESVINCULAR-CLIENTE
               WHEN '6'
                   PERFORM 2500-ATRIBUIR-AUTOMATICO
               WHEN 'X'
                   SET WRK-MANUT-FIM TO TRUE
               WHEN OTHER
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
           END-EVALUATE.

      * GRUPO DIGITADO A MAO E PARA EMPRESAS SEM RAIZ COMUM - O
      * CODIGO E LIVRE, SO NAO PODE COINCIDIR COM UM JA GRAVADO
       2000-INCLUIR-GRUPO.
           OPEN I-O GRUPOS.
           IF WRK-FS-GRUPOS EQUAL '35'
               OPEN OUTPUT GRUPOS
               CLOSE GRUPOS
               OPEN I-O GRUPOS
           END-IF.
           DISPLAY 'CODIGO DO GRUPO (RAIZ DO CNPJ OU LIVRE): '.
           ACCEPT WRK-GRUPO-BUSCA.
           IF WRK-GRUPO-BUSCA EQUAL ZEROS
               DISPLAY 'CODIGO DO GRUPO NAO PODE SER ZERO'
           ELSE
               MOVE SPACES TO GRP-REG
               MOVE WRK-GRUPO-BUSCA TO GRP-CODIGO
               DISPLAY 'NOME DO GRUPO: '
               ACCEPT GRP-NOME
               DISPLAY 'LIMITE DE CREDITO DO GRUPO (0 = SEM LIMITE): '
               ACCEPT GRP-LIMITE
               MOVE WRK-DATASYS TO GRP-DATA-INCLUSAO
               SET GRP-SIT-ATIVO TO TRUE
               WRITE GRP-REG
                   INVALID KEY
                       DISPLAY 'JA EXISTE GRUPO COM ESSE CODIGO'
                   NOT INVALID KEY
                       DISPLAY 'GRUPO INCLUIDO COM SUCESSO'
               END-WRITE
           END-IF.
           CLOSE GRUPOS.

       2100-ALTERAR-GRUPO.
           DISPLAY 'CODIGO DO GRUPO: '.
           ACCEPT WRK-GRUPO-BUSCA.
           OPEN I-O GRUPOS.
           IF WRK-FS-GRUPOS NOT EQUAL '00'
               DISPLAY 'ARQUIVO GRUPOS.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-GRUPO-BUSCA TO GRP-CODIGO
               READ GRUPOS
                   INVALID KEY
                       DISPLAY 'GRUPO NAO ENCONTRADO'
                   NOT INVALID KEY
                       DISPLAY 'NOME ATUAL....: ' GRP-NOME
                       DISPLAY 'NOVO NOME.....: '
                       ACCEPT GRP-NOME
                       DISPLAY 'LIMITE ATUAL..: ' GRP-LIMITE
                       DISPLAY 'NOVO LIMITE (0 = SEM LIMITE): '
                       ACCEPT GRP-LIMITE
                       DISPLAY 'SITUACAO ATUAL: ' GRP-SITUACAO
                       DISPLAY 'DESATIVAR O GRUPO (S/N): '
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA-SIM
                           SET GRP-SIT-INATIVO TO TRUE
                       ELSE
                           SET GRP-SIT-ATIVO TO TRUE
                       END-IF
                       REWRITE GRP-REG
                       DISPLAY 'GRUPO ALTERADO COM SUCESSO'
               END-READ
               CLOSE GRUPOS
           END-IF.

      * OS TITULOS ABERTOS SAO OS MESMOS QUE A ENTRADA DE PEDIDOS
      * SOMA NA CONFERENCIA DO LIMITE DO GRUPO
       2200-CONSULTAR-GRUPO.
           DISPLAY 'CODIGO DO GRUPO: '.
           ACCEPT WRK-GRUPO-BUSCA.
           MOVE 'T' TO WRK-GRP-FUNCAO.
           MOVE WRK-GRUPO-BUSCA TO WRK-GRP-GRUPO.
           CALL 'PROGCOBGRP' USING WRK-GRP-AREA.
           IF NOT WRK-GRP-OK
               DISPLAY 'GRUPO NAO ENCONTRADO'
           ELSE
               DISPLAY 'GRUPO...........: ' WRK-GRP-GRUPO
                   ' ' WRK-GRP-NOME
               DISPLAY 'LIMITE DO GRUPO.: ' WRK-GRP-LIMITE
               DISPLAY 'TITULOS ABERTOS.: ' WRK-GRP-ABERTO
               DISPLAY 'MEMBROS.........: ' WRK-GRP-QT-MEMBROS
               OPEN INPUT CLIENTES
               OPEN INPUT GRPMEMB
               PERFORM VARYING WRK-IND-MEMBRO FROM 1 BY 1
                       UNTIL WRK-IND-MEMBRO > WRK-GRP-QT-MEMBROS
                   PERFORM 2210-EXIBIR-MEMBRO
               END-PERFORM
               IF WRK-FS-GRPMEMB EQUAL '00'
                   CLOSE GRPMEMB
               END-IF
               IF WRK-FS-CLIENTES EQUAL '00'
                   CLOSE CLIENTES
               END-IF
           END-IF.

       2210-EXIBIR-MEMBRO.
           MOVE SPACES TO WRK-NOME-MEMBRO.
           MOVE WRK-GRP-MEMBRO(WRK-IND-MEMBRO) TO CLI-NUMERO.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO WRK-NOME-MEMBRO
                   MOVE SPACES TO CLI-DOCUMENTO
               NOT INVALID KEY
                   MOVE CLI-NOME TO WRK-NOME-MEMBRO
           END-READ.
           MOVE WRK-GRP-MEMBRO(WRK-IND-MEMBRO) TO GRM-CLIENTE.
           READ GRPMEMB
               INVALID KEY
                   MOVE SPACES TO GRM-ORIGEM
           END-READ.
           DISPLAY WRK-GRP-MEMBRO(WRK-IND-MEMBRO) ' '
               WRK-NOME-MEMBRO ' ' CLI-DOCUMENTO ' ORIGEM '
               GRM-ORIGEM.

       2300-VINCULAR-CLIENTE.
           DISPLAY 'NUMERO DO CLIENTE: '.
           ACCEPT WRK-CLIENTE-BUSCA.
           PERFORM 2310-VALIDAR-CLIENTE.
           DISPLAY 'CODIGO DO GRUPO: '.
           ACCEPT WRK-GRUPO-BUSCA.
           PERFORM 2320-VALIDAR-GRUPO.
           IF WRK-CLIENTE-VALIDO AND WRK-GRUPO-VALIDO
               MOVE WRK-GRUPO-BUSCA TO WRK-GRP-GRUPO
               PERFORM 2330-GRAVAR-VINCULO-MANUAL
               DISPLAY 'CLIENTE ' WRK-CLIENTE-BUSCA
                   ' VINCULADO AO GRUPO ' WRK-GRUPO-BUSCA
           END-IF.

       2310-VALIDAR-CLIENTE.
           MOVE 'N' TO WRK-CLIENTE-FLAG.
           OPEN INPUT CLIENTES.
           IF WRK-FS-CLIENTES NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE CLIENTES INEXISTENTE OU VAZIO'
           ELSE
               MOVE WRK-CLIENTE-BUSCA TO CLI-NUMERO
               READ CLIENTES
                   INVALID KEY
                       DISPLAY 'CLIENTE NAO ENCONTRADO'
                   NOT INVALID KEY
                       SET WRK-CLIENTE-VALIDO TO TRUE
                       DISPLAY 'CLIENTE: ' CLI-NOME
               END-READ
               CLOSE CLIENTES
           END-IF.

       2320-VALIDAR-GRUPO.
           MOVE 'N' TO WRK-GRUPO-FLAG.
           OPEN INPUT GRUPOS.
           IF WRK-FS-GRUPOS NOT EQUAL '00'
               DISPLAY 'ARQUIVO GRUPOS.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-GRUPO-BUSCA TO GRP-CODIGO
               READ GRUPOS
                   INVALID KEY
                       DISPLAY 'GRUPO NAO ENCONTRADO'
                   NOT INVALID KEY
                       IF GRP-SIT-ATIVO
                           SET WRK-GRUPO-VALIDO TO TRUE
                           DISPLAY 'GRUPO: ' GRP-NOME
                       ELSE
                           DISPLAY 'GRUPO DESATIVADO'
                       END-IF
               END-READ
               CLOSE GRUPOS
           END-IF.

      * GRUPO ZERO NO VINCULO MANUAL = CLIENTE FORA DE GRUPO, SEM
      * VOLTAR PARA O GRUPO DA RAIZ NA PROXIMA ATRIBUICAO
       2330-GRAVAR-VINCULO-MANUAL.
           OPEN I-O GRPMEMB.
           IF WRK-FS-GRPMEMB EQUAL '35'
               OPEN OUTPUT GRPMEMB
               CLOSE GRPMEMB
               OPEN I-O GRPMEMB
           END-IF.
           MOVE WRK-CLIENTE-BUSCA TO GRM-CLIENTE.
           READ GRPMEMB
               INVALID KEY
                   MOVE WRK-CLIENTE-BUSCA TO GRM-CLIENTE
                   MOVE WRK-GRP-GRUPO TO GRM-GRUPO
                   SET GRM-MANUAL TO TRUE
                   MOVE WRK-DATASYS TO GRM-DATA
                   WRITE GRM-REG
               NOT INVALID KEY
                   MOVE WRK-GRP-GRUPO TO GRM-GRUPO
                   SET GRM-MANUAL TO TRUE
                   MOVE WRK-DATASYS TO GRM-DATA
                   REWRITE GRM-REG
           END-READ.
           CLOSE GRPMEMB.

       2400-DESVINCULAR-CLIENTE.
           DISPLAY 'NUMERO DO CLIENTE: '.
           ACCEPT WRK-CLIENTE-BUSCA.
           PERFORM 2310-VALIDAR-CLIENTE.
           IF WRK-CLIENTE-VALIDO
               DISPLAY 'CONFIRMA TIRAR O CLIENTE DO GRUPO (S/N): '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA-SIM
                   MOVE ZEROS TO WRK-GRP-GRUPO
                   PERFORM 2330-GRAVAR-VINCULO-MANUAL
                   DISPLAY 'CLIENTE FORA DE GRUPO ECONOMICO'
               END-IF
           END-IF.

      * PASSA O CADASTRO INTEIRO PELA ROTINA DE GRUPO - CLIENTE
      * COM CNPJ CAI NO GRUPO DA RAIZ, VINCULO MANUAL FICA COMO
      * ESTA; RODAR DE NOVO NAO DUPLICA NADA
       2500-ATRIBUIR-AUTOMATICO.
           MOVE ZEROS TO WRK-QT-LIDOS.
           MOVE ZEROS TO WRK-QT-ASSOCIADOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CLIENTES.
           IF WRK-FS-CLIENTES NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE CLIENTES INEXISTENTE OU VAZIO'
           ELSE
               MOVE LOW-VALUES TO CLI-NUMERO
               START CLIENTES KEY IS NOT LESS THAN CLI-NUMERO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ CLIENTES NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF CLI-SIT-ATIVO
                               PERFORM 2510-ASSOCIAR-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
               DISPLAY 'CLIENTES LIDOS.....: ' WRK-QT-LIDOS
               DISPLAY 'CLIENTES EM GRUPO..: ' WRK-QT-ASSOCIADOS
           END-IF.

       2510-ASSOCIAR-CLIENTE.
           ADD 1 TO WRK-QT-LIDOS.
           MOVE 'A' TO WRK-GRP-FUNCAO.
           MOVE CLI-NUMERO TO WRK-GRP-CLIENTE.
           MOVE CLI-DOCUMENTO TO WRK-GRP-DOCUMENTO.
           MOVE CLI-NOME TO WRK-GRP-NOME-CLI.
           CALL 'PROGCOBGRP' USING WRK-GRP-AREA.
           IF WRK-GRP-OK
               ADD 1 TO WRK-QT-ASSOCIADOS
           END-IF.
