       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBGRP.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: ROTINA CHAMAVEL DE GRUPO ECONOMICO DO CLIENTE
      * (GRUPOS.DAT E GRPMEMB.DAT) - FUNCAO A ASSOCIA O CLIENTE
      * AO GRUPO DA RAIZ DE 8 DIGITOS DO CNPJ, CRIANDO O GRUPO
      * QUANDO AINDA NAO EXISTE (VINCULO MANUAL NAO E MEXIDO);
      * FUNCAO C DEVOLVE O GRUPO ATIVO DO CLIENTE COM O LIMITE;
      * FUNCAO M DEVOLVE OS MEMBROS DE UM GRUPO (ATE 200);
      * FUNCAO T SOMA OS TITULOS ABERTOS EM CONTASREC.DAT DE
      * TODOS OS MEMBROS - O CADASTRO, A CARGA EM LOTE, A
      * ENTRADA DE PEDIDOS, O AGING E O EXTRATO USAM A MESMA
      * ROTINA PARA O GRUPO SAIR IGUAL EM TODO LUGAR
      * ATUALIZACAO: A FUNCAO T LE OS TITULOS DE CADA MEMBRO PELA
      * CHAVE ALTERNATIVA POR CLIENTE DE CONTASREC.DAT EM VEZ DE
      * VARRER O ARQUIVO INTEIRO
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

           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REC-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CONTASREC.

       DATA DIVISION.
       FILE SECTION.
       FD  GRUPOS.
           COPY GRPREG.

       FD  GRPMEMB.
           COPY GRPMREG.

       FD  CONTASREC.
           COPY RECREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-GRUPOS        PIC X(02)      VALUE SPACES.
       77 WRK-FS-GRPMEMB       PIC X(02)      VALUE SPACES.
       77 WRK-FS-CONTASREC     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ             VALUE 'S'.
       77 WRK-DATASYS          PIC 9(08)      VALUE ZEROS.
       77 WRK-RAIZ-CNPJ        PIC 9(08)      VALUE ZEROS.
       77 WRK-VINCULO          PIC X(01)      VALUE 'N'.
           88 WRK-TEM-VINCULO         VALUE 'S'.
       77 WRK-IND-MEMBRO       PIC 9(03)      VALUE ZEROS.

       LINKAGE SECTION.
       01 LNK-GRP-AREA.
           02 LNK-GRP-FUNCAO       PIC X(01).
               88 LNK-GRP-ASSOCIAR     VALUE 'A'.
               88 LNK-GRP-CONSULTAR    VALUE 'C'.
               88 LNK-GRP-MEMBROS      VALUE 'M'.
               88 LNK-GRP-TOTALIZAR    VALUE 'T'.
           02 LNK-GRP-CLIENTE      PIC 9(06).
           02 LNK-GRP-DOCUMENTO    PIC X(14).
           02 LNK-GRP-NOME-CLI     PIC X(30).
           02 LNK-GRP-GRUPO        PIC 9(08).
           02 LNK-GRP-NOME         PIC X(30).
           02 LNK-GRP-LIMITE       PIC 9(10)V99.
           02 LNK-GRP-ABERTO       PIC 9(10)V99.
           02 LNK-GRP-RETORNO      PIC X(01).
               88 LNK-GRP-OK           VALUE '0'.
               88 LNK-GRP-NAO-ACHADO   VALUE '1'.
           02 LNK-GRP-QT-MEMBROS   PIC 9(03).
           02 LNK-GRP-MEMBRO       PIC 9(06) OCCURS 200 TIMES.

       PROCEDURE DIVISION USING LNK-GRP-AREA.
       0000-PRINCIPAL.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           SET LNK-GRP-NAO-ACHADO TO TRUE.
           MOVE 'N' TO WRK-EOF-ARQ.
           EVALUATE TRUE
               WHEN LNK-GRP-ASSOCIAR
                   PERFORM 0100-ASSOCIAR
               WHEN LNK-GRP-CONSULTAR
                   PERFORM 0200-CONSULTAR
               WHEN LNK-GRP-MEMBROS
                   PERFORM 0300-CARREGAR-MEMBROS
               WHEN LNK-GRP-TOTALIZAR
                   PERFORM 0300-CARREGAR-MEMBROS
                   IF LNK-GRP-OK
                       PERFORM 0400-TOTALIZAR-ABERTOS
                   END-IF
           END-EVALUATE.
           GOBACK.

      * SO DOCUMENTO DE 14 DIGITOS (CNPJ) TEM RAIZ; CLIENTE QUE
      * PASSOU A CPF PERDE O VINCULO AUTOMATICO ANTIGO. VINCULO
      * MANUAL COM GRUPO ZERO E O CLIENTE TIRADO DO GRUPO DA RAIZ
      * PELO PROGCOB98 - FICA FORA DE GRUPO
       0100-ASSOCIAR.
           MOVE 'N' TO WRK-VINCULO.
           OPEN I-O GRPMEMB.
           IF WRK-FS-GRPMEMB EQUAL '35'
               OPEN OUTPUT GRPMEMB
               CLOSE GRPMEMB
               OPEN I-O GRPMEMB
           END-IF.
           MOVE LNK-GRP-CLIENTE TO GRM-CLIENTE.
           READ GRPMEMB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-TEM-VINCULO TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN WRK-TEM-VINCULO AND GRM-MANUAL
                   MOVE GRM-GRUPO TO LNK-GRP-GRUPO
                   IF GRM-GRUPO NOT EQUAL ZEROS
                       SET LNK-GRP-OK TO TRUE
                   END-IF
               WHEN LNK-GRP-DOCUMENTO IS NUMERIC
                   MOVE LNK-GRP-DOCUMENTO(1:8) TO WRK-RAIZ-CNPJ
                   PERFORM 0110-GARANTIR-GRUPO
                   MOVE WRK-RAIZ-CNPJ TO GRM-GRUPO
                   SET GRM-AUTOMATICO TO TRUE
                   MOVE WRK-DATASYS TO GRM-DATA
                   IF WRK-TEM-VINCULO
                       REWRITE GRM-REG
                   ELSE
                       MOVE LNK-GRP-CLIENTE TO GRM-CLIENTE
                       WRITE GRM-REG
                   END-IF
                   MOVE WRK-RAIZ-CNPJ TO LNK-GRP-GRUPO
                   SET LNK-GRP-OK TO TRUE
               WHEN WRK-TEM-VINCULO
                   DELETE GRPMEMB RECORD
                   MOVE ZEROS TO LNK-GRP-GRUPO
               WHEN OTHER
                   MOVE ZEROS TO LNK-GRP-GRUPO
           END-EVALUATE.
           CLOSE GRPMEMB.

      * GRUPO NOVO NASCE COM O NOME DO PRIMEIRO MEMBRO E SEM
      * LIMITE - O NOME E O LIMITE SAO ACERTADOS NO PROGCOB98
       0110-GARANTIR-GRUPO.
           OPEN I-O GRUPOS.
           IF WRK-FS-GRUPOS EQUAL '35'
               OPEN OUTPUT GRUPOS
               CLOSE GRUPOS
               OPEN I-O GRUPOS
           END-IF.
           MOVE WRK-RAIZ-CNPJ TO GRP-CODIGO.
           READ GRUPOS
               INVALID KEY
                   MOVE WRK-RAIZ-CNPJ TO GRP-CODIGO
                   MOVE LNK-GRP-NOME-CLI TO GRP-NOME
                   MOVE ZEROS TO GRP-LIMITE
                   MOVE WRK-DATASYS TO GRP-DATA-INCLUSAO
                   SET GRP-SIT-ATIVO TO TRUE
                   WRITE GRP-REG
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           CLOSE GRUPOS.

       0200-CONSULTAR.
           MOVE ZEROS TO LNK-GRP-GRUPO.
           MOVE ZEROS TO LNK-GRP-LIMITE.
           MOVE SPACES TO LNK-GRP-NOME.
           OPEN INPUT GRPMEMB.
           IF WRK-FS-GRPMEMB EQUAL '00'
               MOVE LNK-GRP-CLIENTE TO GRM-CLIENTE
               READ GRPMEMB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRM-GRUPO TO LNK-GRP-GRUPO
               END-READ
               CLOSE GRPMEMB
           END-IF.
           IF LNK-GRP-GRUPO NOT EQUAL ZEROS
               PERFORM 0210-LER-GRUPO
               IF LNK-GRP-OK AND NOT GRP-SIT-ATIVO
                   SET LNK-GRP-NAO-ACHADO TO TRUE
               END-IF
           END-IF.

       0210-LER-GRUPO.
           OPEN INPUT GRUPOS.
           IF WRK-FS-GRUPOS EQUAL '00'
               MOVE LNK-GRP-GRUPO TO GRP-CODIGO
               READ GRUPOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LNK-GRP-OK TO TRUE
                       MOVE GRP-NOME TO LNK-GRP-NOME
                       MOVE GRP-LIMITE TO LNK-GRP-LIMITE
               END-READ
               CLOSE GRUPOS
           END-IF.

       0300-CARREGAR-MEMBROS.
           MOVE ZEROS TO LNK-GRP-QT-MEMBROS.
           MOVE ZEROS TO LNK-GRP-LIMITE.
           MOVE SPACES TO LNK-GRP-NOME.
           PERFORM 0210-LER-GRUPO.
           IF LNK-GRP-OK
               OPEN INPUT GRPMEMB
               IF WRK-FS-GRPMEMB EQUAL '00'
                   MOVE LNK-GRP-GRUPO TO GRM-GRUPO
                   START GRPMEMB KEY IS NOT LESS THAN GRM-GRUPO
                       INVALID KEY
                           SET WRK-FIM-ARQ TO TRUE
                   END-START
                   PERFORM UNTIL WRK-FIM-ARQ
                       READ GRPMEMB NEXT RECORD
                           AT END
                               SET WRK-FIM-ARQ TO TRUE
                           NOT AT END
                               IF GRM-GRUPO NOT EQUAL LNK-GRP-GRUPO
                                   SET WRK-FIM-ARQ TO TRUE
                               ELSE
                                   IF LNK-GRP-QT-MEMBROS < 200
                                       ADD 1 TO LNK-GRP-QT-MEMBROS
                                       MOVE GRM-CLIENTE TO
                                           LNK-GRP-MEMBRO
                                           (LNK-GRP-QT-MEMBROS)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GRPMEMB
               END-IF
           END-IF.

       0400-TOTALIZAR-ABERTOS.
           MOVE ZEROS TO LNK-GRP-ABERTO.
           OPEN INPUT CONTASREC.
           IF WRK-FS-CONTASREC EQUAL '00'
               PERFORM VARYING WRK-IND-MEMBRO FROM 1 BY 1
                       UNTIL WRK-IND-MEMBRO > LNK-GRP-QT-MEMBROS
                   PERFORM 0410-ABERTOS-DO-MEMBRO
               END-PERFORM
               CLOSE CONTASREC
           END-IF.

       0410-ABERTOS-DO-MEMBRO.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LNK-GRP-MEMBRO(WRK-IND-MEMBRO) TO REC-CLIENTE.
           START CONTASREC KEY IS EQUAL TO REC-CLIENTE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ CONTASREC NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF REC-CLIENTE NOT EQUAL
                               LNK-GRP-MEMBRO(WRK-IND-MEMBRO)
                           SET WRK-FIM-ARQ TO TRUE
                       ELSE
                           IF REC-SIT-ABERTO
                               ADD REC-VALOR TO LNK-GRP-ABERTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
