       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBENT.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: ROTINA CHAMAVEL DE ENDERECO DE ENTREGA DO
      * CLIENTE (ENDENTREGA.DAT) - FUNCAO B BUSCA: QUEM CHAMA
      * PASSA O CLIENTE, A SEQUENCIA E O ENDERECO DO CADASTRO;
      * SEQUENCIA ZERO DEVOLVE O ENDERECO PADRAO ATIVO, OU O DO
      * CADASTRO SE NAO HOUVER PADRAO; SEQUENCIA INFORMADA
      * DEVOLVE AQUELE ENDERECO SE ESTIVER ATIVO. FUNCAO L LISTA
      * NA TELA OS ENDERECOS ATIVOS DO CLIENTE PARA A ESCOLHA -
      * A ENTRADA DE PEDIDOS, O ORCAMENTO E A CARGA WEB USAM A
      * MESMA ROTINA PARA O FRETE E O ICMS SAIREM PELO DESTINO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENDENTREGA ASSIGN TO "ENDENTREGA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS WRK-FS-ENDENTREGA.

       DATA DIVISION.
       FILE SECTION.
       FD  ENDENTREGA.
           COPY ENTREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-ENDENTREGA    PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ             VALUE 'S'.
       77 WRK-QT-LISTADOS      PIC 9(02)      VALUE ZEROS.

       LINKAGE SECTION.
       01 LNK-ENT-AREA.
           02 LNK-ENT-FUNCAO       PIC X(01).
               88 LNK-ENT-BUSCAR       VALUE 'B'.
               88 LNK-ENT-LISTAR       VALUE 'L'.
           02 LNK-ENT-CLIENTE      PIC 9(06).
           02 LNK-ENT-SEQ          PIC 9(02).
           02 LNK-ENT-DESCRICAO    PIC X(20).
           02 LNK-ENT-ENDERECO.
               03 LNK-ENT-LOGRADOURO PIC X(40).
               03 LNK-ENT-CIDADE     PIC X(20).
               03 LNK-ENT-UF         PIC X(02).
               03 LNK-ENT-CEP        PIC 9(08).
           02 LNK-ENT-RETORNO      PIC X(01).
               88 LNK-ENT-OK           VALUE '0'.
               88 LNK-ENT-NAO-ACHADO   VALUE '1'.

       PROCEDURE DIVISION USING LNK-ENT-AREA.
       0000-PRINCIPAL.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           OPEN INPUT ENDENTREGA.
           EVALUATE TRUE
               WHEN LNK-ENT-LISTAR
                   PERFORM 0300-LISTAR-ENDERECOS
               WHEN LNK-ENT-SEQ EQUAL ZEROS
                   PERFORM 0100-BUSCAR-PADRAO
               WHEN OTHER
                   PERFORM 0200-BUSCAR-SEQUENCIA
           END-EVALUATE.
           IF WRK-FS-ENDENTREGA EQUAL '00'
               CLOSE ENDENTREGA
           END-IF.
           GOBACK.

      * SEM PADRAO ATIVO FICA O ENDERECO DO CADASTRO QUE VEIO NA
      * AREA, COM SEQUENCIA ZERO
       0100-BUSCAR-PADRAO.
           SET LNK-ENT-OK TO TRUE.
           MOVE 'CADASTRO' TO LNK-ENT-DESCRICAO.
           IF WRK-FS-ENDENTREGA EQUAL '00'
               MOVE LNK-ENT-CLIENTE TO ENT-CLIENTE
               MOVE ZEROS TO ENT-SEQ
               START ENDENTREGA KEY IS NOT LESS THAN ENT-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ ENDENTREGA NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF ENT-CLIENTE NOT EQUAL LNK-ENT-CLIENTE
                               SET WRK-FIM-ARQ TO TRUE
                           ELSE
                               IF ENT-SIT-ATIVO AND ENT-E-PADRAO
                                   PERFORM 0210-DEVOLVER-ENDERECO
                                   SET WRK-FIM-ARQ TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0200-BUSCAR-SEQUENCIA.
           SET LNK-ENT-NAO-ACHADO TO TRUE.
           IF WRK-FS-ENDENTREGA EQUAL '00'
               MOVE LNK-ENT-CLIENTE TO ENT-CLIENTE
               MOVE LNK-ENT-SEQ TO ENT-SEQ
               READ ENDENTREGA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ENT-SIT-ATIVO
                           PERFORM 0210-DEVOLVER-ENDERECO
                       END-IF
               END-READ
           END-IF.

       0210-DEVOLVER-ENDERECO.
           SET LNK-ENT-OK TO TRUE.
           MOVE ENT-SEQ TO LNK-ENT-SEQ.
           MOVE ENT-DESCRICAO TO LNK-ENT-DESCRICAO.
           MOVE ENT-ENDERECO TO LNK-ENT-ENDERECO.

       0300-LISTAR-ENDERECOS.
           SET LNK-ENT-NAO-ACHADO TO TRUE.
           IF WRK-FS-ENDENTREGA EQUAL '00'
               MOVE LNK-ENT-CLIENTE TO ENT-CLIENTE
               MOVE ZEROS TO ENT-SEQ
               START ENDENTREGA KEY IS NOT LESS THAN ENT-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ ENDENTREGA NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF ENT-CLIENTE NOT EQUAL LNK-ENT-CLIENTE
                               SET WRK-FIM-ARQ TO TRUE
                           ELSE
                               IF ENT-SIT-ATIVO
                                   ADD 1 TO WRK-QT-LISTADOS
                                   DISPLAY ENT-SEQ ' ' ENT-DESCRICAO
                                       ' ' ENT-CIDADE ' ' ENT-UF
                                       ' ' ENT-PADRAO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WRK-QT-LISTADOS > ZEROS
               SET LNK-ENT-OK TO TRUE
           END-IF.
