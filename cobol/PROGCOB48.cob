      * PEDIDO NO PERIODO TAMBEM FICA C); GRAVA A CLASSE NO
      * CADASTRO (CLI-CLASSE-ABC), IMPRIME O RESUMO EM
      * ABCREL.DAT E REGISTRA A EXECUCAO EM RUNLOG.DAT
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      * ATUALIZACAO: PEDIDOS DO PERIODO LIDOS PELA CHAVE
      * ALTERNATIVA POR DATA (PED-DATA) A PARTIR DA DATA DE CORTE,
      * SEM PASSAR PELOS PEDIDOS MAIS ANTIGOS
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT ABCREL ASSIGN TO "ABCREL.DAT"
           05 WRK-AUX-NUMERO    PIC 9(06).
           05 WRK-AUX-VALOR     PIC 9(10)V99.
           05 WRK-AUX-CLASSE    PIC X(01).
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB48'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
               CLOSE CLIENTES
           END-IF.

      * A LEITURA COMECA NA DATA DE CORTE PELA CHAVE POR DATA
       0300-SOMAR-PEDIDOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PEDIDOS.
           IF WRK-FS-PEDIDOS NOT EQUAL '00'
               DISPLAY 'ARQUIVO PEDIDOS.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-DATA-CORTE TO PED-DATA
               START PEDIDOS KEY IS NOT LESS THAN PED-DATA
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF PED-SIT-CONFIRMADO
                               PERFORM 0310-SOMAR-UM-PEDIDO
                           END-IF
                   END-READ
                           MOVE WRK-CLI-CLASSE(WRK-IND) TO
                               CLI-CLASSE-ABC
                           REWRITE CLI-REGISTRO
                           MOVE 'A' TO WRK-JRN-OPERACAO
                           PERFORM 0960-JORNAL-CLIENTES
                           ADD 1 TO WRK-QT-GRAVADOS
                   END-READ
               END-PERFORM
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.

       0960-JORNAL-CLIENTES.
           MOVE 'CLIENTES' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-CLIENTES TO WRK-JRN-FS.
           MOVE CLI-REGISTRO TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
