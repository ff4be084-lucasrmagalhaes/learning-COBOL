      * VENBKAAAAMMDD) E MODO (R)ECARGA RECONSTROI O INDEXADO A
      * PARTIR DA COPIA ESCOLHIDA; AS DUAS OPERACOES FICAM
      * REGISTRADAS EM RUNLOG.DAT PARA O CHECKLIST NOTURNO
      * ATUALIZACAO: COPIA E RECARGA TAMBEM DE PEDIDOS (PEDBK),
      * CONTAS A RECEBER (RECBK), ESTOQUE (ESTBK), FUNCIONARIOS
      * (FUNBK) E CONTAS A PAGAR (PAGBK); CADA DESCARGA DOS
      * ARQUIVOS COM DIARIO DEIXA A MARCA DE COPIA (C) NO DIARIO
      * DO DIA (PROGCOBJRN) - A RECUPERACAO (PROGCOB123) REAPLICA
      * SO O QUE VEIO DEPOIS DELA
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS VENDA-CHAVE
               FILE STATUS IS WRK-FS-VENDASDIA.

           SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
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

           SELECT ESTOQUE ASSIGN TO "ESTOQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNCIONARIOS.

           SELECT CONTASPAG ASSIGN TO "CONTASPAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WRK-FS-CONTASPAG.

           SELECT BACKUP ASSIGN TO WRK-ARQ-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BACKUP.
       FD  VENDASDIA.
           COPY VENDREG.

       FD  PEDIDOS.
           COPY PEDREG.

       FD  CONTASREC.
           COPY RECREG.

       FD  ESTOQUE.
           COPY ESTREG.

       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  CONTASPAG.
           COPY PAGREG.

       FD  BACKUP.
       01  BACKUP-REG          PIC X(169).

       FD  RUNLOG.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CLIENTES      PIC X(02)      VALUE SPACES.
       77 WRK-FS-VENDASDIA     PIC X(02)      VALUE SPACES.
       77 WRK-FS-PEDIDOS       PIC X(02)      VALUE SPACES.
       77 WRK-FS-CONTASREC     PIC X(02)      VALUE SPACES.
       77 WRK-FS-ESTOQUE       PIC X(02)      VALUE SPACES.
       77 WRK-FS-FUNCIONARIOS  PIC X(02)      VALUE SPACES.
       77 WRK-FS-CONTASPAG     PIC X(02)      VALUE SPACES.
       77 WRK-FS-BACKUP        PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG        PIC X(02)      VALUE SPACES.
       77 WRK-FS-ORIGEM        PIC X(02)      VALUE SPACES.
       77 WRK-ARQ-BACKUP       PIC X(30)      VALUE SPACES.
       77 WRK-PREFIXO-BACKUP   PIC X(05)      VALUE SPACES.
       77 WRK-MODO             PIC X(01)      VALUE SPACES.
           88 WRK-MODO-DESCARGA       VALUE 'D'.
           88 WRK-MODO-RECARGA        VALUE 'R'.
       77 WRK-ARQUIVO          PIC X(01)      VALUE SPACES.
           88 WRK-ARQ-CLIENTES        VALUE 'C'.
           88 WRK-ARQ-VENDAS          VALUE 'V'.
           88 WRK-ARQ-PEDIDOS         VALUE 'P'.
           88 WRK-ARQ-CONTASREC       VALUE 'R'.
           88 WRK-ARQ-ESTOQUE         VALUE 'E'.
           88 WRK-ARQ-FUNCIONARIOS    VALUE 'F'.
           88 WRK-ARQ-CONTASPAG       VALUE 'G'.
           88 WRK-ARQ-VALIDO          VALUE 'C' 'V' 'P' 'R' 'E'
                                            'F' 'G'.
       77 WRK-DATA-BACKUP      PIC 9(08)      VALUE ZEROS.
       77 WRK-DATASYS          PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO      PIC 9(08)      VALUE ZEROS.
       77 WRK-TRAVA-RECURSO    PIC X(15)      VALUE SPACES.
       77 WRK-TRAVA-OK-FLAG    PIC X(01)      VALUE 'N'.
           88 WRK-TRAVA-OK            VALUE 'S'.
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB26'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-INICIAR.
           IF NOT WRK-ARQ-VALIDO
               DISPLAY 'ARQUIVO INVALIDO - USAR C, V, P, R, E, F OU G'
               MOVE 'E' TO WRK-STATUS-OPER
           ELSE
               PERFORM 0050-EXECUTAR-TRAVADO
           END-IF.
           PERFORM 0400-FINALIZAR.
           STOP RUN.

      * A COPIA E A RECARGA MEXEM NO ARQUIVO VIVO - O RECURSO
      * ESCOLHIDO E TRAVADO COMO NOS DEMAIS PROGRAMAS
       0050-EXECUTAR-TRAVADO.
           MOVE 'R' TO WRK-TRAVA-FUNCAO.
           CALL 'PROGCOBTRAVA' USING WRK-TRAVA-FUNCAO
               WRK-TRAVA-PROGRAMA WRK-TRAVA-RECURSO
                   WRK-TRAVA-PROGRAMA WRK-TRAVA-RECURSO
                   WRK-TRAVA-OK-FLAG
           END-IF.

       0100-INICIAR.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           DISPLAY 'MODO: (D)ESCARGA OU (R)ECARGA: '.
           ACCEPT WRK-MODO.
           DISPLAY 'ARQUIVO: (C)LIENTES (V)ENDAS (P)EDIDOS '
               'CONTAS A (R)ECEBER (E)STOQUE (F)UNCIONARIOS '
               'CONTAS A PA(G)AR: '.
           ACCEPT WRK-ARQUIVO.
           IF WRK-MODO-RECARGA
               DISPLAY 'DATA DA COPIA A RECARREGAR (AAAAMMDD): '
           ELSE
               MOVE WRK-DATASYS TO WRK-DATA-BACKUP
           END-IF.
           PERFORM 0110-IDENTIFICAR-ARQUIVO.
           MOVE SPACES TO WRK-ARQ-BACKUP.
           STRING WRK-PREFIXO-BACKUP WRK-DATA-BACKUP '.DAT'
               DELIMITED BY SIZE INTO WRK-ARQ-BACKUP.

      * PREFIXO DA COPIA, RECURSO DA TRAVA E NOME NO DIARIO DE
      * CADA ARQUIVO - PEDIDOS TRAVA O MESMO RECURSO DE VENDAS
       0110-IDENTIFICAR-ARQUIVO.
           EVALUATE TRUE
               WHEN WRK-ARQ-CLIENTES
                   MOVE 'CLIBK' TO WRK-PREFIXO-BACKUP
                   MOVE 'CLIENTES' TO WRK-TRAVA-RECURSO
                   MOVE 'CLIENTES' TO WRK-JRN-ARQUIVO
               WHEN WRK-ARQ-VENDAS
                   MOVE 'VENBK' TO WRK-PREFIXO-BACKUP
                   MOVE 'VENDAS' TO WRK-TRAVA-RECURSO
               WHEN WRK-ARQ-PEDIDOS
                   MOVE 'PEDBK' TO WRK-PREFIXO-BACKUP
                   MOVE 'VENDAS' TO WRK-TRAVA-RECURSO
                   MOVE 'PEDIDOS' TO WRK-JRN-ARQUIVO
               WHEN WRK-ARQ-CONTASREC
                   MOVE 'RECBK' TO WRK-PREFIXO-BACKUP
                   MOVE 'CONTASREC' TO WRK-TRAVA-RECURSO
                   MOVE 'CONTASREC' TO WRK-JRN-ARQUIVO
               WHEN WRK-ARQ-ESTOQUE
                   MOVE 'ESTBK' TO WRK-PREFIXO-BACKUP
                   MOVE 'ESTOQUE' TO WRK-TRAVA-RECURSO
                   MOVE 'ESTOQUE' TO WRK-JRN-ARQUIVO
               WHEN WRK-ARQ-FUNCIONARIOS
                   MOVE 'FUNBK' TO WRK-PREFIXO-BACKUP
                   MOVE 'FUNCIONARIOS' TO WRK-TRAVA-RECURSO
                   MOVE 'FUNCIONARIOS' TO WRK-JRN-ARQUIVO
               WHEN WRK-ARQ-CONTASPAG
                   MOVE 'PAGBK' TO WRK-PREFIXO-BACKUP
                   MOVE 'CONTASPAG' TO WRK-TRAVA-RECURSO
                   MOVE 'CONTASPAG' TO WRK-JRN-ARQUIVO
           END-EVALUATE.

       0200-DESCARREGAR.
           OPEN OUTPUT BACKUP.
           EVALUATE TRUE
               WHEN WRK-ARQ-CLIENTES
                   PERFORM 0210-DESCARREGAR-CLIENTES
               WHEN WRK-ARQ-VENDAS
                   PERFORM 0220-DESCARREGAR-VENDAS
               WHEN WRK-ARQ-PEDIDOS
                   PERFORM 0230-DESCARREGAR-PEDIDOS
               WHEN WRK-ARQ-CONTASREC
                   PERFORM 0240-DESCARREGAR-CONTASREC
               WHEN WRK-ARQ-ESTOQUE
                   PERFORM 0250-DESCARREGAR-ESTOQUE
               WHEN WRK-ARQ-FUNCIONARIOS
                   PERFORM 0260-DESCARREGAR-FUNCIONARIOS
               WHEN WRK-ARQ-CONTASPAG
                   PERFORM 0270-DESCARREGAR-CONTASPAG
           END-EVALUATE.
           CLOSE BACKUP.
           DISPLAY 'DESCARGA CONCLUIDA - ' WRK-QT-REGISTROS
               ' REGISTROS EM ' WRK-ARQ-BACKUP.
      * VENDASDIA E RECALCULADO PELO FECHAMENTO E NAO TEM DIARIO
           IF WRK-STATUS-OPER EQUAL 'S' AND NOT WRK-ARQ-VENDAS
               PERFORM 0290-MARCAR-COPIA-NO-DIARIO
           END-IF.

       0210-DESCARREGAR-CLIENTES.
           MOVE 'N' TO WRK-EOF-ARQ.
               CLOSE VENDASDIA
           END-IF.

       0230-DESCARREGAR-PEDIDOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PEDIDOS.
           IF WRK-FS-PEDIDOS NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE PEDIDOS INEXISTENTE OU VAZIO'
               MOVE 'E' TO WRK-STATUS-OPER
           ELSE
               MOVE LOW-VALUES TO PED-NUMERO
               START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ PEDIDOS NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           MOVE SPACES TO BACKUP-REG
                           MOVE PEDIDO-REG TO BACKUP-REG
                           WRITE BACKUP-REG
                           ADD 1 TO WRK-QT-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS
           END-IF.

       0240-DESCARREGAR-CONTASREC.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CONTASREC.
           IF WRK-FS-CONTASREC NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE CONTAS A RECEBER INEXISTENTE OU '
                   'VAZIO'
               MOVE 'E' TO WRK-STATUS-OPER
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
                           MOVE SPACES TO BACKUP-REG
                           MOVE REC-REG TO BACKUP-REG
                           WRITE BACKUP-REG
                           ADD 1 TO WRK-QT-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE CONTASREC
           END-IF.

       0250-DESCARREGAR-ESTOQUE.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ESTOQUE.
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE ESTOQUE INEXISTENTE OU VAZIO'
               MOVE 'E' TO WRK-STATUS-OPER
           ELSE
               MOVE LOW-VALUES TO EST-CHAVE
               START ESTOQUE KEY IS NOT LESS THAN EST-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ ESTOQUE NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           MOVE SPACES TO BACKUP-REG
                           MOVE EST-REG TO BACKUP-REG
                           WRITE BACKUP-REG
                           ADD 1 TO WRK-QT-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE ESTOQUE
           END-IF.

       0260-DESCARREGAR-FUNCIONARIOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT FUNCIONARIOS.
           IF WRK-FS-FUNCIONARIOS NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE FUNCIONARIOS INEXISTENTE OU VAZIO'
               MOVE 'E' TO WRK-STATUS-OPER
           ELSE
               MOVE LOW-VALUES TO FUNC-MATRICULA
               START FUNCIONARIOS KEY IS NOT LESS THAN FUNC-MATRICULA
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ FUNCIONARIOS NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           MOVE SPACES TO BACKUP-REG
                           MOVE FUNC-REG-ARQ TO BACKUP-REG
                           WRITE BACKUP-REG
                           ADD 1 TO WRK-QT-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF.

       0270-DESCARREGAR-CONTASPAG.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CONTASPAG.
           IF WRK-FS-CONTASPAG NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE CONTAS A PAGAR INEXISTENTE OU '
                   'VAZIO'
               MOVE 'E' TO WRK-STATUS-OPER
           ELSE
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
                           MOVE SPACES TO BACKUP-REG
                           MOVE PAG-REG TO BACKUP-REG
                           WRITE BACKUP-REG
                           ADD 1 TO WRK-QT-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE CONTASPAG
           END-IF.

      * MARCA DE COPIA NO DIARIO - A IMAGEM LEVA O NOME DA COPIA
      * PARA A RECUPERACAO CONFERIR QUE PARTE DA COPIA CERTA
       0290-MARCAR-COPIA-NO-DIARIO.
           MOVE 'C' TO WRK-JRN-OPERACAO.
           MOVE '00' TO WRK-JRN-FS.
           MOVE SPACES TO WRK-JRN-IMAGEM.
           MOVE WRK-ARQ-BACKUP TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.

       0300-RECARREGAR.
           OPEN INPUT BACKUP.
           IF WRK-FS-BACKUP NOT EQUAL '00'
               DISPLAY 'COPIA ' WRK-ARQ-BACKUP ' NAO ENCONTRADA'
               MOVE 'E' TO WRK-STATUS-OPER
           ELSE
               PERFORM 0320-ABRIR-DESTINO
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM UNTIL WRK-FIM-ARQ
                   READ BACKUP
                           PERFORM 0310-RECARREGAR-REGISTRO
                   END-READ
               END-PERFORM
               PERFORM 0330-FECHAR-DESTINO
               CLOSE BACKUP
               DISPLAY 'RECARGA CONCLUIDA - ' WRK-QT-REGISTROS
                   ' REGISTROS DE ' WRK-ARQ-BACKUP
           END-IF.

       0310-RECARREGAR-REGISTRO.
           EVALUATE TRUE
               WHEN WRK-ARQ-CLIENTES
                   MOVE BACKUP-REG TO CLI-REGISTRO
                   WRITE CLI-REGISTRO
                   MOVE WRK-FS-CLIENTES TO WRK-FS-ORIGEM
               WHEN WRK-ARQ-VENDAS
                   MOVE BACKUP-REG(1:24) TO VENDA-REG
                   WRITE VENDA-REG
                   MOVE WRK-FS-VENDASDIA TO WRK-FS-ORIGEM
               WHEN WRK-ARQ-PEDIDOS
                   MOVE BACKUP-REG TO PEDIDO-REG
                   WRITE PEDIDO-REG
                   MOVE WRK-FS-PEDIDOS TO WRK-FS-ORIGEM
               WHEN WRK-ARQ-CONTASREC
                   MOVE BACKUP-REG TO REC-REG
                   WRITE REC-REG
                   MOVE WRK-FS-CONTASREC TO WRK-FS-ORIGEM
               WHEN WRK-ARQ-ESTOQUE
                   MOVE BACKUP-REG TO EST-REG
                   WRITE EST-REG
                   MOVE WRK-FS-ESTOQUE TO WRK-FS-ORIGEM
               WHEN WRK-ARQ-FUNCIONARIOS
                   MOVE BACKUP-REG TO FUNC-REG-ARQ
                   WRITE FUNC-REG-ARQ
                   MOVE WRK-FS-FUNCIONARIOS TO WRK-FS-ORIGEM
               WHEN WRK-ARQ-CONTASPAG
                   MOVE BACKUP-REG TO PAG-REG
                   WRITE PAG-REG
                   MOVE WRK-FS-CONTASPAG TO WRK-FS-ORIGEM
           END-EVALUATE.
           IF WRK-FS-ORIGEM EQUAL '00'
               ADD 1 TO WRK-QT-REGISTROS
           ELSE
               DISPLAY 'CHAVE DUPLICADA NA RECARGA: '
                   BACKUP-REG(1:20)
           END-IF.

       0320-ABRIR-DESTINO.
           EVALUATE TRUE
               WHEN WRK-ARQ-CLIENTES
                   OPEN OUTPUT CLIENTES
               WHEN WRK-ARQ-VENDAS
                   OPEN OUTPUT VENDASDIA
               WHEN WRK-ARQ-PEDIDOS
                   OPEN OUTPUT PEDIDOS
               WHEN WRK-ARQ-CONTASREC
                   OPEN OUTPUT CONTASREC
               WHEN WRK-ARQ-ESTOQUE
                   OPEN OUTPUT ESTOQUE
               WHEN WRK-ARQ-FUNCIONARIOS
                   OPEN OUTPUT FUNCIONARIOS
               WHEN WRK-ARQ-CONTASPAG
                   OPEN OUTPUT CONTASPAG
           END-EVALUATE.

       0330-FECHAR-DESTINO.
           EVALUATE TRUE
               WHEN WRK-ARQ-CLIENTES
                   CLOSE CLIENTES
               WHEN WRK-ARQ-VENDAS
                   CLOSE VENDASDIA
               WHEN WRK-ARQ-PEDIDOS
                   CLOSE PEDIDOS
               WHEN WRK-ARQ-CONTASREC
                   CLOSE CONTASREC
               WHEN WRK-ARQ-ESTOQUE
                   CLOSE ESTOQUE
               WHEN WRK-ARQ-FUNCIONARIOS
                   CLOSE FUNCIONARIOS
               WHEN WRK-ARQ-CONTASPAG
                   CLOSE CONTASPAG
           END-EVALUATE.

       0400-FINALIZAR.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
