       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB127.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: CONVERSAO UNICA DE PEDIDOS.DAT E CONTASREC.DAT
      * PARA O LAYOUT COM CHAVES ALTERNATIVAS - PEDIDOS POR
      * CLIENTE E POR DATA DO PEDIDO, TITULOS POR CLIENTE E POR
      * VENCIMENTO. O ARQUIVO ANTIGO E LIDO PELA CHAVE PRIMARIA E
      * DESCARREGADO NA MESMA COPIA DATADA DO PROGCOB26 (PEDBK /
      * RECBK), COM A MARCA DE COPIA NO DIARIO; DEPOIS O INDEXADO
      * E RECRIADO COM AS CHAVES NOVAS A PARTIR DA COPIA. ARQUIVO
      * QUE JA ABRE COM AS CHAVES NOVAS NAO E MEXIDO, ENTAO O
      * PROGRAMA PODE RODAR DE NOVO SEM EFEITO. SE A RECARGA NAO
      * FECHAR COM A DESCARGA, A COPIA FICA PARA A RECARGA PELO
      * PROGCOB26. A RODADA EM RUNLOG.DAT MARCA O ANTES E O DEPOIS
      * DA COMPARACAO DE TEMPOS DO PROGCOB128
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

      * OS MESMOS ARQUIVOS NO LAYOUT ANTIGO, SO COM A CHAVE
      * PRIMARIA - USADOS APENAS PARA A DESCARGA
           SELECT PEDANT ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDANT-NUMERO
               FILE STATUS IS WRK-FS-ANTIGO.

           SELECT RECANT ASSIGN TO "CONTASREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECANT-CHAVE
               FILE STATUS IS WRK-FS-ANTIGO.

           SELECT BACKUP ASSIGN TO WRK-ARQ-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BACKUP.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS.
           COPY PEDREG.

       FD  CONTASREC.
           COPY RECREG.

       FD  PEDANT.
       01  PEDANT-REG.
           02  PEDANT-NUMERO       PIC 9(08).
           02  FILLER              PIC X(161).

       FD  RECANT.
       01  RECANT-REG.
           02  RECANT-CHAVE.
               03  RECANT-PEDIDO   PIC 9(08).
               03  RECANT-PARCELA  PIC 9(02).
           02  FILLER              PIC X(113).

       FD  BACKUP.
       01  BACKUP-REG          PIC X(169).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-PEDIDOS       PIC X(02)      VALUE SPACES.
       77 WRK-FS-CONTASREC     PIC X(02)      VALUE SPACES.
       77 WRK-FS-ANTIGO        PIC X(02)      VALUE SPACES.
       77 WRK-FS-BACKUP        PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG        PIC X(02)      VALUE SPACES.
       77 WRK-FS-DESTINO       PIC X(02)      VALUE SPACES.
       77 WRK-ARQ-BACKUP       PIC X(30)      VALUE SPACES.
       77 WRK-PREFIXO-BACKUP   PIC X(05)      VALUE SPACES.
       77 WRK-ARQ-NOME         PIC X(16)      VALUE SPACES.
       77 WRK-DATASYS          PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO      PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM         PIC 9(08)      VALUE ZEROS.
       77 WRK-QT-DESCARREGADOS PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-RECARREGADOS  PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-REJEITADOS    PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-REGISTROS     PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-CONVERTIDOS   PIC 9(01)      VALUE ZEROS.
       77 WRK-QT-ERROS         PIC 9(01)      VALUE ZEROS.
       77 WRK-EOF-ARQ          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ             VALUE 'S'.
       77 WRK-ETAPA            PIC X(01)      VALUE 'N'.
           88 WRK-ETAPA-OK            VALUE 'S'.
       77 WRK-STATUS-OPER      PIC X(01)      VALUE 'S'.
       77 WRK-TRAVA-FUNCAO     PIC X(01)      VALUE SPACES.
       77 WRK-TRAVA-PROGRAMA   PIC X(15)      VALUE 'PROGCOB127'.
       77 WRK-TRAVA-RECURSO    PIC X(15)      VALUE SPACES.
       77 WRK-TRAVA-OK-FLAG    PIC X(01)      VALUE 'N'.
           88 WRK-TRAVA-OK            VALUE 'S'.
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB127'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-CONVERTER-PEDIDOS.
           PERFORM 0300-CONVERTER-CONTASREC.
           DISPLAY 'CONVERTIDOS: ' WRK-QT-CONVERTIDOS
               '  COM ERRO: ' WRK-QT-ERROS
               '  REGISTROS RECARREGADOS: ' WRK-QT-REGISTROS.
           IF WRK-QT-ERROS > ZEROS
               MOVE 'E' TO WRK-STATUS-OPER
           END-IF.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.

       0100-INICIAR.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           DISPLAY 'CONVERSAO PARA CHAVES ALTERNATIVAS - '
               WRK-DATASYS.

      * PEDIDOS TRAVA O MESMO RECURSO DE VENDAS, COMO NO PROGCOB26
       0200-CONVERTER-PEDIDOS.
           MOVE 'PEDIDOS.DAT' TO WRK-ARQ-NOME.
           MOVE 'PEDBK' TO WRK-PREFIXO-BACKUP.
           MOVE 'VENDAS' TO WRK-TRAVA-RECURSO.
           MOVE 'PEDIDOS' TO WRK-JRN-ARQUIVO.
           PERFORM 0800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT PEDIDOS
               EVALUATE WRK-FS-PEDIDOS
                   WHEN '00'
                       CLOSE PEDIDOS
                       DISPLAY '  JA CONVERTIDO ' WRK-ARQ-NOME
                   WHEN '35'
                       OPEN OUTPUT PEDIDOS
                       MOVE WRK-FS-PEDIDOS TO WRK-FS-DESTINO
                       CLOSE PEDIDOS
                       PERFORM 0700-RESULTADO
                   WHEN OTHER
                       PERFORM 0210-DESCARREGAR-PEDIDOS
                       IF WRK-ETAPA-OK
                           PERFORM 0220-RECARREGAR-PEDIDOS
                       END-IF
                       PERFORM 0700-RESULTADO
               END-EVALUATE
               PERFORM 0850-LIBERAR
           END-IF.

       0210-DESCARREGAR-PEDIDOS.
           MOVE 'N' TO WRK-ETAPA.
           OPEN INPUT PEDANT.
           IF WRK-FS-ANTIGO NOT EQUAL '00'
               DISPLAY '  ' WRK-ARQ-NOME ' NAO ABRE NO LAYOUT NOVO '
                   'NEM NO ANTIGO - FS ' WRK-FS-PEDIDOS ' / '
                   WRK-FS-ANTIGO
           ELSE
               PERFORM 0860-ABRIR-COPIA
               IF WRK-ETAPA-OK
                   MOVE LOW-VALUES TO PEDANT-NUMERO
                   START PEDANT KEY IS NOT LESS THAN PEDANT-NUMERO
                       INVALID KEY
                           SET WRK-FIM-ARQ TO TRUE
                   END-START
                   PERFORM UNTIL WRK-FIM-ARQ
                       READ PEDANT NEXT RECORD
                           AT END
                               SET WRK-FIM-ARQ TO TRUE
                           NOT AT END
                               MOVE SPACES TO BACKUP-REG
                               MOVE PEDANT-REG TO BACKUP-REG
                               WRITE BACKUP-REG
                               ADD 1 TO WRK-QT-DESCARREGADOS
                       END-READ
                   END-PERFORM
                   CLOSE BACKUP
                   PERFORM 0870-MARCAR-COPIA-NO-DIARIO
               END-IF
               CLOSE PEDANT
           END-IF.

      * O ANTIGO JA ESTA FECHADO - A ABERTURA PARA SAIDA RECRIA O
      * INDEXADO COM AS CHAVES POR CLIENTE E POR DATA
       0220-RECARREGAR-PEDIDOS.
           MOVE 'N' TO WRK-ETAPA.
           OPEN INPUT BACKUP.
           IF WRK-FS-BACKUP EQUAL '00'
               OPEN OUTPUT PEDIDOS
               MOVE WRK-FS-PEDIDOS TO WRK-FS-DESTINO
           END-IF.
           IF WRK-FS-DESTINO EQUAL '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM UNTIL WRK-FIM-ARQ
                   READ BACKUP
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           MOVE BACKUP-REG TO PEDIDO-REG
                           WRITE PEDIDO-REG
                           IF WRK-FS-PEDIDOS EQUAL '00'
                               ADD 1 TO WRK-QT-RECARREGADOS
                           ELSE
                               ADD 1 TO WRK-QT-REJEITADOS
                               DISPLAY '  REJEITADO NA RECARGA: '
                                   BACKUP-REG(1:20) ' FS '
                                   WRK-FS-PEDIDOS
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'S' TO WRK-ETAPA
           END-IF.
           IF WRK-FS-DESTINO EQUAL '00'
               CLOSE PEDIDOS
           END-IF.
           IF WRK-FS-BACKUP EQUAL '00'
               CLOSE BACKUP
           END-IF.

       0300-CONVERTER-CONTASREC.
           MOVE 'CONTASREC.DAT' TO WRK-ARQ-NOME.
           MOVE 'RECBK' TO WRK-PREFIXO-BACKUP.
           MOVE 'CONTASREC' TO WRK-TRAVA-RECURSO.
           MOVE 'CONTASREC' TO WRK-JRN-ARQUIVO.
           PERFORM 0800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT CONTASREC
               EVALUATE WRK-FS-CONTASREC
                   WHEN '00'
                       CLOSE CONTASREC
                       DISPLAY '  JA CONVERTIDO ' WRK-ARQ-NOME
                   WHEN '35'
                       OPEN OUTPUT CONTASREC
                       MOVE WRK-FS-CONTASREC TO WRK-FS-DESTINO
                       CLOSE CONTASREC
                       PERFORM 0700-RESULTADO
                   WHEN OTHER
                       PERFORM 0310-DESCARREGAR-CONTASREC
                       IF WRK-ETAPA-OK
                           PERFORM 0320-RECARREGAR-CONTASREC
                       END-IF
                       PERFORM 0700-RESULTADO
               END-EVALUATE
               PERFORM 0850-LIBERAR
           END-IF.

       0310-DESCARREGAR-CONTASREC.
           MOVE 'N' TO WRK-ETAPA.
           OPEN INPUT RECANT.
           IF WRK-FS-ANTIGO NOT EQUAL '00'
               DISPLAY '  ' WRK-ARQ-NOME ' NAO ABRE NO LAYOUT NOVO '
                   'NEM NO ANTIGO - FS ' WRK-FS-CONTASREC ' / '
                   WRK-FS-ANTIGO
           ELSE
               PERFORM 0860-ABRIR-COPIA
               IF WRK-ETAPA-OK
                   MOVE LOW-VALUES TO RECANT-CHAVE
                   START RECANT KEY IS NOT LESS THAN RECANT-CHAVE
                       INVALID KEY
                           SET WRK-FIM-ARQ TO TRUE
                   END-START
                   PERFORM UNTIL WRK-FIM-ARQ
                       READ RECANT NEXT RECORD
                           AT END
                               SET WRK-FIM-ARQ TO TRUE
                           NOT AT END
                               MOVE SPACES TO BACKUP-REG
                               MOVE RECANT-REG TO BACKUP-REG
                               WRITE BACKUP-REG
                               ADD 1 TO WRK-QT-DESCARREGADOS
                       END-READ
                   END-PERFORM
                   CLOSE BACKUP
                   PERFORM 0870-MARCAR-COPIA-NO-DIARIO
               END-IF
               CLOSE RECANT
           END-IF.

      * RECRIA CONTASREC.DAT COM AS CHAVES POR CLIENTE E POR
      * VENCIMENTO
       0320-RECARREGAR-CONTASREC.
           MOVE 'N' TO WRK-ETAPA.
           OPEN INPUT BACKUP.
           IF WRK-FS-BACKUP EQUAL '00'
               OPEN OUTPUT CONTASREC
               MOVE WRK-FS-CONTASREC TO WRK-FS-DESTINO
           END-IF.
           IF WRK-FS-DESTINO EQUAL '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM UNTIL WRK-FIM-ARQ
                   READ BACKUP
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           MOVE BACKUP-REG TO REC-REG
                           WRITE REC-REG
                           IF WRK-FS-CONTASREC EQUAL '00'
                               ADD 1 TO WRK-QT-RECARREGADOS
                           ELSE
                               ADD 1 TO WRK-QT-REJEITADOS
                               DISPLAY '  REJEITADO NA RECARGA: '
                                   BACKUP-REG(1:20) ' FS '
                                   WRK-FS-CONTASREC
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'S' TO WRK-ETAPA
           END-IF.
           IF WRK-FS-DESTINO EQUAL '00'
               CLOSE CONTASREC
           END-IF.
           IF WRK-FS-BACKUP EQUAL '00'
               CLOSE BACKUP
           END-IF.

      * A RECARGA TEM DE FECHAR COM A DESCARGA; SE NAO FECHAR, O
      * ARQUIVO E REFEITO PELA COPIA COM O PROGCOB26 (RECARGA)
       0700-RESULTADO.
           EVALUATE TRUE
               WHEN WRK-FS-ANTIGO EQUAL SPACES
                       AND WRK-FS-DESTINO EQUAL '00'
                   ADD 1 TO WRK-QT-CONVERTIDOS
                   DISPLAY '  CRIADO VAZIO ' WRK-ARQ-NOME
               WHEN WRK-FS-ANTIGO EQUAL SPACES
                   ADD 1 TO WRK-QT-ERROS
                   DISPLAY '  ERRO       ' WRK-ARQ-NOME
                       ' - FS NA CRIACAO: ' WRK-FS-DESTINO
               WHEN WRK-FS-ANTIGO NOT EQUAL '00'
                   ADD 1 TO WRK-QT-ERROS
               WHEN WRK-FS-DESTINO EQUAL SPACES
                   ADD 1 TO WRK-QT-ERROS
                   DISPLAY '  ERRO       ' WRK-ARQ-NOME
                       ' - FS COPIA: ' WRK-FS-BACKUP
                       ' - ARQUIVO MANTIDO NO LAYOUT ANTIGO'
               WHEN NOT WRK-ETAPA-OK
                   ADD 1 TO WRK-QT-ERROS
                   DISPLAY '  ERRO       ' WRK-ARQ-NOME
                       ' - FS RECARGA: ' WRK-FS-DESTINO
                       ' - RECARREGAR DE ' WRK-ARQ-BACKUP
               WHEN WRK-QT-RECARREGADOS NOT EQUAL
                       WRK-QT-DESCARREGADOS
                   ADD 1 TO WRK-QT-ERROS
                   DISPLAY '  ERRO       ' WRK-ARQ-NOME
                       ' - DESCARREGADOS: ' WRK-QT-DESCARREGADOS
                       ' RECARREGADOS: ' WRK-QT-RECARREGADOS
                       ' - RECARREGAR DE ' WRK-ARQ-BACKUP
               WHEN OTHER
                   ADD 1 TO WRK-QT-CONVERTIDOS
                   DISPLAY '  CONVERTIDO ' WRK-ARQ-NOME
                       ' - ' WRK-QT-RECARREGADOS ' REGISTROS (COPIA '
                       WRK-ARQ-BACKUP ')'
           END-EVALUATE.
           ADD WRK-QT-RECARREGADOS TO WRK-QT-REGISTROS.

      * O ARQUIVO FICA TRAVADO COM O MESMO RECURSO DO PROGCOB26 DA
      * DESCARGA ATE O FIM DA RECARGA
       0800-TRAVAR.
           MOVE ZEROS TO WRK-QT-DESCARREGADOS.
           MOVE ZEROS TO WRK-QT-RECARREGADOS.
           MOVE ZEROS TO WRK-QT-REJEITADOS.
           MOVE SPACES TO WRK-FS-ANTIGO.
           MOVE SPACES TO WRK-FS-BACKUP.
           MOVE SPACES TO WRK-FS-DESTINO.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE 'R' TO WRK-TRAVA-FUNCAO.
           CALL 'PROGCOBTRAVA' USING WRK-TRAVA-FUNCAO
               WRK-TRAVA-PROGRAMA WRK-TRAVA-RECURSO
               WRK-TRAVA-OK-FLAG.
           IF NOT WRK-TRAVA-OK
               ADD 1 TO WRK-QT-ERROS
               DISPLAY '  EM USO     ' WRK-ARQ-NOME
                   ' - RECURSO ' WRK-TRAVA-RECURSO
                   ' TRAVADO POR OUTRA SESSAO'
           END-IF.

       0850-LIBERAR.
           MOVE 'L' TO WRK-TRAVA-FUNCAO.
           CALL 'PROGCOBTRAVA' USING WRK-TRAVA-FUNCAO
               WRK-TRAVA-PROGRAMA WRK-TRAVA-RECURSO
               WRK-TRAVA-OK-FLAG.

      * MESMO NOME DA COPIA DO PROGCOB26 - A RECARGA DELE SERVE DE
      * VOLTA SE A CONVERSAO PARAR NO MEIO
       0860-ABRIR-COPIA.
           MOVE SPACES TO WRK-ARQ-BACKUP.
           STRING WRK-PREFIXO-BACKUP WRK-DATASYS '.DAT'
               DELIMITED BY SIZE INTO WRK-ARQ-BACKUP.
           OPEN OUTPUT BACKUP.
           IF WRK-FS-BACKUP EQUAL '00'
               MOVE 'S' TO WRK-ETAPA
               MOVE 'N' TO WRK-EOF-ARQ
           ELSE
               DISPLAY '  COPIA ' WRK-ARQ-BACKUP ' NAO PODE SER '
                   'GRAVADA - FS ' WRK-FS-BACKUP
           END-IF.

      * MARCA DE COPIA NO DIARIO, COMO NA DESCARGA DO PROGCOB26 -
      * A RECUPERACAO (PROGCOB123) PARTE DESTA COPIA
       0870-MARCAR-COPIA-NO-DIARIO.
           MOVE 'C' TO WRK-JRN-OPERACAO.
           MOVE '00' TO WRK-JRN-FS.
           MOVE SPACES TO WRK-JRN-IMAGEM.
           MOVE WRK-ARQ-BACKUP TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB127' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-REGISTROS TO RUNLOG-QTDE-REGISTROS.
           IF WRK-STATUS-OPER EQUAL 'E'
               SET RUNLOG-STATUS-ERRO TO TRUE
           ELSE
               SET RUNLOG-STATUS-OK TO TRUE
           END-IF.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
