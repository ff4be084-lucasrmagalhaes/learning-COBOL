      * RELACAO DOS TITULOS ABERTOS; O NIVEL ENVIADO FICA
      * GRAVADO NO TITULO (REC-NIVEL-AVISO) PARA A MESMA CARTA
      * NAO SAIR DUAS VEZES NA MESMA FAIXA
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      * ATUALIZACAO: TITULOS LIDOS PELA CHAVE ALTERNATIVA POR
      * VENCIMENTO (REC-VENCIMENTO), DO MAIS ANTIGO ATE O DIA - O
      * QUE AINDA NAO VENCEU NAO E MAIS LIDO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REC-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CONTASREC.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               05 WRK-TIT-DIAS      PIC 9(04).
               05 WRK-TIT-NIVEL     PIC 9(01).
               05 WRK-TIT-NIVEL-ANT PIC 9(01).
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB54'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.

      * SO O TITULO JA VENCIDO PODE TER ATRASO - A LEITURA PELA
      * CHAVE POR VENCIMENTO PARA NO PRIMEIRO QUE VENCE HOJE
       0100-COLETAR-TITULOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CONTASREC.
           IF WRK-FS-CONTASREC NOT EQUAL '00'
               DISPLAY 'ARQUIVO CONTASREC.DAT NAO ENCONTRADO'
           ELSE
               MOVE ZEROS TO REC-VENCIMENTO
               START CONTASREC KEY IS NOT LESS THAN REC-VENCIMENTO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF REC-VENCIMENTO NOT LESS THAN
                                   WRK-DATASYS
                               SET WRK-FIM-ARQ TO TRUE
                           ELSE
                               IF REC-SIT-ABERTO
                                   PERFORM 0200-CLASSIFICAR-TITULO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   WRK-TIT-NIVEL-ANT(WRK-QT-TITULOS)
           END-IF.

      * OS TITULOS CHEGAM NA ORDEM DE VENCIMENTO, ENTAO O MESMO
      * CLIENTE PODE APARECER ESPALHADO - A CARTA SO SAI NA
      * PRIMEIRA OCORRENCIA DELE NA TABELA
       0300-EMITIR-CARTAS.
           OPEN OUTPUT CARTAS.
           PERFORM VARYING WRK-IND-CLI FROM 1 BY 1
                               MOVE WRK-TIT-NIVEL(WRK-IND) TO
                                   REC-NIVEL-AVISO
                               REWRITE REC-REG
                               MOVE 'A' TO WRK-JRN-OPERACAO
                               PERFORM 0962-JORNAL-CONTASREC
                       END-READ
                   END-IF
               END-PERFORM
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.

       0962-JORNAL-CONTASREC.
           MOVE 'CONTASREC' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-CONTASREC TO WRK-JRN-FS.
           MOVE REC-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
