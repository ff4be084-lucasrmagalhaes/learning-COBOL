      * ASSINATURA DO MOTORISTA; O NUMERO DO ROMANEIO VEM DO
      * CONTROLE SEQUENCIAL ROMCTRL.DAT E VOLTA GRAVADO EM
      * CADA PEDIDO EXPEDIDO
      * ATUALIZACAO: O DESTINO E A CIDADE DO ENDERECO DE ENTREGA
      * COPIADO NO PEDIDO - O CADASTRO DO CLIENTE SO E LIDO PARA
      * PEDIDO SEM ENDERECO DE ENTREGA GRAVADO
      * ATUALIZACAO: AVISO DE PEDIDO EXPEDIDO AO CLIENTE NA FILA
      * DE E-MAIL/SMS (NOTIFICA.DAT VIA PROGCOBNTF)
      * ATUALIZACAO: PEDIDO COM OCORRENCIA DE ENTREGA TRATADA COMO
      * REENVIO (OCORRENC.DAT) ENTRA NO ROMANEIO SEGUINTE PELA
      * TRANSPORTADORA DO REENVIO, COM O FRETE DO REENVIO NA LINHA
      * DO MANIFESTO; A OCORRENCIA FICA COM O NOVO ROMANEIO
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ROMANEIO.

           SELECT OCORRENC ASSIGN TO "OCORRENC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCO-CHAVE
               FILE STATUS IS WRK-FS-OCORRENC.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       FD  ROMANEIO.
       01  ROMANEIO-LINHA          PIC X(90).

       FD  OCORRENC.
           COPY OCOREG.

       FD  RUNLOG.
           COPY RUNLOG.

       77 WRK-FS-ROMCTRL    PIC X(02)      VALUE SPACES.
       77 WRK-FS-ROMANEIO   PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-FS-OCORRENC   PIC X(02)      VALUE SPACES.
       77 WRK-QT-REENVIOS   PIC 9(03)      VALUE ZEROS.
       77 WRK-FRETE-ED      PIC ZZZZZ9,99  VALUE ZEROS.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
               05 WRK-EXP-PESO      PIC 9(04)V99.
               05 WRK-EXP-VALOR     PIC 9(08)V99.
               05 WRK-EXP-ROMANEIO  PIC 9(06).
               05 WRK-EXP-OCO-SEQ   PIC 9(03).
               05 WRK-EXP-FRETE     PIC 9(06)V99.
       01 WRK-EXP-AUX.
           05 WRK-AUX-PEDIDO    PIC 9(08).
           05 WRK-AUX-TRANSP    PIC X(03).
           05 WRK-AUX-PESO      PIC 9(04)V99.
           05 WRK-AUX-VALOR     PIC 9(08)V99.
           05 WRK-AUX-ROMANEIO  PIC 9(06).
           05 WRK-AUX-OCO-SEQ   PIC 9(03).
           05 WRK-AUX-FRETE     PIC 9(06)V99.
       01 WRK-ORDEM-A.
           02 WRK-ORD-A-TRANSP  PIC X(03).
           02 WRK-ORD-A-UF      PIC X(02).
           02 WRK-ORD-B-TRANSP  PIC X(03).
           02 WRK-ORD-B-UF      PIC X(02).
           02 WRK-ORD-B-CIDADE  PIC X(20).
       01 WRK-NTF-AREA.
           02 WRK-NTF-TIPO         PIC X(03).
           02 WRK-NTF-CLIENTE      PIC 9(06).
           02 WRK-NTF-PEDIDO       PIC 9(08).
           02 WRK-NTF-PARCELA      PIC 9(02).
           02 WRK-NTF-VALOR        PIC 9(08)V99.
           02 WRK-NTF-DATA-REF     PIC 9(08).
           02 WRK-NTF-REFERENCIA   PIC X(10).
           02 WRK-NTF-RETORNO      PIC X(01).
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB69'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0200-COLETAR-PEDIDOS.
           IF WRK-QT-EXP EQUAL ZEROS
               DISPLAY 'NENHUM PEDIDO CONFIRMADO SEM ROMANEIO '
                   'NA DATA ' WRK-DATA-EXPED ' E NENHUM REENVIO'
           ELSE
               PERFORM 0300-ORDENAR-EXPEDICAO
               PERFORM 0400-IMPRIMIR-MANIFESTOS
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 0250-COLETAR-REENVIOS
               CLOSE PEDIDOS
           END-IF.

               MOVE PED-PESO TO WRK-EXP-PESO(WRK-QT-EXP)
               MOVE PED-TOTAL TO WRK-EXP-VALOR(WRK-QT-EXP)
               MOVE ZEROS TO WRK-EXP-ROMANEIO(WRK-QT-EXP)
               MOVE ZEROS TO WRK-EXP-OCO-SEQ(WRK-QT-EXP)
               MOVE ZEROS TO WRK-EXP-FRETE(WRK-QT-EXP)
               PERFORM 0220-BUSCAR-CIDADE
           END-IF.

       0220-BUSCAR-CIDADE.
           MOVE SPACES TO WRK-EXP-CIDADE(WRK-QT-EXP).
           IF PED-ENT-CIDADE NOT EQUAL SPACES
               MOVE PED-ENT-CIDADE TO WRK-EXP-CIDADE(WRK-QT-EXP)
           ELSE
               OPEN INPUT CLIENTES
               IF WRK-FS-CLIENTES EQUAL '00'
                   MOVE PED-CLIENTE TO CLI-NUMERO
                   READ CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLI-CIDADE TO
                               WRK-EXP-CIDADE(WRK-QT-EXP)
                   END-READ
                   CLOSE CLIENTES
               END-IF
           END-IF.

      * O REENVIO NAO DEPENDE DA DATA DA EXPEDICAO - SAI NO
      * PRIMEIRO ROMANEIO DEPOIS DA SOLUCAO DA OCORRENCIA, SE O
      * PEDIDO NAO FOI CANCELADO NESSE MEIO TEMPO
       0250-COLETAR-REENVIOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT OCORRENC.
           IF WRK-FS-OCORRENC EQUAL '00'
               MOVE LOW-VALUES TO OCO-CHAVE
               START OCORRENC KEY IS NOT LESS THAN OCO-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ OCORRENC NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF OCO-SIT-REENVIO
                               PERFORM 0260-GUARDAR-REENVIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OCORRENC
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0260-GUARDAR-REENVIO.
           MOVE OCO-PEDIDO TO PED-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PED-SIT-CONFIRMADO AND WRK-QT-EXP < 200
                       PERFORM 0210-GUARDAR-PEDIDO
                       MOVE OCO-TRANSP-REENVIO TO
                           WRK-EXP-TRANSP(WRK-QT-EXP)
                       MOVE OCO-SEQ TO WRK-EXP-OCO-SEQ(WRK-QT-EXP)
                       MOVE OCO-FRETE-REENVIO TO
                           WRK-EXP-FRETE(WRK-QT-EXP)
                       ADD 1 TO WRK-QT-REENVIOS
                   END-IF
           END-READ.

       0300-ORDENAR-EXPEDICAO.
           PERFORM VARYING WRK-PASSE FROM 1 BY 1
                   WRK-EXP-PESO(WRK-IND) ' KG '
                   WRK-EXP-VALOR(WRK-IND)
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               IF WRK-EXP-OCO-SEQ(WRK-IND) NOT EQUAL ZEROS
                   MOVE WRK-EXP-FRETE(WRK-IND) TO WRK-FRETE-ED
                   MOVE 'REENVIO' TO WRK-LINHA-ED(56:7)
                   MOVE WRK-FRETE-ED TO WRK-LINHA-ED(64:9)
               END-IF
               MOVE WRK-LINHA-ED TO ROMANEIO-LINHA
               WRITE ROMANEIO-LINHA
           END-PERFORM.
               DISPLAY 'PEDIDOS.DAT INDISPONIVEL - ROMANEIO NAO '
                   'GRAVADO NOS PEDIDOS'
           ELSE
               IF WRK-QT-REENVIOS > ZEROS
                   OPEN I-O OCORRENC
               END-IF
               PERFORM VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QT-EXP
                   MOVE WRK-EXP-PEDIDO(WRK-IND) TO PED-NUMERO
                       NOT INVALID KEY
                           MOVE WRK-EXP-ROMANEIO(WRK-IND) TO
                               PED-ROMANEIO
                           MOVE WRK-EXP-TRANSP(WRK-IND) TO
                               PED-TRANSPORTADORA
                           REWRITE PEDIDO-REG
                           MOVE 'A' TO WRK-JRN-OPERACAO
                           PERFORM 0961-JORNAL-PEDIDOS
                           PERFORM 0510-AVISAR-EXPEDICAO
                           IF WRK-EXP-OCO-SEQ(WRK-IND) NOT EQUAL
                                   ZEROS
                               PERFORM 0520-BAIXAR-REENVIO
                           END-IF
                   END-READ
               END-PERFORM
               IF WRK-QT-REENVIOS > ZEROS
                   CLOSE OCORRENC
               END-IF
               CLOSE PEDIDOS
           END-IF.

       0510-AVISAR-EXPEDICAO.
           MOVE 'EXP' TO WRK-NTF-TIPO.
           MOVE PED-CLIENTE TO WRK-NTF-CLIENTE.
           MOVE PED-NUMERO TO WRK-NTF-PEDIDO.
           MOVE ZEROS TO WRK-NTF-PARCELA.
           MOVE PED-TOTAL TO WRK-NTF-VALOR.
           MOVE WRK-DATA-EXPED TO WRK-NTF-DATA-REF.
           MOVE PED-ROMANEIO TO WRK-NTF-REFERENCIA.
           CALL 'PROGCOBNTF' USING WRK-NTF-AREA.

       0520-BAIXAR-REENVIO.
           MOVE WRK-EXP-PEDIDO(WRK-IND) TO OCO-PEDIDO.
           MOVE WRK-EXP-OCO-SEQ(WRK-IND) TO OCO-SEQ.
           READ OCORRENC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-EXP-ROMANEIO(WRK-IND) TO
                       OCO-ROMANEIO-REENVIO
                   SET OCO-SIT-REENVIADA TO TRUE
                   REWRITE OCO-REG
           END-READ.

       0600-GRAVAR-CONTROLE.
           OPEN OUTPUT ROMCTRL.
           MOVE WRK-PROXIMO-ROM TO ROMCTRL-PROXIMO.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.

       0961-JORNAL-PEDIDOS.
           MOVE 'PEDIDOS' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-PEDIDOS TO WRK-JRN-FS.
           MOVE PEDIDO-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
