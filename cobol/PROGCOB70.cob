      * ENTREGA ALEM DO PRAZO PROMETIDO (DIAS DE PRAZO EM
      * PRAZOENT.DAT, PADRAO 7) E OS DIAS DE ATRASO, PARA O
      * ATENDIMENTO LIGAR ANTES DO CLIENTE
      * ATUALIZACAO: CONSULTA E EXCECOES MOSTRAM O ENDERECO DE
      * ENTREGA COPIADO NO PEDIDO (UF/CIDADE DE DESTINO), QUE PODE
      * SER UMA FILIAL E NAO O ENDERECO DE COBRANCA DO CLIENTE
      * ATUALIZACAO: EVENTO DE ENTREGA OU OCORRENCIA, DIGITADO OU
      * IMPORTADO, GERA AVISO AO CLIENTE NA FILA DE E-MAIL/SMS
      * (NOTIFICA.DAT VIA PROGCOBNTF)
      * ATUALIZACAO: OCORRENCIA DIGITADA OU IMPORTADA ABRE REGISTRO
      * EM OCORRENC.DAT COM O MOTIVO CLASSIFICADO; TRATAMENTO DA
      * OCORRENCIA (REENVIO NO PROXIMO ROMANEIO COM FRETE PROPRIO,
      * DEVOLUCAO A LOJA COM RETORNO DOS ITENS AO ESTOQUE OU
      * CANCELAMENTO PELO PROGCOB55) E LISTA DIARIA DAS
      * OCORRENCIAS EM ABERTO COM OS DIAS DE ESPERA (OCORREL.DAT)
      * ATUALIZACAO: CARRSTAT.DAT COM HEADER/TRAILER DE CONTROLE
      * (INTCTL) CONFERIDO PELA PROGCOBINT ANTES DA IMPORTACAO -
      * ARQUIVO DA TRANSPORTADORA INCOMPLETO OU JA IMPORTADO E
      * REJEITADO INTEIRO, SEM GRAVAR NENHUM EVENTO
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      * ATUALIZACAO: DEVOLUCAO A LOJA COM CONTAGEM DE INVENTARIO
      * ABERTA (INVLOJA.DAT - PROGCOB89) NAO E FEITA - A
      * OCORRENCIA FICA EM ABERTO ATE O AJUSTE DA CONTAGEM
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT PRAZOENT ASSIGN TO "PRAZOENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ATRASOREL.

           SELECT OCORRENC ASSIGN TO "OCORRENC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCO-CHAVE
               FILE STATUS IS WRK-FS-OCORRENC.

           SELECT OCORREL ASSIGN TO "OCORREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OCORREL.

           SELECT FRETES ASSIGN TO "FRETES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETES.

           SELECT VENDIT ASSIGN TO "VENDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDIT-CHAVE
               FILE STATUS IS WRK-FS-VENDIT.

           SELECT ESTOQUE ASSIGN TO "ESTOQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT INVLOJA ASSIGN TO "INVLOJA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVL-LOJA
               FILE STATUS IS WRK-FS-INVLOJA.

       DATA DIVISION.
       FILE SECTION.
       FD  RASTREIO.
           02  CARR-DATA           PIC 9(08).
           02  CARR-EVENTO         PIC X(01).
           02  CARR-OBSERVACAO     PIC X(30).
           02  CARR-MOTIVO         PIC X(02).
           COPY INTCTL.

       FD  PEDIDOS.
           COPY PEDREG.
       FD  ATRASOREL.
       01  ATRASOREL-LINHA         PIC X(90).

       FD  OCORRENC.
           COPY OCOREG.

       FD  OCORREL.
       01  OCORREL-LINHA           PIC X(100).

       FD  FRETES.
           COPY FRETEREG.

       FD  VENDIT.
           COPY VENDITRG.

       FD  ESTOQUE.
           COPY ESTREG.

       FD  INVLOJA.
           COPY INVLREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-RASTREIO   PIC X(02)      VALUE SPACES.
       77 WRK-FS-CARRSTAT   PIC X(02)      VALUE SPACES.
       77 WRK-FS-PEDIDOS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-PRAZOENT   PIC X(02)      VALUE SPACES.
       77 WRK-FS-ATRASOREL  PIC X(02)      VALUE SPACES.
       77 WRK-FS-OCORRENC   PIC X(02)      VALUE SPACES.
       77 WRK-FS-OCORREL    PIC X(02)      VALUE SPACES.
       77 WRK-FS-FRETES     PIC X(02)      VALUE SPACES.
       77 WRK-FS-VENDIT     PIC X(02)      VALUE SPACES.
       77 WRK-FS-ESTOQUE    PIC X(02)      VALUE SPACES.
       77 WRK-FS-INVLOJA    PIC X(02)      VALUE SPACES.
       77 WRK-CONGELADA     PIC X(01)      VALUE 'N'.
           88 WRK-LOJA-CONGELADA   VALUE 'S'.
       77 WRK-FIM-OCO-FLAG  PIC X(01)      VALUE 'N'.
           88 WRK-FIM-OCO          VALUE 'S'.
       77 WRK-PENDENTE-FLAG PIC X(01)      VALUE 'N'.
           88 WRK-OCO-PENDENTE     VALUE 'S'.
       77 WRK-PEDIDO-FLAG   PIC X(01)      VALUE 'N'.
           88 WRK-PEDIDO-ACHADO    VALUE 'S'.
       77 WRK-MOTIVO-OCO    PIC X(02)      VALUE SPACES.
           88 WRK-MOTIVO-OK        VALUE 'AU' 'EI' 'RE' 'AV'
                                         'EX' 'OU'.
       77 WRK-MOTIVO-DESC   PIC X(20)      VALUE SPACES.
       77 WRK-SEQ-OCO       PIC 9(03)      VALUE ZEROS.
       77 WRK-SOLUCAO       PIC X(01)      VALUE SPACES.
       77 WRK-CONFIRMA      PIC X(01)      VALUE SPACES.
           88 WRK-CONFIRMA-SIM     VALUE 'S'.
       77 WRK-TRANSP-REENVIO PIC X(03)     VALUE SPACES.
       77 WRK-FRETE-REENVIO PIC 9(06)V99   VALUE ZEROS.
       77 WRK-FRETE-ED      PIC ZZZZZ9,99  VALUE ZEROS.
       77 WRK-QT-ABERTAS    PIC 9(04)      VALUE ZEROS.
       77 WRK-QT-AG-REENVIO PIC 9(04)      VALUE ZEROS.
       77 WRK-DIAS-ABERTA   PIC S9(08)     VALUE ZEROS.
       77 WRK-DIAS-ED       PIC ZZZ9       VALUE ZEROS.
       77 WRK-QT-DEVOLVIDOS PIC 9(03)      VALUE ZEROS.
       77 WRK-IND-COMP      PIC 9(02)      VALUE ZEROS.
       77 WRK-QTDE-DEVOLVER PIC 9(09)      VALUE ZEROS.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-LINHA-ED      PIC X(90)      VALUE SPACES.
       01 WRK-NTF-AREA.
           02 WRK-NTF-TIPO         PIC X(03).
           02 WRK-NTF-CLIENTE      PIC 9(06).
           02 WRK-NTF-PEDIDO       PIC 9(08).
           02 WRK-NTF-PARCELA      PIC 9(02).
           02 WRK-NTF-VALOR        PIC 9(08)V99.
           02 WRK-NTF-DATA-REF     PIC 9(08).
           02 WRK-NTF-REFERENCIA   PIC X(10).
           02 WRK-NTF-RETORNO      PIC X(01).
       01 WRK-KIT-AREA.
           02 WRK-KIT-PRODUTO      PIC X(10).
           02 WRK-KIT-QT-COMP      PIC 9(02).
           02 WRK-KIT-COMP OCCURS 20 TIMES.
               03 WRK-KIT-COMPONENTE PIC X(10).
               03 WRK-KIT-QTDE       PIC 9(05).

       01 WRK-INT-AREA.
           02 WRK-INT-FUNCAO       PIC X(01).
           02 WRK-INT-PROGRAMA     PIC X(10).
           02 WRK-INT-INTERFACE    PIC X(08).
           02 WRK-INT-REGISTRO     PIC X(27).
           02 WRK-INT-VALOR-DETALHE PIC 9(13)V99.
           02 WRK-INT-QT-HEADER    PIC 9(03).
           02 WRK-INT-QT-TRAILER   PIC 9(03).
           02 WRK-INT-FORA-ORDEM   PIC X(01).
           02 WRK-INT-REMETENTE    PIC X(10).
           02 WRK-INT-DATA-GERACAO PIC 9(08).
           02 WRK-INT-SEQUENCIA    PIC 9(06).
           02 WRK-INT-QTDE-TRAILER PIC 9(07).
           02 WRK-INT-VALOR-TRAILER PIC 9(13)V99.
           02 WRK-INT-QTDE-LIDA    PIC 9(07).
           02 WRK-INT-VALOR-LIDO   PIC 9(13)V99.
           02 WRK-INT-MOTIVO       PIC X(40).
           02 WRK-INT-RETORNO      PIC X(01)      VALUE '0'.
               88 WRK-INT-ACEITO       VALUE '0'.
               88 WRK-INT-REJEITADO    VALUE '1'.
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB70'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY '2 - IMPORTAR STATUS DA TRANSPORTADORA'.
           DISPLAY '3 - CONSULTAR EVENTOS DE UM PEDIDO'.
           DISPLAY '4 - EXCECOES DE ENTREGA ATRASADA'.
           DISPLAY '5 - TRATAR OCORRENCIA DE ENTREGA'.
           DISPLAY '6 - OCORRENCIAS EM ABERTO'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
                   PERFORM 3000-CONSULTAR-EVENTOS
               WHEN '4'
                   PERFORM 4000-EXCECOES-ATRASO
               WHEN '5'
                   PERFORM 5000-TRATAR-OCORRENCIA
               WHEN '6'
                   PERFORM 6000-OCORRENCIAS-ABERTAS
               WHEN 'X'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
           ACCEPT RAST-EVENTO.
           DISPLAY 'OBSERVACAO: '.
           ACCEPT RAST-OBSERVACAO.
           IF RAST-OCORRENCIA
               MOVE SPACES TO WRK-MOTIVO-OCO
               PERFORM UNTIL WRK-MOTIVO-OK
                   DISPLAY 'MOTIVO - (AU)SENTE (EI) ENDERECO '
                       'INCORRETO (RE)CUSA (AV)ARIA (EX)TRAVIO '
                       '(OU)TROS: '
                   ACCEPT WRK-MOTIVO-OCO
               END-PERFORM
           END-IF.
           WRITE RASTREIO-REG.
           CLOSE RASTREIO.
           DISPLAY 'EVENTO REGISTRADO'.
           PERFORM 1100-AVISAR-CLIENTE.
           IF RAST-OCORRENCIA
               PERFORM 1200-ABRIR-OCORRENCIA
           END-IF.

      * SO A ENTREGA E O PROBLEMA NA ENTREGA VIRAM AVISO - O
      * EMBARQUE JA FOI AVISADO NO ROMANEIO
       1100-AVISAR-CLIENTE.
           IF RAST-ENTREGUE OR RAST-OCORRENCIA
               OPEN INPUT PEDIDOS
               IF WRK-FS-PEDIDOS EQUAL '00'
                   MOVE RAST-PEDIDO TO PED-NUMERO
                   READ PEDIDOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 1110-CHAMAR-AVISO
                   END-READ
                   CLOSE PEDIDOS
               END-IF
           END-IF.

       1110-CHAMAR-AVISO.
           IF RAST-ENTREGUE
               MOVE 'ENT' TO WRK-NTF-TIPO
           ELSE
               MOVE 'OCO' TO WRK-NTF-TIPO
           END-IF.
           MOVE PED-CLIENTE TO WRK-NTF-CLIENTE.
           MOVE PED-NUMERO TO WRK-NTF-PEDIDO.
           MOVE ZEROS TO WRK-NTF-PARCELA.
           MOVE PED-TOTAL TO WRK-NTF-VALOR.
           MOVE RAST-DATA TO WRK-NTF-DATA-REF.
           MOVE PED-ROMANEIO TO WRK-NTF-REFERENCIA.
           CALL 'PROGCOBNTF' USING WRK-NTF-AREA.

      * UMA OCORRENCIA POR VEZ - ENQUANTO A ANTERIOR NAO FOR
      * TRATADA (OU O REENVIO NAO SAIR NO ROMANEIO) A NOVA
      * TENTATIVA FRUSTRADA FICA SO NO RASTREIO
       1200-ABRIR-OCORRENCIA.
           OPEN I-O OCORRENC.
           IF WRK-FS-OCORRENC EQUAL '35'
               OPEN OUTPUT OCORRENC
               CLOSE OCORRENC
               OPEN I-O OCORRENC
           END-IF.
           MOVE RAST-PEDIDO TO WRK-PEDIDO-BUSCA.
           PERFORM 1210-PERCORRER-OCORRENCIAS.
           IF WRK-OCO-PENDENTE
               DISPLAY 'PEDIDO ' RAST-PEDIDO ' JA TEM OCORRENCIA '
                   'EM TRATAMENTO - EVENTO SO NO RASTREIO'
           ELSE
               MOVE SPACES TO OCO-REG
               MOVE RAST-PEDIDO TO OCO-PEDIDO
               COMPUTE OCO-SEQ = WRK-SEQ-OCO + 1
               PERFORM 1220-DADOS-DO-PEDIDO
               MOVE WRK-MOTIVO-OCO TO OCO-MOTIVO
               MOVE RAST-OBSERVACAO TO OCO-OBSERVACAO
               MOVE RAST-DATA TO OCO-DATA-ABERTURA
               SET OCO-SIT-ABERTA TO TRUE
               MOVE ZEROS TO OCO-DATA-SOLUCAO
               MOVE ZEROS TO OCO-FRETE-REENVIO
               MOVE ZEROS TO OCO-ROMANEIO-REENVIO
               WRITE OCO-REG
               DISPLAY 'OCORRENCIA ' OCO-SEQ ' ABERTA PARA O '
                   'PEDIDO ' OCO-PEDIDO ' - MOTIVO ' OCO-MOTIVO
           END-IF.
           CLOSE OCORRENC.

      * GUARDA A MAIOR SEQUENCIA DO PEDIDO E LIGA WRK-OCO-PENDENTE
      * SE ALGUMA AINDA ESTA ABERTA OU AGUARDANDO O REENVIO
       1210-PERCORRER-OCORRENCIAS.
           MOVE ZEROS TO WRK-SEQ-OCO.
           MOVE 'N' TO WRK-PENDENTE-FLAG.
           MOVE 'N' TO WRK-FIM-OCO-FLAG.
           MOVE WRK-PEDIDO-BUSCA TO OCO-PEDIDO.
           MOVE ZEROS TO OCO-SEQ.
           START OCORRENC KEY IS NOT LESS THAN OCO-CHAVE
               INVALID KEY
                   SET WRK-FIM-OCO TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-OCO
               READ OCORRENC NEXT RECORD
                   AT END
                       SET WRK-FIM-OCO TO TRUE
                   NOT AT END
                       IF OCO-PEDIDO NOT EQUAL WRK-PEDIDO-BUSCA
                           SET WRK-FIM-OCO TO TRUE
                       ELSE
                           MOVE OCO-SEQ TO WRK-SEQ-OCO
                           IF OCO-SIT-ABERTA OR OCO-SIT-REENVIO
                               SET WRK-OCO-PENDENTE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       1220-DADOS-DO-PEDIDO.
           MOVE SPACES TO OCO-TRANSPORTADORA.
           MOVE ZEROS TO OCO-ROMANEIO-ORIGEM.
           OPEN INPUT PEDIDOS.
           IF WRK-FS-PEDIDOS EQUAL '00'
               MOVE RAST-PEDIDO TO PED-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PED-TRANSPORTADORA TO
                           OCO-TRANSPORTADORA
                       MOVE PED-ROMANEIO TO OCO-ROMANEIO-ORIGEM
               END-READ
               CLOSE PEDIDOS
           END-IF.

       2000-IMPORTAR-STATUS.
           MOVE ZEROS TO WRK-QT-IMPORTADOS.
           IF WRK-FS-CARRSTAT NOT EQUAL '00'
               DISPLAY 'ARQUIVO CARRSTAT.DAT NAO ENCONTRADO'
           ELSE
               PERFORM 2010-CONFERIR-CONTROLE
               ACCEPT WRK-HORA-AGORA FROM TIME
               OPEN EXTEND RASTREIO
               IF WRK-FS-RASTREIO EQUAL '35'
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF NOT INT-REG-CONTROLE
                               MOVE SPACES TO RASTREIO-REG
                               MOVE CARR-PEDIDO TO RAST-PEDIDO
                               MOVE CARR-DATA TO RAST-DATA
                               MOVE WRK-HORA-AGORA TO RAST-HORA
                               MOVE CARR-EVENTO TO RAST-EVENTO
                               MOVE CARR-OBSERVACAO TO
                                   RAST-OBSERVACAO
                               WRITE RASTREIO-REG
                               ADD 1 TO WRK-QT-IMPORTADOS
                               PERFORM 1100-AVISAR-CLIENTE
                               IF RAST-OCORRENCIA
                                   MOVE CARR-MOTIVO TO WRK-MOTIVO-OCO
                                   IF NOT WRK-MOTIVO-OK
                                       MOVE 'OU' TO WRK-MOTIVO-OCO
                                   END-IF
                                   PERFORM 1200-ABRIR-OCORRENCIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRSTAT
               CLOSE RASTREIO
               IF WRK-INT-ACEITO
                   MOVE 'R' TO WRK-INT-FUNCAO
                   CALL 'PROGCOBINT' USING WRK-INT-AREA
               END-IF
               DISPLAY 'EVENTOS IMPORTADOS: ' WRK-QT-IMPORTADOS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

      * PRIMEIRA PASSADA NO ARQUIVO DA TRANSPORTADORA SO PARA
      * CONFERIR HEADER, TRAILER E SEQUENCIA - EVENTO DE RASTREIO
      * NAO TEM VALOR NO TRAILER
       2010-CONFERIR-CONTROLE.
           MOVE 'PROGCOB70' TO WRK-INT-PROGRAMA.
           MOVE 'CARRSTAT' TO WRK-INT-INTERFACE.
           MOVE 'I' TO WRK-INT-FUNCAO.
           CALL 'PROGCOBINT' USING WRK-INT-AREA.
           MOVE 'A' TO WRK-INT-FUNCAO.
           MOVE ZEROS TO WRK-INT-VALOR-DETALHE.
           PERFORM UNTIL WRK-FIM-ARQ
               READ CARRSTAT
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE INT-CONTROLE TO WRK-INT-REGISTRO
                       CALL 'PROGCOBINT' USING WRK-INT-AREA
               END-READ
           END-PERFORM.
           CLOSE CARRSTAT.
           MOVE 'V' TO WRK-INT-FUNCAO.
           CALL 'PROGCOBINT' USING WRK-INT-AREA.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CARRSTAT.
           IF WRK-INT-REJEITADO
               DISPLAY 'ARQUIVO CARRSTAT.DAT REJEITADO - '
                   WRK-INT-MOTIVO
               SET WRK-FIM-ARQ TO TRUE
           END-IF.

       3000-CONSULTAR-EVENTOS.
           DISPLAY 'NUMERO DO PEDIDO: '.
           ACCEPT WRK-PEDIDO-BUSCA.
           PERFORM 3100-EXIBIR-DESTINO.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT RASTREIO.
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       3100-EXIBIR-DESTINO.
           OPEN INPUT PEDIDOS.
           IF WRK-FS-PEDIDOS EQUAL '00'
               MOVE WRK-PEDIDO-BUSCA TO PED-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       DISPLAY 'PEDIDO NAO ENCONTRADO EM PEDIDOS.DAT'
                   NOT INVALID KEY
                       DISPLAY 'TRANSPORTADORA: ' PED-TRANSPORTADORA
                           '  ROMANEIO: ' PED-ROMANEIO
                       DISPLAY 'ENTREGA: ' PED-ENT-LOGRADOURO
                       DISPLAY '         ' PED-ENT-CIDADE ' '
                           PED-UF ' CEP ' PED-ENT-CEP
               END-READ
               CLOSE PEDIDOS
           END-IF.

      * EMBARCADO = PEDIDO COM ROMANEIO GRAVADO; SEM EVENTO DE
      * ENTREGA E COM A DATA PROMETIDA (EXPEDICAO + PRAZO) JA
      * PASSADA, ELE ENTRA NA EXCECAO COM OS DIAS DE ATRASO
                   WRK-DATASYS ' (PRAZO ' WRK-PRAZO-DIAS ' DIAS)'
                   DELIMITED BY SIZE INTO ATRASOREL-LINHA
               WRITE ATRASOREL-LINHA
               MOVE
                   'PEDIDO   TRA EXPEDIDO EM DIAS DE ATRASO  UF CIDADE'
                   TO ATRASOREL-LINHA
               WRITE ATRASOREL-LINHA
               MOVE LOW-VALUES TO PED-NUMERO
                       STRING PED-NUMERO ' '
                           PED-TRANSPORTADORA ' '
                           PED-DATA '     ' WRK-DIAS-ATRASO
                           ' ' PED-UF ' ' PED-ENT-CIDADE
                           DELIMITED BY SIZE INTO WRK-LINHA-ED
                       MOVE WRK-LINHA-ED TO ATRASOREL-LINHA
                       WRITE ATRASOREL-LINHA
               CLOSE RASTREIO
               MOVE '00' TO WRK-FS-RASTREIO
           END-IF.

      * SO A OCORRENCIA ABERTA RECEBE SOLUCAO; O PEDIDO CANCELADO
      * SO PODE TER A OCORRENCIA ENCERRADA COMO CANCELADA
       5000-TRATAR-OCORRENCIA.
           DISPLAY 'NUMERO DO PEDIDO: '.
           ACCEPT WRK-PEDIDO-BUSCA.
           OPEN I-O OCORRENC.
           IF WRK-FS-OCORRENC NOT EQUAL '00'
               DISPLAY 'NENHUMA OCORRENCIA REGISTRADA'
           ELSE
               PERFORM 5010-LOCALIZAR-ABERTA
               IF WRK-SEQ-OCO EQUAL ZEROS
                   DISPLAY 'PEDIDO SEM OCORRENCIA ABERTA'
               ELSE
                   MOVE WRK-PEDIDO-BUSCA TO OCO-PEDIDO
                   MOVE WRK-SEQ-OCO TO OCO-SEQ
                   READ OCORRENC
                   MOVE OCO-MOTIVO TO WRK-MOTIVO-OCO
                   PERFORM 6100-DESCREVER-MOTIVO
                   DISPLAY 'OCORRENCIA ' OCO-SEQ ' DE '
                       OCO-DATA-ABERTURA ' - ' OCO-MOTIVO ' '
                       WRK-MOTIVO-DESC
                   DISPLAY 'OBSERVACAO: ' OCO-OBSERVACAO
                   DISPLAY 'TRANSPORTADORA: ' OCO-TRANSPORTADORA
                       '  ROMANEIO: ' OCO-ROMANEIO-ORIGEM
                   PERFORM 5020-DECIDIR-SOLUCAO
               END-IF
               CLOSE OCORRENC
           END-IF.

       5010-LOCALIZAR-ABERTA.
           MOVE ZEROS TO WRK-SEQ-OCO.
           MOVE 'N' TO WRK-FIM-OCO-FLAG.
           MOVE WRK-PEDIDO-BUSCA TO OCO-PEDIDO.
           MOVE ZEROS TO OCO-SEQ.
           START OCORRENC KEY IS NOT LESS THAN OCO-CHAVE
               INVALID KEY
                   SET WRK-FIM-OCO TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-OCO
               READ OCORRENC NEXT RECORD
                   AT END
                       SET WRK-FIM-OCO TO TRUE
                   NOT AT END
                       IF OCO-PEDIDO NOT EQUAL WRK-PEDIDO-BUSCA
                           SET WRK-FIM-OCO TO TRUE
                       ELSE
                           IF OCO-SIT-ABERTA
                               MOVE OCO-SEQ TO WRK-SEQ-OCO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       5020-DECIDIR-SOLUCAO.
           MOVE 'N' TO WRK-PEDIDO-FLAG.
           OPEN INPUT PEDIDOS.
           IF WRK-FS-PEDIDOS EQUAL '00'
               MOVE WRK-PEDIDO-BUSCA TO PED-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WRK-PEDIDO-ACHADO TO TRUE
               END-READ
           END-IF.
           IF NOT WRK-PEDIDO-ACHADO
               DISPLAY 'PEDIDO NAO ENCONTRADO EM PEDIDOS.DAT - '
                   'OCORRENCIA NAO TRATADA'
           ELSE
               DISPLAY 'SOLUCAO - (R)EENVIAR (D)EVOLVER A LOJA '
                   '(C)ANCELAR (X) VOLTAR: '
               ACCEPT WRK-SOLUCAO
               EVALUATE WRK-SOLUCAO
                   WHEN 'R'
                       PERFORM 5100-REENVIAR
                   WHEN 'D'
                       PERFORM 5200-DEVOLVER-LOJA
                   WHEN 'C'
                       PERFORM 5300-CANCELAR
                   WHEN OTHER
                       DISPLAY 'OCORRENCIA MANTIDA EM ABERTO'
               END-EVALUATE
           END-IF.
           IF WRK-FS-PEDIDOS EQUAL '00'
               CLOSE PEDIDOS
           END-IF.

      * O PEDIDO VOLTA NO PROXIMO ROMANEIO DO PROGCOB69 PELA
      * TRANSPORTADORA ESCOLHIDA; O FRETE DO REENVIO FICA NA
      * OCORRENCIA E ENTRA EM FRETES.DAT COMO UM EMBARQUE NOVO
       5100-REENVIAR.
           IF PED-SIT-CANCELADO
               DISPLAY 'PEDIDO CANCELADO - NAO PODE SER REENVIADO'
           ELSE
               DISPLAY 'TRANSPORTADORA DO REENVIO (BRANCO = '
                   PED-TRANSPORTADORA '): '
               ACCEPT WRK-TRANSP-REENVIO
               IF WRK-TRANSP-REENVIO EQUAL SPACES
                   MOVE PED-TRANSPORTADORA TO WRK-TRANSP-REENVIO
               END-IF
               DISPLAY 'FRETE COTADO DO REENVIO: '
               ACCEPT WRK-FRETE-REENVIO
               MOVE WRK-TRANSP-REENVIO TO OCO-TRANSP-REENVIO
               MOVE WRK-FRETE-REENVIO TO OCO-FRETE-REENVIO
               MOVE WRK-DATASYS TO OCO-DATA-SOLUCAO
               SET OCO-SIT-REENVIO TO TRUE
               REWRITE OCO-REG
               PERFORM 5110-GRAVAR-FRETE
               MOVE WRK-FRETE-REENVIO TO WRK-FRETE-ED
               DISPLAY 'REENVIO PELA ' WRK-TRANSP-REENVIO
                   ' COM FRETE ' WRK-FRETE-ED
                   ' - PEDIDO ENTRA NO PROXIMO ROMANEIO'
           END-IF.

       5110-GRAVAR-FRETE.
           OPEN EXTEND FRETES.
           IF WRK-FS-FRETES EQUAL '35'
               OPEN OUTPUT FRETES
           END-IF.
           MOVE SPACES TO FRETE-REG.
           STRING 'REENVIO ' PED-NUMERO
               DELIMITED BY SIZE INTO FRETE-PRODUTO.
           MOVE PED-UF TO FRETE-UF.
           MOVE PED-PESO TO FRETE-PESO.
           MOVE PED-VALOR-ITENS TO FRETE-VALOR.
           MOVE WRK-FRETE-REENVIO TO FRETE-VALOR-FRETE.
           MOVE ZEROS TO FRETE-ALIQ-ICMS.
           MOVE ZEROS TO FRETE-ICMS.
           MOVE WRK-FRETE-REENVIO TO FRETE-TOTAL.
           MOVE WRK-TRANSP-REENVIO TO FRETE-TRANSPORTADORA.
           MOVE WRK-DATASYS TO FRETE-DATA.
           WRITE FRETE-REG.
           CLOSE FRETES.

      * A MERCADORIA VOLTA PARA A LOJA DO PEDIDO - OS ITENS SAO
      * DEVOLVIDOS AO ESTOQUE COMO NO CANCELAMENTO (PROGCOB55),
      * QUE DEPOIS NAO DEVOLVE DE NOVO
       5200-DEVOLVER-LOJA.
           MOVE 'N' TO WRK-CONGELADA.
           IF PED-SIT-CONFIRMADO
               PERFORM 5205-VERIFICAR-CONGELAMENTO
           END-IF.
           EVALUATE TRUE
               WHEN NOT PED-SIT-CONFIRMADO
                   DISPLAY 'SO PEDIDO CONFIRMADO TEM ITENS A '
                       'DEVOLVER AO ESTOQUE'
               WHEN WRK-LOJA-CONGELADA
                   DISPLAY 'LOJA ' PED-LOJA ' COM CONTAGEM DE '
                       'INVENTARIO ABERTA - OCORRENCIA MANTIDA EM '
                       'ABERTO, DEVOLVER DEPOIS DO AJUSTE'
               WHEN OTHER
                   DISPLAY 'CONFIRMA A DEVOLUCAO A LOJA ' PED-LOJA
                       ' (S/N): '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA-SIM
                       PERFORM 5210-DEVOLVER-ESTOQUE
                       MOVE WRK-DATASYS TO OCO-DATA-SOLUCAO
                       SET OCO-SIT-DEVOLVIDA TO TRUE
                       REWRITE OCO-REG
                       DISPLAY 'OCORRENCIA ENCERRADA - DEVOLVIDA A '
                           'LOJA'
                       DISPLAY 'CANCELAMENTO E CREDITO DO CLIENTE, '
                           'SE HOUVER, SAO FEITOS NO PROGCOB55'
                   ELSE
                       DISPLAY 'DEVOLUCAO ABANDONADA'
                   END-IF
           END-EVALUATE.

      * COM A CONTAGEM DA LOJA ABERTA O SALDO ESTA CONGELADO, COMO
      * NA CONFIRMACAO (PROGCOB39) E NA ENTRADA DE MERCADORIA
      * (PROGCOB52)
       5205-VERIFICAR-CONGELAMENTO.
           OPEN INPUT INVLOJA.
           IF WRK-FS-INVLOJA EQUAL '00'
               MOVE PED-LOJA TO INVL-LOJA
               READ INVLOJA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INVL-SIT-ABERTA
                           SET WRK-LOJA-CONGELADA TO TRUE
                       END-IF
               END-READ
               CLOSE INVLOJA
           END-IF.

       5210-DEVOLVER-ESTOQUE.
           MOVE ZEROS TO WRK-QT-DEVOLVIDOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT VENDIT.
           IF WRK-FS-VENDIT NOT EQUAL '00'
               DISPLAY 'VENDIT.DAT INDISPONIVEL - ESTOQUE NAO '
                   'DEVOLVIDO'
           ELSE
               OPEN I-O ESTOQUE
               IF WRK-FS-ESTOQUE EQUAL '35'
                   OPEN OUTPUT ESTOQUE
                   CLOSE ESTOQUE
                   OPEN I-O ESTOQUE
               END-IF
               MOVE PED-DATA TO VENDIT-DATA
               MOVE ZEROS TO VENDIT-SEQ
               START VENDIT KEY IS NOT LESS THAN VENDIT-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ VENDIT NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF VENDIT-DATA NOT EQUAL PED-DATA
                               SET WRK-FIM-ARQ TO TRUE
                           ELSE
                               IF VENDIT-PEDIDO EQUAL PED-NUMERO
                                   PERFORM 5220-DEVOLVER-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTOQUE
               CLOSE VENDIT
               DISPLAY WRK-QT-DEVOLVIDOS ' ITEM(NS) DEVOLVIDO(S) AO '
                   'ESTOQUE DA LOJA ' PED-LOJA
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       5220-DEVOLVER-ITEM.
           ADD 1 TO WRK-QT-DEVOLVIDOS.
           MOVE VENDIT-PRODUTO TO WRK-KIT-PRODUTO.
           CALL 'PROGCOBKIT' USING WRK-KIT-AREA.
           IF WRK-KIT-QT-COMP EQUAL ZEROS
               MOVE VENDIT-PRODUTO TO EST-PRODUTO
               MOVE VENDIT-QTDE TO WRK-QTDE-DEVOLVER
               PERFORM 5230-SOMAR-SALDO
           ELSE
               PERFORM VARYING WRK-IND-COMP FROM 1 BY 1
                       UNTIL WRK-IND-COMP > WRK-KIT-QT-COMP
                   MOVE WRK-KIT-COMPONENTE(WRK-IND-COMP) TO
                       EST-PRODUTO
                   COMPUTE WRK-QTDE-DEVOLVER = VENDIT-QTDE *
                       WRK-KIT-QTDE(WRK-IND-COMP)
                   PERFORM 5230-SOMAR-SALDO
               END-PERFORM
           END-IF.

       5230-SOMAR-SALDO.
           MOVE VENDIT-LOJA TO EST-LOJA.
           READ ESTOQUE
               INVALID KEY
                   MOVE WRK-QTDE-DEVOLVER TO EST-SALDO
                   MOVE ZEROS TO EST-MINIMO
                   WRITE EST-REG
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 0963-JORNAL-ESTOQUE
               NOT INVALID KEY
                   ADD WRK-QTDE-DEVOLVER TO EST-SALDO
                   REWRITE EST-REG
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 0963-JORNAL-ESTOQUE
           END-READ.

      * O CANCELAMENTO MEXE EM VENDAS, PARCELAS E CREDITO E E
      * RESTRITO AO ADMINISTRADOR - AQUI SO SE ENCERRA A
      * OCORRENCIA DO PEDIDO QUE O PROGCOB55 JA CANCELOU
       5300-CANCELAR.
           IF PED-SIT-CANCELADO
               MOVE WRK-DATASYS TO OCO-DATA-SOLUCAO
               SET OCO-SIT-CANCELADA TO TRUE
               REWRITE OCO-REG
               DISPLAY 'OCORRENCIA ENCERRADA - PEDIDO CANCELADO'
           ELSE
               DISPLAY 'O CANCELAMENTO DO PEDIDO E FEITO PELO '
                   'ADMINISTRADOR NO PROGCOB55, QUE TAMBEM '
                   'ENCERRA A OCORRENCIA'
           END-IF.

      * ABERTA = AGUARDANDO SOLUCAO; REENVIO = SOLUCAO DADA MAS O
      * PEDIDO AINDA NAO SAIU NO ROMANEIO - AS DUAS CONTAM OS DIAS
      * DESDE A ABERTURA
       6000-OCORRENCIAS-ABERTAS.
           MOVE ZEROS TO WRK-QT-ABERTAS.
           MOVE ZEROS TO WRK-QT-AG-REENVIO.
           MOVE 'N' TO WRK-FIM-OCO-FLAG.
           OPEN INPUT OCORRENC.
           IF WRK-FS-OCORRENC NOT EQUAL '00'
               DISPLAY 'NENHUMA OCORRENCIA REGISTRADA'
           ELSE
               OPEN OUTPUT OCORREL
               MOVE SPACES TO OCORREL-LINHA
               STRING 'PROGCOB70 - OCORRENCIAS DE ENTREGA EM ABERTO'
                   ' - ' WRK-DATASYS
                   DELIMITED BY SIZE INTO OCORREL-LINHA
               WRITE OCORREL-LINHA
               MOVE 'PEDIDO   SEQ TRA ABERTA EM DIAS MOTIVO'
                   TO OCORREL-LINHA
               MOVE 'SITUACAO   OBSERVACAO' TO OCORREL-LINHA(57:21)
               WRITE OCORREL-LINHA
               MOVE LOW-VALUES TO OCO-CHAVE
               START OCORRENC KEY IS NOT LESS THAN OCO-CHAVE
                   INVALID KEY
                       SET WRK-FIM-OCO TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-OCO
                   READ OCORRENC NEXT RECORD
                       AT END
                           SET WRK-FIM-OCO TO TRUE
                       NOT AT END
                           IF OCO-SIT-ABERTA OR OCO-SIT-REENVIO
                               PERFORM 6010-LISTAR-OCORRENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OCORRENC
               MOVE SPACES TO OCORREL-LINHA
               WRITE OCORREL-LINHA
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'AGUARDANDO SOLUCAO: ' WRK-QT-ABERTAS
                   '  AGUARDANDO ROMANEIO DE REENVIO: '
                   WRK-QT-AG-REENVIO
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO OCORREL-LINHA
               WRITE OCORREL-LINHA
               CLOSE OCORREL
               DISPLAY 'OCORRENCIAS EM ABERTO GRAVADAS EM '
                   'OCORREL.DAT - ' WRK-QT-ABERTAS ' ABERTA(S) E '
                   WRK-QT-AG-REENVIO ' AGUARDANDO REENVIO'
           END-IF.

       6010-LISTAR-OCORRENCIA.
           MOVE 'D' TO WRK-DATA-FUNCAO.
           MOVE OCO-DATA-ABERTURA TO WRK-DATA-SERVICO.
           MOVE WRK-DATASYS TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DIAS-ABERTA WRK-DATA-VALIDA.
           IF NOT WRK-DATA-OK OR WRK-DIAS-ABERTA < ZEROS
               MOVE ZEROS TO WRK-DIAS-ABERTA
           END-IF.
           MOVE WRK-DIAS-ABERTA TO WRK-DIAS-ED.
           MOVE OCO-MOTIVO TO WRK-MOTIVO-OCO.
           PERFORM 6100-DESCREVER-MOTIVO.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING OCO-PEDIDO ' ' OCO-SEQ ' ' OCO-TRANSPORTADORA ' '
               OCO-DATA-ABERTURA '  ' WRK-DIAS-ED ' ' OCO-MOTIVO
               ' ' WRK-MOTIVO-DESC
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO OCORREL-LINHA.
           IF OCO-SIT-REENVIO
               ADD 1 TO WRK-QT-AG-REENVIO
               MOVE 'REENVIO' TO OCORREL-LINHA(57:10)
           ELSE
               ADD 1 TO WRK-QT-ABERTAS
               MOVE 'ABERTA' TO OCORREL-LINHA(57:10)
           END-IF.
           MOVE OCO-OBSERVACAO TO OCORREL-LINHA(68:30).
           WRITE OCORREL-LINHA.

       6100-DESCREVER-MOTIVO.
           EVALUATE WRK-MOTIVO-OCO
               WHEN 'AU'
                   MOVE 'DESTINATARIO AUSENTE' TO WRK-MOTIVO-DESC
               WHEN 'EI'
                   MOVE 'ENDERECO INCORRETO' TO WRK-MOTIVO-DESC
               WHEN 'RE'
                   MOVE 'RECUSADO NA ENTREGA' TO WRK-MOTIVO-DESC
               WHEN 'AV'
                   MOVE 'MERCADORIA AVARIADA' TO WRK-MOTIVO-DESC
               WHEN 'EX'
                   MOVE 'EXTRAVIO' TO WRK-MOTIVO-DESC
               WHEN OTHER
                   MOVE 'OUTROS' TO WRK-MOTIVO-DESC
           END-EVALUATE.

       0963-JORNAL-ESTOQUE.
           MOVE 'ESTOQUE' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-ESTOQUE TO WRK-JRN-FS.
           MOVE EST-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
