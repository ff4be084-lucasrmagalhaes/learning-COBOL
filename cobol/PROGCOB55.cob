      * E O ANTES/DEPOIS FICA NO DIARIO DE ESTORNOS
      * (ESTORNOS.DAT) COM OPERADOR, DATA E HORA, COMO O
      * PROGCOB38 FAZ COM OS AJUSTES DE VENDA
      * ATUALIZACAO: PEDIDO CONFIRMADO DEVOLVE AO ESTOQUE DA LOJA
      * (ESTOQUE.DAT) OS ITENS GRAVADOS EM VENDIT.DAT NA
      * CONFIRMACAO - ITEM DE KIT (PROGCOBKIT) DEVOLVE CADA
      * COMPONENTE NA QUANTIDADE DA COMPOSICAO
      * ATUALIZACAO: ESTORNO DOS PONTOS DE FIDELIDADE GANHOS COM
      * AS PARCELAS PAGAS DO PEDIDO (PROGCOBPTS)
      * ATUALIZACAO: O CANCELAMENTO ENCERRA A OCORRENCIA DE ENTREGA
      * DO PEDIDO AINDA EM TRATAMENTO (OCORRENC.DAT); SE A
      * MERCADORIA JA FOI DEVOLVIDA A LOJA NA OCORRENCIA, O
      * ESTOQUE NAO E DEVOLVIDO DE NOVO
      * ATUALIZACAO: PEDIDO FATURADO CANCELA A NOTA FISCAL
      * ELETRONICA PELO PROGCOBNFE - DENTRO DO PRAZO LEGAL VAI O
      * PEDIDO DE CANCELAMENTO AO GATEWAY COM A JUSTIFICATIVA; NOTA
      * AINDA AGUARDANDO AUTORIZACAO SEGURA O CANCELAMENTO DO PEDIDO
      * ATUALIZACAO: PEDIDO DATADO EM PERIODO CONTABIL FECHADO
      * (PROGCOBPER) NAO E CANCELADO - O ESTORNO MUDARIA AS VENDAS
      * DO MES JA ENTREGUE A CONTABILIDADE
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      * ATUALIZACAO: PEDIDO CONFIRMADO DE LOJA COM CONTAGEM DE
      * INVENTARIO ABERTA (INVLOJA.DAT - PROGCOB89) NAO E
      * CANCELADO - A DEVOLUCAO AO ESTOQUE SE PERDERIA NO AJUSTE
      * PELA QUANTIDADE CONTADA
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT VENDASDIA ASSIGN TO "VENDASDIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REC-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CONTASREC.

           SELECT CREDITOS ASSIGN TO "CREDITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDNOTAS.

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

           SELECT OCORRENC ASSIGN TO "OCORRENC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCO-CHAVE
               FILE STATUS IS WRK-FS-OCORRENC.

           SELECT INVLOJA ASSIGN TO "INVLOJA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVL-LOJA
               FILE STATUS IS WRK-FS-INVLOJA.

           SELECT ESTORNOS ASSIGN TO "ESTORNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTORNOS.
           02  CREDNOTA-DATA       PIC 9(08).
           02  CREDNOTA-MOTIVO     PIC X(03).

       FD  VENDIT.
           COPY VENDITRG.

       FD  ESTOQUE.
           COPY ESTREG.

       FD  OCORRENC.
           COPY OCOREG.

       FD  INVLOJA.
           COPY INVLREG.

       FD  ESTORNOS.
       01  ESTORNO-REG.
           02  ESTORNO-PEDIDO      PIC 9(08).
       77 WRK-FS-CREDITOS   PIC X(02)      VALUE SPACES.
       77 WRK-FS-CREDNOTAS  PIC X(02)      VALUE SPACES.
       77 WRK-FS-ESTORNOS   PIC X(02)      VALUE SPACES.
       77 WRK-FS-VENDIT     PIC X(02)      VALUE SPACES.
       77 WRK-FS-ESTOQUE    PIC X(02)      VALUE SPACES.
       77 WRK-FS-OCORRENC   PIC X(02)      VALUE SPACES.
       77 WRK-FS-INVLOJA    PIC X(02)      VALUE SPACES.
       77 WRK-CONGELADA     PIC X(01)      VALUE 'N'.
           88 WRK-LOJA-CONGELADA   VALUE 'S'.
       77 WRK-DEVOLVIDO-FLAG PIC X(01)     VALUE 'N'.
           88 WRK-JA-DEVOLVIDO     VALUE 'S'.
       77 WRK-QT-DEVOLVIDOS PIC 9(03)      VALUE ZEROS.
       77 WRK-IND-COMP      PIC 9(02)      VALUE ZEROS.
       77 WRK-QTDE-DEVOLVER PIC 9(09)      VALUE ZEROS.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-TRAVA-RECURSO PIC X(15)      VALUE 'VENDAS'.
       77 WRK-TRAVA-OK-FLAG PIC X(01)      VALUE 'N'.
           88 WRK-TRAVA-OK         VALUE 'S'.
       77 WRK-PERIODO-SIT   PIC X(01)      VALUE SPACES.
           88 WRK-PERIODO-FECHADO  VALUE 'F'.
       01 WRK-NFE-AREA.
           02 WRK-NFE-FUNCAO       PIC X(01).
           02 WRK-NFE-NOTA         PIC 9(08).
           02 WRK-NFE-JUSTIFICATIVA PIC X(30).
           02 WRK-NFE-SITUACAO     PIC X(01).
           02 WRK-NFE-RETORNO      PIC X(01).
               88 WRK-NFE-OK           VALUE '0'.
               88 WRK-NFE-FORA-PRAZO   VALUE '1'.
               88 WRK-NFE-AGUARDANDO   VALUE '2'.
               88 WRK-NFE-SEM-NFE      VALUE '3'.
               88 WRK-NFE-JA-CANCELADA VALUE '4'.
               88 WRK-NFE-REJEITADA    VALUE '5'.
       01 WRK-PTS-AREA.
           02 WRK-PTS-FUNCAO       PIC X(01).
           02 WRK-PTS-CLIENTE      PIC 9(06).
           02 WRK-PTS-PEDIDO       PIC 9(08).
           02 WRK-PTS-PARCELA      PIC 9(02).
           02 WRK-PTS-VALOR        PIC 9(08)V99.
           02 WRK-PTS-PONTOS       PIC 9(07).
           02 WRK-PTS-SALDO        PIC 9(07).
           02 WRK-PTS-NAO-COBERTO  PIC 9(07).
           02 WRK-PTS-RETORNO      PIC X(01).
               88 WRK-PTS-OK           VALUE '0'.
       01 WRK-KIT-AREA.
           02 WRK-KIT-PRODUTO      PIC X(10).
           02 WRK-KIT-QT-COMP      PIC 9(02).
           02 WRK-KIT-COMP OCCURS 20 TIMES.
               03 WRK-KIT-COMPONENTE PIC X(10).
               03 WRK-KIT-QTDE       PIC 9(05).
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB55'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
               DISPLAY 'DATA....: ' PED-DATA
               DISPLAY 'TOTAL...: ' PED-TOTAL
               DISPLAY 'SITUACAO: ' PED-SITUACAO
               CALL 'PROGCOBPER' USING PED-DATA WRK-PERIODO-SIT
               IF NOT WRK-PERIODO-FECHADO
                   CALL 'PROGCOBPER' USING WRK-DATASYS
                       WRK-PERIODO-SIT
               END-IF
               IF NOT WRK-PERIODO-FECHADO
                   PERFORM 0250-VERIFICAR-CONGELAMENTO
               END-IF
               EVALUATE TRUE
                   WHEN WRK-PERIODO-FECHADO
                       DISPLAY 'CANCELAMENTO RECUSADO - MES JA '
                           'ENTREGUE A CONTABILIDADE'
                   WHEN WRK-LOJA-CONGELADA
                       DISPLAY 'CANCELAMENTO RECUSADO - LOJA '
                           PED-LOJA ' COM CONTAGEM DE INVENTARIO '
                           'ABERTA - CANCELAR DEPOIS DO AJUSTE'
                   WHEN OTHER
                       PERFORM 0210-VERIFICAR-NFE
                       IF WRK-NFE-AGUARDANDO
                           DISPLAY 'NF-E ' PED-NOTA-FISCAL
                               ' AGUARDANDO AUTORIZACAO DO GATEWAY - '
                               'CANCELAR DEPOIS DO RETORNO'
                       ELSE
                           PERFORM 0220-CONFIRMAR-CANCELAMENTO
                       END-IF
               END-EVALUATE
           END-IF.

      * NOTA ANTERIOR A NF-E (SEM REGISTRO EM NFESIT.DAT) NAO
      * INTERFERE NO CANCELAMENTO DO PEDIDO
       0210-VERIFICAR-NFE.
           SET WRK-NFE-SEM-NFE TO TRUE.
           IF PED-NOTA-FISCAL NOT EQUAL ZEROS
               MOVE 'V' TO WRK-NFE-FUNCAO
               MOVE PED-NOTA-FISCAL TO WRK-NFE-NOTA
               MOVE SPACES TO WRK-NFE-JUSTIFICATIVA
               CALL 'PROGCOBNFE' USING WRK-NFE-AREA
               EVALUATE TRUE
                   WHEN WRK-NFE-OK
                       DISPLAY 'NF-E ' PED-NOTA-FISCAL ' AUTORIZADA '
                           '- SERA CANCELADA (DENTRO DO PRAZO LEGAL)'
                   WHEN WRK-NFE-FORA-PRAZO
                       DISPLAY 'NF-E ' PED-NOTA-FISCAL ' FORA DO '
                           'PRAZO LEGAL DE CANCELAMENTO - EMITIR '
                           'NOTA DE DEVOLUCAO'
                   WHEN WRK-NFE-REJEITADA
                       DISPLAY 'NF-E ' PED-NOTA-FISCAL ' REJEITADA '
                           '- SERA BAIXADA COMO CANCELADA'
                   WHEN WRK-NFE-JA-CANCELADA
                       DISPLAY 'NF-E ' PED-NOTA-FISCAL ' JA '
                           'CANCELADA OU COM CANCELAMENTO SOLICITADO'
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0220-CONFIRMAR-CANCELAMENTO.
           DISPLAY 'CODIGO DO MOTIVO (3 POSICOES): '.
           ACCEPT WRK-MOTIVO.
           IF WRK-NFE-OK OR WRK-NFE-REJEITADA
               PERFORM 0230-PEDIR-JUSTIFICATIVA
           END-IF.
           DISPLAY 'CONFIRMA O CANCELAMENTO (S/N): '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA-SIM
               IF WRK-NFE-OK OR WRK-NFE-REJEITADA
                   PERFORM 0240-CANCELAR-NFE
               END-IF
               PERFORM 0470-ENCERRAR-OCORRENCIAS
               IF PED-SIT-CONFIRMADO
                   PERFORM 0300-ESTORNAR-VENDA
                   PERFORM 0400-TRATAR-PARCELAS
                   PERFORM 0450-ESTORNAR-PONTOS
                   IF WRK-JA-DEVOLVIDO
                       DISPLAY 'ITENS JA DEVOLVIDOS A LOJA NA '
                           'OCORRENCIA DE ENTREGA - ESTOQUE NAO '
                           'ALTERADO'
                   ELSE
                       PERFORM 0500-DEVOLVER-ESTOQUE
                   END-IF
               END-IF
               SET PED-SIT-CANCELADO TO TRUE
               REWRITE PEDIDO-REG
               MOVE 'A' TO WRK-JRN-OPERACAO
               PERFORM 0961-JORNAL-PEDIDOS
               PERFORM 0600-GRAVAR-DIARIO
               DISPLAY 'PEDIDO CANCELADO - PARCELAS '
                   'CANCELADAS ' WRK-QT-CANCELADAS
                   ' CREDITADAS ' WRK-QT-CREDITADAS
           ELSE
               DISPLAY 'CANCELAMENTO ABANDONADO'
           END-IF.

      * A JUSTIFICATIVA DO CANCELAMENTO DA NF-E TEM NO MINIMO 15
      * POSICOES
       0230-PEDIR-JUSTIFICATIVA.
           MOVE SPACES TO WRK-NFE-JUSTIFICATIVA.
           PERFORM UNTIL WRK-NFE-JUSTIFICATIVA(15:16) NOT EQUAL
                   SPACES
               DISPLAY 'JUSTIFICATIVA DO CANCELAMENTO DA NF-E '
                   '(15 A 30 POSICOES): '
               ACCEPT WRK-NFE-JUSTIFICATIVA
           END-PERFORM.

       0240-CANCELAR-NFE.
           MOVE 'C' TO WRK-NFE-FUNCAO.
           MOVE PED-NOTA-FISCAL TO WRK-NFE-NOTA.
           CALL 'PROGCOBNFE' USING WRK-NFE-AREA.
           EVALUATE TRUE
               WHEN WRK-NFE-OK
                   DISPLAY 'CANCELAMENTO DA NF-E ' PED-NOTA-FISCAL
                       ' ENVIADO AO GATEWAY (NFEENV.DAT)'
               WHEN WRK-NFE-REJEITADA
                   DISPLAY 'NF-E ' PED-NOTA-FISCAL
                       ' REJEITADA BAIXADA COMO CANCELADA'
               WHEN OTHER
                   DISPLAY 'NF-E ' PED-NOTA-FISCAL
                       ' NAO CANCELADA - SITUACAO ' WRK-NFE-SITUACAO
           END-EVALUATE.

      * SO O PEDIDO CONFIRMADO DEVOLVE ITENS AO ESTOQUE; COM A
      * CONTAGEM DA LOJA ABERTA O SALDO ESTA CONGELADO, COMO NA
      * CONFIRMACAO (PROGCOB39) E NA ENTRADA DE MERCADORIA
      * (PROGCOB52)
       0250-VERIFICAR-CONGELAMENTO.
           MOVE 'N' TO WRK-CONGELADA.
           IF PED-SIT-CONFIRMADO
               OPEN INPUT INVLOJA
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
               END-IF
           END-IF.

               WHEN REC-SIT-ABERTO
                   SET REC-SIT-CANCELADO TO TRUE
                   REWRITE REC-REG
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 0962-JORNAL-CONTASREC
                   ADD 1 TO WRK-QT-CANCELADAS
               WHEN REC-SIT-PAGO
                   IF REC-TOTAL-PAGO > ZEROS
           END-READ.
           CLOSE CREDITOS.

      * OS PONTOS JA RESGATADOS SAEM DOS OUTROS LOTES DO CLIENTE;
      * SEM SALDO PARA COBRIR, A DIFERENCA FICA NA TELA PARA O
      * ADMINISTRADOR ACERTAR O CREDITO
       0450-ESTORNAR-PONTOS.
           MOVE 'X' TO WRK-PTS-FUNCAO.
           MOVE PED-CLIENTE TO WRK-PTS-CLIENTE.
           MOVE PED-NUMERO TO WRK-PTS-PEDIDO.
           MOVE ZEROS TO WRK-PTS-PARCELA.
           MOVE ZEROS TO WRK-PTS-VALOR.
           CALL 'PROGCOBPTS' USING WRK-PTS-AREA.
           IF WRK-PTS-OK
               DISPLAY 'PONTOS DE FIDELIDADE ESTORNADOS: '
                   WRK-PTS-PONTOS ' - SALDO DO CLIENTE '
                   WRK-PTS-SALDO
               IF WRK-PTS-NAO-COBERTO > ZEROS
                   DISPLAY 'ATENCAO: ' WRK-PTS-NAO-COBERTO
                       ' PONTOS JA RESGATADOS SEM SALDO PARA '
                       'ESTORNO'
               END-IF
           END-IF.

      * OCORRENCIA ABERTA OU AGUARDANDO REENVIO VIRA CANCELADA;
      * A DEVOLVIDA A LOJA LIGA WRK-JA-DEVOLVIDO
       0470-ENCERRAR-OCORRENCIAS.
           MOVE 'N' TO WRK-DEVOLVIDO-FLAG.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN I-O OCORRENC.
           IF WRK-FS-OCORRENC EQUAL '00'
               MOVE WRK-PEDIDO-ALVO TO OCO-PEDIDO
               MOVE ZEROS TO OCO-SEQ
               START OCORRENC KEY IS NOT LESS THAN OCO-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ OCORRENC NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF OCO-PEDIDO NOT EQUAL WRK-PEDIDO-ALVO
                               SET WRK-FIM-ARQ TO TRUE
                           ELSE
                               PERFORM 0480-ENCERRAR-UMA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OCORRENC
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0480-ENCERRAR-UMA.
           EVALUATE TRUE
               WHEN OCO-SIT-ABERTA
               WHEN OCO-SIT-REENVIO
                   SET OCO-SIT-CANCELADA TO TRUE
                   MOVE WRK-DATASYS TO OCO-DATA-SOLUCAO
                   REWRITE OCO-REG
                   DISPLAY 'OCORRENCIA DE ENTREGA ' OCO-SEQ
                       ' ENCERRADA COMO CANCELADA'
               WHEN OCO-SIT-DEVOLVIDA
                   SET WRK-JA-DEVOLVIDO TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * OS ITENS DO PEDIDO ESTAO EM VENDIT.DAT NA DATA DO PEDIDO,
      * LIGADOS PELO NUMERO - O PEDIDO LIBERADO DE PENDENCIA TEM A
      * DATA DA LIBERACAO, QUE E A MESMA DOS SEUS ITENS
       0500-DEVOLVER-ESTOQUE.
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
                                   PERFORM 0510-DEVOLVER-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTOQUE
               CLOSE VENDIT
               DISPLAY WRK-QT-DEVOLVIDOS ' ITEM(NS) DEVOLVIDO(S) AO '
                   'ESTOQUE DA LOJA ' PED-LOJA
           END-IF.

       0510-DEVOLVER-ITEM.
           ADD 1 TO WRK-QT-DEVOLVIDOS.
           MOVE VENDIT-PRODUTO TO WRK-KIT-PRODUTO.
           CALL 'PROGCOBKIT' USING WRK-KIT-AREA.
           IF WRK-KIT-QT-COMP EQUAL ZEROS
               MOVE VENDIT-PRODUTO TO EST-PRODUTO
               MOVE VENDIT-QTDE TO WRK-QTDE-DEVOLVER
               PERFORM 0520-SOMAR-SALDO
           ELSE
               PERFORM VARYING WRK-IND-COMP FROM 1 BY 1
                       UNTIL WRK-IND-COMP > WRK-KIT-QT-COMP
                   MOVE WRK-KIT-COMPONENTE(WRK-IND-COMP) TO
                       EST-PRODUTO
                   COMPUTE WRK-QTDE-DEVOLVER = VENDIT-QTDE *
                       WRK-KIT-QTDE(WRK-IND-COMP)
                   PERFORM 0520-SOMAR-SALDO
               END-PERFORM
           END-IF.

       0520-SOMAR-SALDO.
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

       0600-GRAVAR-DIARIO.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           OPEN EXTEND ESTORNOS.
           WRITE ESTORNO-REG.
           CLOSE ESTORNOS.
           DISPLAY 'ESTORNO REGISTRADO NO DIARIO ESTORNOS.DAT'.

       0961-JORNAL-PEDIDOS.
           MOVE WRK-USUARIO TO WRK-JRN-USUARIO.
           MOVE 'PEDIDOS' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-PEDIDOS TO WRK-JRN-FS.
           MOVE PEDIDO-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.

       0962-JORNAL-CONTASREC.
           MOVE WRK-USUARIO TO WRK-JRN-USUARIO.
           MOVE 'CONTASREC' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-CONTASREC TO WRK-JRN-FS.
           MOVE REC-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.

       0963-JORNAL-ESTOQUE.
           MOVE WRK-USUARIO TO WRK-JRN-USUARIO.
           MOVE 'ESTOQUE' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-ESTOQUE TO WRK-JRN-FS.
           MOVE EST-REG TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
