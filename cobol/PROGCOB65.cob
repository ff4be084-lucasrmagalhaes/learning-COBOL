      * DIA 05 DE CADA MES, E IMPRIME A POSICAO ACUMULADA DE
      * CAIXA SEMANA A SEMANA (FLUXOCX.DAT), PARA A SEMANA DA
      * FOLHA DEIXAR DE SER SURPRESA
      * ATUALIZACAO: VENCIMENTOS DAS APLICACOES FINANCEIRAS ATIVAS
      * (APLICACOES.DAT, PROGCOB119) ENTRAM COMO ENTRADA NA SEMANA
      * DO VENCIMENTO PELO SALDO BRUTO MENOS O IR ESTIMADO
      * ATUALIZACAO: PARCELAS LIDAS PELA CHAVE ALTERNATIVA POR
      * VENCIMENTO (REC-VENCIMENTO) SO ATE O ULTIMO DIA DO
      * HORIZONTE - O QUE VENCE DEPOIS DAS 8 SEMANAS NAO E MAIS
      * LIDO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REC-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CONTASREC.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNCIONARIOS.

           SELECT APLICACOES ASSIGN TO "APLICACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-NUMERO
               FILE STATUS IS WRK-FS-APLICACOES.

           SELECT FLUXOCX ASSIGN TO "FLUXOCX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FLUXOCX.
       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  APLICACOES.
           COPY APLREG.

       FD  FLUXOCX.
       01  FLUXOCX-LINHA       PIC X(90).

       WORKING-STORAGE SECTION.
       77 WRK-FS-CONTASREC  PIC X(02)      VALUE SPACES.
       77 WRK-FS-FUNCIONARIOS PIC X(02)    VALUE SPACES.
       77 WRK-FS-APLICACOES PIC X(02)      VALUE SPACES.
       77 WRK-FS-FLUXOCX    PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
       77 WRK-SEMANA        PIC 9(02)      VALUE ZEROS.
       77 WRK-IND           PIC 9(02)      VALUE ZEROS.
       77 WRK-DIA-CORRIDO   PIC 9(03)      VALUE ZEROS.
       77 WRK-DATA-LIMITE   PIC 9(08)      VALUE ZEROS.
       77 WRK-FOLHA-MENSAL  PIC 9(12)V99   VALUE ZEROS.
       77 WRK-SAIDA-MENSAL  PIC 9(12)V99   VALUE ZEROS.
       77 WRK-QT-PARCELAS   PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-APLICACOES PIC 9(05)      VALUE ZEROS.
       77 WRK-ALIQUOTA-IR   PIC 9(02)V99   VALUE ZEROS.
       77 WRK-VALOR-APL     PIC 9(12)V99   VALUE ZEROS.
       77 WRK-POSICAO       PIC S9(12)V99  VALUE ZEROS.
       77 WRK-LIQUIDO       PIC S9(12)V99  VALUE ZEROS.
       77 WRK-DIAS-NO-MES   PIC 9(02)      VALUE ZEROS.
               MOVE ZEROS TO WRK-SEM-SAIDAS(WRK-IND)
           END-PERFORM.
           PERFORM 0100-PROJETAR-ENTRADAS.
           PERFORM 0150-PROJETAR-APLICACOES.
           PERFORM 0200-SOMAR-FOLHA.
           PERFORM 0300-PROJETAR-SAIDAS.
           PERFORM 0400-IMPRIMIR-PROJECAO.
           STOP RUN.

      * PARCELA JA VENCIDA E COBRAVEL ENTRA NA SEMANA 1; ALEM DE
      * 8 SEMANAS FICA FORA DO HORIZONTE DA PROJECAO - O ULTIMO
      * DIA DA SEMANA 8 (HOJE + 55) ENCERRA A LEITURA PELA CHAVE
      * POR VENCIMENTO
       0100-PROJETAR-ENTRADAS.
           MOVE WRK-DATASYS TO WRK-DATA-VARRE-NUM.
           PERFORM 0310-AVANCAR-UM-DIA 55 TIMES.
           MOVE WRK-DATA-VARRE-NUM TO WRK-DATA-LIMITE.
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
                           IF REC-VENCIMENTO > WRK-DATA-LIMITE
                               SET WRK-FIM-ARQ TO TRUE
                           ELSE
                               IF REC-SIT-ABERTO
                                   PERFORM 0110-CLASSIFICAR-PARCELA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               ADD 1 TO WRK-QT-PARCELAS
           END-IF.

      * APLICACAO SEM VENCIMENTO (LIQUIDEZ DIARIA) NAO ENTRA - SO
      * SAI PELO RESGATE, QUE A TESOURARIA DECIDE
       0150-PROJETAR-APLICACOES.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT APLICACOES.
           IF WRK-FS-APLICACOES EQUAL '00'
               MOVE LOW-VALUES TO APL-NUMERO
               START APLICACOES KEY IS NOT LESS THAN APL-NUMERO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ APLICACOES NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF APL-SIT-ATIVA
                               AND APL-DATA-VENCIMENTO NOT EQUAL
                                   ZEROS
                               PERFORM 0160-CLASSIFICAR-APLICACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APLICACOES
           END-IF.

      * IR ESTIMADO PELO PRAZO TOTAL DA APLICACAO SOBRE O RENDIMENTO
      * JA APROPRIADO
       0160-CLASSIFICAR-APLICACAO.
           MOVE 'D' TO WRK-DATA-FUNCAO.
           MOVE WRK-DATASYS TO WRK-DATA-SERVICO.
           MOVE APL-DATA-VENCIMENTO TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DIAS-ATE WRK-DATA-VALIDA.
           IF NOT WRK-DATA-OK OR WRK-DIAS-ATE < ZEROS
               MOVE ZEROS TO WRK-DIAS-ATE
           END-IF.
           COMPUTE WRK-SEMANA = (WRK-DIAS-ATE / 7) + 1.
           IF WRK-SEMANA NOT GREATER THAN 8
               MOVE 'D' TO WRK-DATA-FUNCAO
               MOVE APL-DATA-APLICACAO TO WRK-DATA-SERVICO
               MOVE APL-DATA-VENCIMENTO TO WRK-DATA-SERVICO2
               CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
                   WRK-DATA-SERVICO WRK-DATA-SERVICO2
                   WRK-DIAS-ATE WRK-DATA-VALIDA
               EVALUATE TRUE
                   WHEN APL-IR-ISENTO
                       MOVE ZEROS TO WRK-ALIQUOTA-IR
                   WHEN APL-IR-FIXO-15
                       MOVE 15,00 TO WRK-ALIQUOTA-IR
                   WHEN WRK-DIAS-ATE NOT GREATER THAN 180
                       MOVE 22,50 TO WRK-ALIQUOTA-IR
                   WHEN WRK-DIAS-ATE NOT GREATER THAN 360
                       MOVE 20,00 TO WRK-ALIQUOTA-IR
                   WHEN WRK-DIAS-ATE NOT GREATER THAN 720
                       MOVE 17,50 TO WRK-ALIQUOTA-IR
                   WHEN OTHER
                       MOVE 15,00 TO WRK-ALIQUOTA-IR
               END-EVALUATE
               COMPUTE WRK-VALOR-APL ROUNDED = APL-SALDO-BRUTO -
                   ((APL-RENDIMENTO-ACUM * WRK-ALIQUOTA-IR) / 100)
               ADD WRK-VALOR-APL TO WRK-SEM-ENTRADAS(WRK-SEMANA)
               ADD 1 TO WRK-QT-APLICACOES
           END-IF.

       0200-SOMAR-FOLHA.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT FUNCIONARIOS.
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO FLUXOCX-LINHA.
           WRITE FLUXOCX-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'APLICACOES VENCENDO NO HORIZONTE: '
               WRK-QT-APLICACOES
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO FLUXOCX-LINHA.
           WRITE FLUXOCX-LINHA.
           CLOSE FLUXOCX.
           DISPLAY 'PROJECAO GRAVADA EM FLUXOCX.DAT'.

