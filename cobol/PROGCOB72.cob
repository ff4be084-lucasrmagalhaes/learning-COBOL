      * APLICADOS E ITEMIZADOS NO ESPELHO DE CADA FUNCIONARIO -
      * A PARCELA RESTANTE E DECREMENTADA NO FIM DA RODADA E O
      * DESCONTO ZERADO CAI DO ARQUIVO SOZINHO
      * ATUALIZACAO: FERIAS JA PAGAS EM RECIBO (FERPAG.DAT,
      * PROGCOB114) - OS DIAS DE GOZO QUE CAEM NA COMPETENCIA
      * SAEM DO SALARIO DO MES, QUE PAGA SO O RESTANTE
      * ATUALIZACAO: BRUTO DE CADA FUNCIONARIO GRAVADO POR
      * COMPETENCIA EM FOLHABAS.DAT - BASE DO FGTS (PROGCOB115);
      * A COMPETENCIA REPROCESSADA REGRAVA A BASE
      * ATUALIZACAO: FOLHABAS.DAT DA LUGAR AO HISTORICO DA FOLHA
      * (FOLHAHIST.DAT POR MATRICULA + COMPETENCIA) COM BRUTO,
      * DEPENDENTES, INSS, IRRF, DESCONTOS E LIQUIDO DE CADA
      * FUNCIONARIO - INFORME DE RENDIMENTOS NO PROGCOB116
      * ATUALIZACAO: DESCONTO DO VALE-TRANSPORTE PELO BENEFICIO
      * APURADO NO MES (BENMES.DAT, PROGCOB117) - 6% DO SALARIO
      * BASE, LIMITADO AO VALOR DO VALE COMPRADO
      * ATUALIZACAO: DIFERENCAS DE DISSIDIO PENDENTES
      * (RETROATIVO.DAT, PROGCOB118) PAGAS COMO VERBA A PARTE COM O
      * INSS/IRRF JA APURADOS NOS MESES DE ORIGEM; A COMPETENCIA QUE
      * PAGOU FICA MARCADA NO RETROATIVO E NO HISTORICO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HORASMES.

           SELECT FERPAG ASSIGN TO "FERPAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPG-CHAVE
               FILE STATUS IS WRK-FS-FERPAG.

           SELECT FOLHAHIST ASSIGN TO "FOLHAHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WRK-FS-FOLHAHIST.

           SELECT BENMES ASSIGN TO "BENMES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNM-CHAVE
               FILE STATUS IS WRK-FS-BENMES.

           SELECT RETROATIVO ASSIGN TO "RETROATIVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTA-CHAVE
               FILE STATUS IS WRK-FS-RETROATIVO.

           SELECT FOLHAREL ASSIGN TO "FOLHAREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHAREL.
           02  HM-MIN-HE100        PIC 9(06).
           02  HM-MIN-FALTAS       PIC 9(06).

       FD  FERPAG.
           COPY FPGREG.

       FD  FOLHAHIST.
           COPY HSTREG.

       FD  BENMES.
           COPY BNMREG.

       FD  RETROATIVO.
           COPY RTAREG.

       FD  FOLHAREL.
       01  FOLHAREL-LINHA      PIC X(90).

               05 WRK-DSC-VALOR     PIC 9(06)V99.
               05 WRK-DSC-PARCELAS  PIC 9(03).
               05 WRK-DSC-APLICADO  PIC X(01).
       77 WRK-FS-FERPAG     PIC X(02)      VALUE SPACES.
       77 WRK-TEM-FERPAG    PIC X(01)      VALUE 'N'.
           88 WRK-FERPAG-ABERTO    VALUE 'S'.
       77 WRK-EOF-FERPAG    PIC X(01)      VALUE 'N'.
           88 WRK-FIM-FERPAG       VALUE 'S'.
       77 WRK-DIAS-FERIAS   PIC 9(02)      VALUE ZEROS.
       77 WRK-PRIMEIRO-DIA  PIC 9(08)      VALUE ZEROS.
       77 WRK-PROXIMO-MES   PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-FUNCAO   PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2 PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-CALC     PIC S9(08)     VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-FS-FOLHAHIST  PIC X(02)      VALUE SPACES.
       77 WRK-FS-BENMES     PIC X(02)      VALUE SPACES.
       77 WRK-TEM-BENMES    PIC X(01)      VALUE 'N'.
           88 WRK-BENMES-ABERTO    VALUE 'S'.
       77 WRK-DESCONTO-VT   PIC 9(08)V99   VALUE ZEROS.
       77 WRK-PERC-VT       PIC 9(01)V99   VALUE 0,06.
       77 WRK-FS-RETROATIVO PIC X(02)      VALUE SPACES.
       77 WRK-TEM-RETROATIVO PIC X(01)     VALUE 'N'.
           88 WRK-RETROATIVO-ABERTO VALUE 'S'.
       77 WRK-EOF-RETRO     PIC X(01)      VALUE 'N'.
           88 WRK-FIM-RETRO        VALUE 'S'.
       77 WRK-QT-MESES-RETRO PIC 9(03)     VALUE ZEROS.
       77 WRK-RETRO-BRUTO   PIC 9(08)V99   VALUE ZEROS.
       77 WRK-RETRO-INSS    PIC 9(08)V99   VALUE ZEROS.
       77 WRK-RETRO-IRRF    PIC 9(08)V99   VALUE ZEROS.
       77 WRK-RETRO-LIQUIDO PIC 9(08)V99   VALUE ZEROS.
       77 WRK-FS-FOLHAREL   PIC X(02)      VALUE SPACES.
       77 WRK-FS-FOLHABAN   PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
      * FAIXAS DE DEZEMBRO
           COMPUTE WRK-DATA-CALCULO =
               (WRK-MES-REF-NUM * 100) + 1.
           MOVE WRK-DATA-CALCULO TO WRK-PRIMEIRO-DIA.
           IF WRK-REF-MES EQUAL 12
               COMPUTE WRK-PROXIMO-MES =
                   ((WRK-REF-ANO + 1) * 10000) + 0101
           ELSE
               COMPUTE WRK-PROXIMO-MES = WRK-PRIMEIRO-DIA + 100
           END-IF.
           OPEN INPUT FERPAG.
           IF WRK-FS-FERPAG EQUAL '00'
               SET WRK-FERPAG-ABERTO TO TRUE
           END-IF.
           OPEN INPUT BENMES.
           IF WRK-FS-BENMES EQUAL '00'
               SET WRK-BENMES-ABERTO TO TRUE
           END-IF.
           OPEN I-O RETROATIVO.
           IF WRK-FS-RETROATIVO EQUAL '00'
               SET WRK-RETROATIVO-ABERTO TO TRUE
           END-IF.
           PERFORM 0150-CARREGAR-DESCONTOS.
           OPEN I-O FOLHAHIST.
           IF WRK-FS-FOLHAHIST EQUAL '35'
               OPEN OUTPUT FOLHAHIST
               CLOSE FOLHAHIST
               OPEN I-O FOLHAHIST
           END-IF.
           OPEN OUTPUT FOLHAREL.
           MOVE SPACES TO FOLHAREL-LINHA.
           STRING 'PROGCOB72 - FOLHA DE PAGAMENTO '

       0210-PAGAR-UM-FUNCIONARIO.
           MOVE FUNC-SALARIO TO WRK-SALARIO-BRUTO.
           PERFORM 0219-DESCONTAR-FERIAS.
           PERFORM 0216-APURAR-HORAS.
           PERFORM 0215-CONTAR-DEPENDENTES.
           CALL 'PROGCOBLIQ' USING WRK-SALARIO-BRUTO
               WRK-QT-DEPENDENTES WRK-DATA-CALCULO
               WRK-INSS WRK-IRRF WRK-LIQUIDO.
           PERFORM 0212-PAGAR-RETROATIVO.
           PERFORM 0217-APLICAR-DESCONTOS.
           PERFORM 0213-DESCONTAR-VT.
           ADD 1 TO WRK-QT-PAGOS.
           COMPUTE WRK-TOTAL-BRUTO = WRK-TOTAL-BRUTO +
               WRK-SALARIO-BRUTO + WRK-RETRO-BRUTO.
           COMPUTE WRK-TOTAL-INSS = WRK-TOTAL-INSS + WRK-INSS +
               WRK-RETRO-INSS.
           COMPUTE WRK-TOTAL-IRRF = WRK-TOTAL-IRRF + WRK-IRRF +
               WRK-RETRO-IRRF.
           ADD WRK-LIQUIDO TO WRK-TOTAL-LIQUIDO.
           PERFORM 0220-ACUMULAR-DEPARTAMENTO.
           PERFORM 0225-GRAVAR-HISTORICO.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING FUNC-MATRICULA ' ' FUNC-DEPARTAMENTO ' '
               FUNC-NOME(1:18) ' ' WRK-SALARIO-BRUTO ' '
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO FOLHAREL-LINHA.
           WRITE FOLHAREL-LINHA.
           IF WRK-DIAS-FERIAS > ZEROS
               MOVE SPACES TO WRK-LINHA-ED
               STRING '   FERIAS PAGAS EM RECIBO: ' WRK-DIAS-FERIAS
                   ' DIAS'
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO FOLHAREL-LINHA
               WRITE FOLHAREL-LINHA
           END-IF.
           IF WRK-QT-MESES-RETRO > ZEROS
               MOVE SPACES TO WRK-LINHA-ED
               STRING '   RETROATIVO DE DISSIDIO (' WRK-QT-MESES-RETRO
                   ' COMPET.) BRUTO ' WRK-RETRO-BRUTO ' INSS '
                   WRK-RETRO-INSS ' IRRF ' WRK-RETRO-IRRF
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO FOLHAREL-LINHA
               WRITE FOLHAREL-LINHA
           END-IF.
           PERFORM 0218-ITEMIZAR-DESCONTOS.
           IF WRK-DESCONTO-VT > ZEROS
               MOVE SPACES TO WRK-LINHA-ED
               STRING '   VALE-TRANSPORTE 6% ' WRK-DESCONTO-VT
                   ' (VALE DO MES ' BNM-VALOR-VT ')'
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO FOLHAREL-LINHA
               WRITE FOLHAREL-LINHA
           END-IF.
           MOVE FUNC-MATRICULA TO WRK-BD-MATRICULA.
           MOVE FUNC-NOME TO WRK-BD-NOME.
           MOVE WRK-LIQUIDO TO WRK-BD-LIQUIDO.
           MOVE WRK-BAN-DETALHE TO FOLHABAN-REG.
           WRITE FOLHABAN-REG.

      * OS DIAS DE FERIAS JA PAGOS NO RECIBO (PROGCOB114) QUE CAEM
      * NA COMPETENCIA SAEM DO SALARIO NA BASE DE 30 DIAS; O
      * PERIODO QUE COBRE O MES INTEIRO CONTA 30
       0219-DESCONTAR-FERIAS.
           MOVE ZEROS TO WRK-DIAS-FERIAS.
           IF WRK-FERPAG-ABERTO
               MOVE 'N' TO WRK-EOF-FERPAG
               MOVE FUNC-MATRICULA TO FPG-MATRICULA
               MOVE ZEROS TO FPG-DATA-INICIO
               START FERPAG KEY IS NOT LESS THAN FPG-CHAVE
                   INVALID KEY
                       SET WRK-FIM-FERPAG TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-FERPAG
                   READ FERPAG NEXT RECORD
                       AT END
                           SET WRK-FIM-FERPAG TO TRUE
                       NOT AT END
                           IF FPG-MATRICULA NOT EQUAL FUNC-MATRICULA
                               SET WRK-FIM-FERPAG TO TRUE
                           ELSE
                               PERFORM 0214-DIAS-FERIAS-NO-MES
                           END-IF
                   END-READ
               END-PERFORM
               IF WRK-DIAS-FERIAS > 30
                   MOVE 30 TO WRK-DIAS-FERIAS
               END-IF
               IF WRK-DIAS-FERIAS > ZEROS
                   COMPUTE WRK-SALARIO-BRUTO ROUNDED =
                       FUNC-SALARIO -
                       (FUNC-SALARIO * WRK-DIAS-FERIAS / 30)
               END-IF
           END-IF.

       0214-DIAS-FERIAS-NO-MES.
           IF FPG-DATA-INICIO < WRK-PROXIMO-MES
               AND FPG-DATA-FIM NOT < WRK-PRIMEIRO-DIA
               MOVE 'D' TO WRK-DATA-FUNCAO
               IF FPG-DATA-INICIO > WRK-PRIMEIRO-DIA
                   MOVE FPG-DATA-INICIO TO WRK-DATA-SERVICO
               ELSE
                   MOVE WRK-PRIMEIRO-DIA TO WRK-DATA-SERVICO
               END-IF
               IF FPG-DATA-FIM NOT < WRK-PROXIMO-MES
                   MOVE WRK-PROXIMO-MES TO WRK-DATA-SERVICO2
                   CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
                       WRK-DATA-SERVICO WRK-DATA-SERVICO2
                       WRK-DIAS-CALC WRK-DATA-VALIDA
                   IF WRK-DATA-SERVICO EQUAL WRK-PRIMEIRO-DIA
                       MOVE 30 TO WRK-DIAS-CALC
                   END-IF
               ELSE
                   MOVE FPG-DATA-FIM TO WRK-DATA-SERVICO2
                   CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
                       WRK-DATA-SERVICO WRK-DATA-SERVICO2
                       WRK-DIAS-CALC WRK-DATA-VALIDA
                   ADD 1 TO WRK-DIAS-CALC
               END-IF
               IF WRK-DATA-OK AND WRK-DIAS-CALC > ZEROS
                   ADD WRK-DIAS-CALC TO WRK-DIAS-FERIAS
               END-IF
           END-IF.

      * O BRUTO SOBE COM AS EXTRAS (50% DIA UTIL, 100% FIM DE
      * SEMANA/FERIADO) E DESCE COM AS FALTAS, PELO VALOR-MINUTO
      * DO SALARIO NA BASE DE 220 HORAS MENSAIS
               CLOSE DEPENDENTES
           END-IF.

      * A DIFERENCA DE DISSIDIO AINDA NAO PAGA (OU PAGA NESTA MESMA
      * COMPETENCIA, NO REPROCESSAMENTO) ENTRA COMO VERBA A PARTE -
      * NAO SOMA AO BRUTO DO MES, QUE SEGUE NAS TABELAS DO MES
       0212-PAGAR-RETROATIVO.
           MOVE ZEROS TO WRK-QT-MESES-RETRO WRK-RETRO-BRUTO
               WRK-RETRO-INSS WRK-RETRO-IRRF WRK-RETRO-LIQUIDO.
           IF WRK-RETROATIVO-ABERTO
               MOVE 'N' TO WRK-EOF-RETRO
               MOVE FUNC-MATRICULA TO RTA-MATRICULA
               MOVE ZEROS TO RTA-ANOMES
               START RETROATIVO KEY IS NOT LESS THAN RTA-CHAVE
                   INVALID KEY
                       SET WRK-FIM-RETRO TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-RETRO
                   READ RETROATIVO NEXT RECORD
                       AT END
                           SET WRK-FIM-RETRO TO TRUE
                       NOT AT END
                           IF RTA-MATRICULA NOT EQUAL FUNC-MATRICULA
                               SET WRK-FIM-RETRO TO TRUE
                           ELSE
                               IF RTA-ANOMES-PAGTO EQUAL ZEROS
                                   OR RTA-ANOMES-PAGTO EQUAL
                                       WRK-MES-REF-NUM
                                   ADD 1 TO WRK-QT-MESES-RETRO
                                   ADD RTA-DIFERENCA-BRUTO TO
                                       WRK-RETRO-BRUTO
                                   ADD RTA-DIFERENCA-INSS TO
                                       WRK-RETRO-INSS
                                   ADD RTA-DIFERENCA-IRRF TO
                                       WRK-RETRO-IRRF
                                   ADD RTA-DIFERENCA-LIQUIDO TO
                                       WRK-RETRO-LIQUIDO
                                   MOVE WRK-MES-REF-NUM TO
                                       RTA-ANOMES-PAGTO
                                   REWRITE RTA-REG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               ADD WRK-RETRO-LIQUIDO TO WRK-LIQUIDO
           END-IF.

      * A PARTE DO EMPREGADO NO VALE-TRANSPORTE E 6% DO SALARIO
      * BASE, NUNCA ACIMA DO VALE COMPRADO NO MES, E ENTRA NOS
      * DESCONTOS DO FUNCIONARIO SEM PASSAR DO LIQUIDO
       0213-DESCONTAR-VT.
           MOVE ZEROS TO WRK-DESCONTO-VT.
           IF WRK-BENMES-ABERTO
               MOVE WRK-MES-REF-NUM TO BNM-ANOMES
               MOVE FUNC-MATRICULA TO BNM-MATRICULA
               READ BENMES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BNM-VALOR-VT > ZEROS
                           COMPUTE WRK-DESCONTO-VT ROUNDED =
                               FUNC-SALARIO * WRK-PERC-VT
                           IF WRK-DESCONTO-VT > BNM-VALOR-VT
                               MOVE BNM-VALOR-VT TO WRK-DESCONTO-VT
                           END-IF
                           IF WRK-DESCONTO-VT > WRK-LIQUIDO
                               MOVE WRK-LIQUIDO TO WRK-DESCONTO-VT
                           END-IF
                           SUBTRACT WRK-DESCONTO-VT FROM WRK-LIQUIDO
                           ADD WRK-DESCONTO-VT TO WRK-TOTAL-DESC-FUNC
                           ADD WRK-DESCONTO-VT TO WRK-TOTAL-DESCONTOS
                       END-IF
               END-READ
           END-IF.

      * O DESCONTO SO ABATE ATE ZERAR O LIQUIDO - SALDO ALEM
      * DISSO FICA PARA A COMPETENCIA SEGUINTE SEM DECREMENTO
       0217-APLICAR-DESCONTOS.
               IF WRK-DEP-CODIGO(WRK-IND) EQUAL
                       FUNC-DEPARTAMENTO
                   ADD 1 TO WRK-DEP-QT(WRK-IND)
                   COMPUTE WRK-DEP-BRUTO(WRK-IND) =
                       WRK-DEP-BRUTO(WRK-IND) + WRK-SALARIO-BRUTO
                       + WRK-RETRO-BRUTO
                   ADD WRK-LIQUIDO TO WRK-DEP-LIQUIDO(WRK-IND)
                   MOVE 'S' TO WRK-ACHOU
               END-IF
               MOVE FUNC-DEPARTAMENTO TO
                   WRK-DEP-CODIGO(WRK-QT-DEPTOS)
               MOVE 1 TO WRK-DEP-QT(WRK-QT-DEPTOS)
               COMPUTE WRK-DEP-BRUTO(WRK-QT-DEPTOS) =
                   WRK-SALARIO-BRUTO + WRK-RETRO-BRUTO
               MOVE WRK-LIQUIDO TO
                   WRK-DEP-LIQUIDO(WRK-QT-DEPTOS)
           END-IF.

       0225-GRAVAR-HISTORICO.
           MOVE FUNC-MATRICULA TO HST-MATRICULA.
           MOVE WRK-MES-REF-NUM TO HST-ANOMES.
           MOVE FUNC-DEPARTAMENTO TO HST-DEPARTAMENTO.
           MOVE FUNC-SALARIO TO HST-SALARIO-BASE.
           MOVE WRK-SALARIO-BRUTO TO HST-BRUTO.
           MOVE WRK-DIAS-FERIAS TO HST-DIAS-FERIAS.
           MOVE WRK-QT-DEPENDENTES TO HST-QT-DEPENDENTES.
           MOVE WRK-INSS TO HST-INSS.
           MOVE WRK-IRRF TO HST-IRRF.
           MOVE WRK-TOTAL-DESC-FUNC TO HST-DESCONTOS.
           MOVE WRK-LIQUIDO TO HST-LIQUIDO.
           MOVE WRK-DATASYS TO HST-DATA-PROCESSAMENTO.
           MOVE WRK-RETRO-BRUTO TO HST-RETROATIVO.
           MOVE WRK-RETRO-INSS TO HST-INSS-RETRO.
           MOVE WRK-RETRO-IRRF TO HST-IRRF-RETRO.
           WRITE HST-REG
               INVALID KEY
                   REWRITE HST-REG
           END-WRITE.

       0300-FINALIZAR.
           MOVE SPACES TO FOLHAREL-LINHA.
           WRITE FOLHAREL-LINHA.
           MOVE WRK-LINHA-ED TO FOLHAREL-LINHA.
           WRITE FOLHAREL-LINHA.
           CLOSE FOLHAREL.
           CLOSE FOLHAHIST.
           IF WRK-FERPAG-ABERTO
               CLOSE FERPAG
           END-IF.
           IF WRK-BENMES-ABERTO
               CLOSE BENMES
           END-IF.
           IF WRK-RETROATIVO-ABERTO
               CLOSE RETROATIVO
           END-IF.
           MOVE WRK-QT-PAGOS TO WRK-BT-QTDE.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-BT-TOTAL.
           MOVE WRK-BAN-TRAILER TO FOLHABAN-REG.
