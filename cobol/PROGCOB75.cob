      * DEPOIS DO ANIVERSARIO DE ADMISSAO - PAGAR FERIAS EM
      * DOBRO POR PRAZO PERDIDO FOI EXATAMENTE O CASO DO ANO
      * PASSADO
      * ATUALIZACAO: LAYOUT DE FERIAS.DAT EM COPYBOOK (FERREG) COM
      * OS DIAS DE ABONO PECUNIARIO (VENDA DE ATE 10 DIAS), PAGOS
      * JUNTO COM AS FERIAS PELO PROGCOB114
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  FERIAS.
           COPY FERREG.

       FD  FUNCIONARIOS.
           COPY FUNCREG.
       77 WRK-DEPARTAMENTO  PIC X(03)      VALUE SPACES.
       77 WRK-DATA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-DIAS-ABONO    PIC 9(02)      VALUE ZEROS.
       77 WRK-QT-COLISOES   PIC 9(02)      VALUE ZEROS.
       77 WRK-QT-LISTADOS   PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-GOZADAS    PIC 9(02)      VALUE ZEROS.
               ACCEPT WRK-DATA-INICIO
               DISPLAY 'FIM DAS FERIAS (AAAAMMDD): '
               ACCEPT WRK-DATA-FIM
               DISPLAY 'DIAS VENDIDOS - ABONO PECUNIARIO (0 A 10): '
               ACCEPT WRK-DIAS-ABONO
               PERFORM 1200-VERIFICAR-COLISAO
               EVALUATE TRUE
                   WHEN WRK-DIAS-ABONO > 10
                       DISPLAY 'ABONO PECUNIARIO LIMITADO A 10 DIAS'
                       MOVE 'N' TO WRK-CONFIRMA
                   WHEN WRK-QT-COLISOES > 1
                       DISPLAY 'AVISO - JA HA ' WRK-QT-COLISOES
                           ' FERIAS DO DEPARTAMENTO '
                           WRK-DEPARTAMENTO ' NO MESMO PERIODO'
                       DISPLAY 'AGENDAR MESMO ASSIM (S/N): '
                       ACCEPT WRK-CONFIRMA
                   WHEN OTHER
                       MOVE 'S' TO WRK-CONFIRMA
               END-EVALUATE
               IF WRK-CONFIRMA-SIM
                   PERFORM 1300-GRAVAR-FERIAS
               ELSE
           MOVE WRK-DEPARTAMENTO TO FER-DEPARTAMENTO.
           MOVE WRK-DATA-INICIO TO FER-DATA-INICIO.
           MOVE WRK-DATA-FIM TO FER-DATA-FIM.
           MOVE WRK-DIAS-ABONO TO FER-DIAS-ABONO.
           WRITE FERIAS-REG.
           CLOSE FERIAS.
           DISPLAY 'FERIAS AGENDADAS'.
                       NOT AT END
                           IF FER-MATRICULA EQUAL WRK-MATRICULA
                               ADD 1 TO WRK-QT-LISTADOS
                               IF FER-DIAS-ABONO IS NOT NUMERIC
                                   MOVE ZEROS TO FER-DIAS-ABONO
                               END-IF
                               DISPLAY FER-DATA-INICIO ' A '
                                   FER-DATA-FIM ' ABONO '
                                   FER-DIAS-ABONO ' DIAS'
                           END-IF
                   END-READ
               END-PERFORM
