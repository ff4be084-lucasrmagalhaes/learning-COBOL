       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB128.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: COMPARACAO DE TEMPO DE EXECUCAO ANTES E DEPOIS
      * DA CONVERSAO DE PEDIDOS.DAT E CONTASREC.DAT PARA AS
      * CHAVES ALTERNATIVAS (PROGCOB127) - LE RUNLOG.DAT E, PARA
      * OS PROGRAMAS QUE DEIXARAM DE VARRER OS DOIS ARQUIVOS,
      * MOSTRA AS RODADAS, O TEMPO MEDIO EM SEGUNDOS E A MEDIA DE
      * REGISTROS DE CADA LADO DO CORTE, COM O GANHO EM %. O
      * CORTE E O FIM DA ULTIMA CONVERSAO BEM SUCEDIDA OU UMA
      * DATA INFORMADA; SO CONTAM RODADAS TERMINADAS SEM ERRO.
      * O RESULTADO VAI PARA TEMPOREL.DAT
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

           SELECT TEMPOREL ASSIGN TO "TEMPOREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TEMPOREL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNLOG.
           COPY RUNLOG.

       FD  TEMPOREL.
       01  TEMPOREL-LINHA      PIC X(90).

       WORKING-STORAGE SECTION.
       77 WRK-FS-RUNLOG    PIC X(02)       VALUE SPACES.
       77 WRK-FS-TEMPOREL  PIC X(02)       VALUE SPACES.
       77 WRK-EOF-RUNLOG   PIC X(01)       VALUE 'N'.
           88 WRK-FIM-RUNLOG       VALUE 'S'.
       77 WRK-DATASYS      PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-CORTE   PIC 9(08)       VALUE ZEROS.
       77 WRK-HORA-CORTE   PIC 9(08)       VALUE ZEROS.
       77 WRK-CORTE        PIC X(01)       VALUE 'N'.
           88 WRK-TEM-CORTE        VALUE 'S'.
       77 WRK-IND          PIC 9(02)       VALUE ZEROS.
       77 WRK-IND-PRG      PIC 9(02)       VALUE ZEROS.
       77 WRK-CENT-INICIO  PIC 9(07)       VALUE ZEROS.
       77 WRK-CENT-FIM     PIC 9(07)       VALUE ZEROS.
       77 WRK-DURACAO      PIC 9(07)V99    VALUE ZEROS.
       77 WRK-MEDIA-ANT    PIC 9(07)V99    VALUE ZEROS.
       77 WRK-MEDIA-DEP    PIC 9(07)V99    VALUE ZEROS.
       77 WRK-MEDIA-REG    PIC 9(07)       VALUE ZEROS.
       77 WRK-GANHO        PIC S9(03)V9    VALUE ZEROS.
       77 WRK-ROD-ANT-ED   PIC ZZZZZZ9     VALUE ZEROS.
       77 WRK-SEG-ANT-ED   PIC ZZZZZ9,99   VALUE ZEROS.
       77 WRK-REG-ANT-ED   PIC ZZZZZZ9     VALUE ZEROS.
       77 WRK-ROD-DEP-ED   PIC ZZZZZZ9     VALUE ZEROS.
       77 WRK-SEG-DEP-ED   PIC ZZZZZ9,99   VALUE ZEROS.
       77 WRK-REG-DEP-ED   PIC ZZZZZZ9     VALUE ZEROS.
       77 WRK-GANHO-ED     PIC -ZZ9,9      VALUE ZEROS.
       77 WRK-GANHO-TXT    PIC X(08)       VALUE SPACES.
       77 WRK-LINHA-ED     PIC X(90)       VALUE SPACES.
       01 WRK-HORA-AUX.
           02 WRK-AUX-HH       PIC 9(02).
           02 WRK-AUX-MM       PIC 9(02).
           02 WRK-AUX-SS       PIC 9(02).
           02 WRK-AUX-CC       PIC 9(02).
       01 WRK-HORA-AUX-NUM REDEFINES WRK-HORA-AUX PIC 9(08).
      * PROGRAMAS QUE PASSARAM A LER PELAS CHAVES ALTERNATIVAS E
      * GRAVAM RUNLOG (A ENTRADA DE PEDIDOS E ONLINE E NAO GRAVA)
       01 WRK-PRG-LISTA.
           02 FILLER       PIC X(15)       VALUE 'PROGCOB47'.
           02 FILLER       PIC X(15)       VALUE 'PROGCOB48'.
           02 FILLER       PIC X(15)       VALUE 'PROGCOB54'.
           02 FILLER       PIC X(15)       VALUE 'PROGCOB65'.
       01 WRK-PRG-TAB REDEFINES WRK-PRG-LISTA.
           02 WRK-PRG-NOME PIC X(15)       OCCURS 4.
       01 WRK-MEDICOES.
           02 WRK-MED OCCURS 4 TIMES.
               05 WRK-MED-ROD-ANT      PIC 9(05).
               05 WRK-MED-SEG-ANT      PIC 9(10)V99.
               05 WRK-MED-REG-ANT      PIC 9(12).
               05 WRK-MED-ROD-DEP      PIC 9(05).
               05 WRK-MED-SEG-DEP      PIC 9(10)V99.
               05 WRK-MED-REG-DEP      PIC 9(12).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-INICIAR.
           IF WRK-TEM-CORTE
               PERFORM 0300-MEDIR-RODADAS
               PERFORM 0400-IMPRIMIR-COMPARACAO
           END-IF.
           STOP RUN.

       0100-INICIAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 4
               MOVE ZEROS TO WRK-MED-ROD-ANT(WRK-IND)
               MOVE ZEROS TO WRK-MED-SEG-ANT(WRK-IND)
               MOVE ZEROS TO WRK-MED-REG-ANT(WRK-IND)
               MOVE ZEROS TO WRK-MED-ROD-DEP(WRK-IND)
               MOVE ZEROS TO WRK-MED-SEG-DEP(WRK-IND)
               MOVE ZEROS TO WRK-MED-REG-DEP(WRK-IND)
           END-PERFORM.
           DISPLAY 'DATA DE CORTE (AAAAMMDD, 0 = ULTIMA CONVERSAO '
               'PROGCOB127): '.
           ACCEPT WRK-DATA-CORTE.
           IF WRK-DATA-CORTE EQUAL ZEROS
               PERFORM 0200-ACHAR-CONVERSAO
           ELSE
               MOVE ZEROS TO WRK-HORA-CORTE
               SET WRK-TEM-CORTE TO TRUE
           END-IF.

      * PRIMEIRA PASSADA - O FIM DA ULTIMA CONVERSAO SEM ERRO
       0200-ACHAR-CONVERSAO.
           MOVE 'N' TO WRK-EOF-RUNLOG.
           OPEN INPUT RUNLOG.
           IF WRK-FS-RUNLOG NOT EQUAL '00'
               DISPLAY 'ARQUIVO RUNLOG.DAT NAO ENCONTRADO'
           ELSE
               PERFORM UNTIL WRK-FIM-RUNLOG
                   READ RUNLOG
                       AT END
                           SET WRK-FIM-RUNLOG TO TRUE
                       NOT AT END
                           IF RUNLOG-PROGRAMA EQUAL 'PROGCOB127'
                                   AND RUNLOG-STATUS-OK
                                   AND (RUNLOG-DATA > WRK-DATA-CORTE
                                   OR (RUNLOG-DATA EQUAL
                                           WRK-DATA-CORTE
                                       AND RUNLOG-HORA-FIM >
                                           WRK-HORA-CORTE))
                               MOVE RUNLOG-DATA TO WRK-DATA-CORTE
                               MOVE RUNLOG-HORA-FIM TO WRK-HORA-CORTE
                               SET WRK-TEM-CORTE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNLOG
               IF NOT WRK-TEM-CORTE
                   DISPLAY 'NENHUMA CONVERSAO PROGCOB127 CONCLUIDA '
                       'EM RUNLOG.DAT - INFORMAR A DATA DE CORTE'
               END-IF
           END-IF.

      * SEGUNDA PASSADA - RODADA QUE COMECOU ANTES DO CORTE CONTA
      * NO ANTES, A PARTIR DELE NO DEPOIS
       0300-MEDIR-RODADAS.
           MOVE 'N' TO WRK-EOF-RUNLOG.
           OPEN INPUT RUNLOG.
           IF WRK-FS-RUNLOG NOT EQUAL '00'
               DISPLAY 'ARQUIVO RUNLOG.DAT NAO ENCONTRADO'
           ELSE
               PERFORM UNTIL WRK-FIM-RUNLOG
                   READ RUNLOG
                       AT END
                           SET WRK-FIM-RUNLOG TO TRUE
                       NOT AT END
                           IF RUNLOG-STATUS-OK
                               PERFORM 0310-ACHAR-PROGRAMA
                               IF WRK-IND-PRG > ZEROS
                                   PERFORM 0320-SOMAR-RODADA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNLOG
           END-IF.

       0310-ACHAR-PROGRAMA.
           MOVE ZEROS TO WRK-IND-PRG.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > 4 OR WRK-IND-PRG > ZEROS
               IF WRK-PRG-NOME(WRK-IND) EQUAL RUNLOG-PROGRAMA
                   MOVE WRK-IND TO WRK-IND-PRG
               END-IF
           END-PERFORM.

      * HORARIOS EM HHMMSSCC - A RODADA QUE PASSA DA MEIA-NOITE
      * TERMINA COM HORA MENOR QUE A DO INICIO
       0320-SOMAR-RODADA.
           MOVE RUNLOG-HORA-INICIO TO WRK-HORA-AUX-NUM.
           COMPUTE WRK-CENT-INICIO = WRK-AUX-HH * 360000
               + WRK-AUX-MM * 6000 + WRK-AUX-SS * 100 + WRK-AUX-CC.
           MOVE RUNLOG-HORA-FIM TO WRK-HORA-AUX-NUM.
           COMPUTE WRK-CENT-FIM = WRK-AUX-HH * 360000
               + WRK-AUX-MM * 6000 + WRK-AUX-SS * 100 + WRK-AUX-CC.
           IF WRK-CENT-FIM < WRK-CENT-INICIO
               ADD 8640000 TO WRK-CENT-FIM
           END-IF.
           COMPUTE WRK-DURACAO = (WRK-CENT-FIM - WRK-CENT-INICIO)
               / 100.
           IF RUNLOG-DATA > WRK-DATA-CORTE
               OR (RUNLOG-DATA EQUAL WRK-DATA-CORTE
                   AND RUNLOG-HORA-INICIO NOT LESS THAN
                       WRK-HORA-CORTE)
               ADD 1 TO WRK-MED-ROD-DEP(WRK-IND-PRG)
               ADD WRK-DURACAO TO WRK-MED-SEG-DEP(WRK-IND-PRG)
               ADD RUNLOG-QTDE-REGISTROS TO
                   WRK-MED-REG-DEP(WRK-IND-PRG)
           ELSE
               ADD 1 TO WRK-MED-ROD-ANT(WRK-IND-PRG)
               ADD WRK-DURACAO TO WRK-MED-SEG-ANT(WRK-IND-PRG)
               ADD RUNLOG-QTDE-REGISTROS TO
                   WRK-MED-REG-ANT(WRK-IND-PRG)
           END-IF.

       0400-IMPRIMIR-COMPARACAO.
           OPEN OUTPUT TEMPOREL.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'PROGCOB128 - TEMPO ANTES E DEPOIS DAS CHAVES '
               'ALTERNATIVAS - EMITIDO EM ' WRK-DATASYS
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO TEMPOREL-LINHA.
           WRITE TEMPOREL-LINHA.
           DISPLAY WRK-LINHA-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'CORTE: ' WRK-DATA-CORTE ' ' WRK-HORA-CORTE
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO TEMPOREL-LINHA.
           WRITE TEMPOREL-LINHA.
           DISPLAY WRK-LINHA-ED.
           MOVE SPACES TO TEMPOREL-LINHA.
           STRING '           ---------- ANTES ----------   '
               '---------- DEPOIS ---------  GANHO'
               DELIMITED BY SIZE INTO TEMPOREL-LINHA.
           WRITE TEMPOREL-LINHA.
           DISPLAY TEMPOREL-LINHA.
           MOVE SPACES TO TEMPOREL-LINHA.
           STRING 'PROGRAMA   RODADAS  SEG.MEDIO  REG.MED   '
               'RODADAS  SEG.MEDIO  REG.MED  TEMPO %'
               DELIMITED BY SIZE INTO TEMPOREL-LINHA.
           WRITE TEMPOREL-LINHA.
           DISPLAY TEMPOREL-LINHA.
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 4
               PERFORM 0410-IMPRIMIR-PROGRAMA
           END-PERFORM.
           MOVE SPACES TO TEMPOREL-LINHA.
           WRITE TEMPOREL-LINHA.
           MOVE SPACES TO TEMPOREL-LINHA.
           STRING 'GANHO = REDUCAO DO TEMPO MEDIO SOBRE O ANTES; '
               'SEM BASE = FALTA RODADA DE UM DOS LADOS'
               DELIMITED BY SIZE INTO TEMPOREL-LINHA.
           WRITE TEMPOREL-LINHA.
           CLOSE TEMPOREL.
           DISPLAY 'COMPARACAO GRAVADA EM TEMPOREL.DAT'.

       0410-IMPRIMIR-PROGRAMA.
           MOVE ZEROS TO WRK-MEDIA-ANT.
           MOVE ZEROS TO WRK-MEDIA-DEP.
           MOVE WRK-MED-ROD-ANT(WRK-IND) TO WRK-ROD-ANT-ED.
           MOVE WRK-MED-ROD-DEP(WRK-IND) TO WRK-ROD-DEP-ED.
           MOVE ZEROS TO WRK-SEG-ANT-ED.
           MOVE ZEROS TO WRK-REG-ANT-ED.
           MOVE ZEROS TO WRK-SEG-DEP-ED.
           MOVE ZEROS TO WRK-REG-DEP-ED.
           IF WRK-MED-ROD-ANT(WRK-IND) > ZEROS
               COMPUTE WRK-MEDIA-ANT ROUNDED =
                   WRK-MED-SEG-ANT(WRK-IND) / WRK-MED-ROD-ANT(WRK-IND)
               COMPUTE WRK-MEDIA-REG ROUNDED =
                   WRK-MED-REG-ANT(WRK-IND) / WRK-MED-ROD-ANT(WRK-IND)
               MOVE WRK-MEDIA-ANT TO WRK-SEG-ANT-ED
               MOVE WRK-MEDIA-REG TO WRK-REG-ANT-ED
           END-IF.
           IF WRK-MED-ROD-DEP(WRK-IND) > ZEROS
               COMPUTE WRK-MEDIA-DEP ROUNDED =
                   WRK-MED-SEG-DEP(WRK-IND) / WRK-MED-ROD-DEP(WRK-IND)
               COMPUTE WRK-MEDIA-REG ROUNDED =
                   WRK-MED-REG-DEP(WRK-IND) / WRK-MED-ROD-DEP(WRK-IND)
               MOVE WRK-MEDIA-DEP TO WRK-SEG-DEP-ED
               MOVE WRK-MEDIA-REG TO WRK-REG-DEP-ED
           END-IF.
           IF WRK-MED-ROD-ANT(WRK-IND) > ZEROS
               AND WRK-MED-ROD-DEP(WRK-IND) > ZEROS
               AND WRK-MEDIA-ANT > ZEROS
               COMPUTE WRK-GANHO ROUNDED =
                   (WRK-MEDIA-ANT - WRK-MEDIA-DEP) * 100
                   / WRK-MEDIA-ANT
               MOVE WRK-GANHO TO WRK-GANHO-ED
               MOVE WRK-GANHO-ED TO WRK-GANHO-TXT
           ELSE
               MOVE 'SEM BASE' TO WRK-GANHO-TXT
           END-IF.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING WRK-PRG-NOME(WRK-IND)(1:10) ' '
               WRK-ROD-ANT-ED '  ' WRK-SEG-ANT-ED '  '
               WRK-REG-ANT-ED '   '
               WRK-ROD-DEP-ED '  ' WRK-SEG-DEP-ED '  '
               WRK-REG-DEP-ED '  ' WRK-GANHO-TXT
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO TEMPOREL-LINHA.
           WRITE TEMPOREL-LINHA.
           DISPLAY WRK-LINHA-ED.
