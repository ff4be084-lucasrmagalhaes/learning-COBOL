       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB108.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: APURACAO MENSAL DE PIS E COFINS NO REGIME NAO
      * CUMULATIVO - O DEBITO SAI DA RECEITA FATURADA NO MES
      * (NOTAS.DAT) MENOS AS NOTAS CANCELADAS (NFESIT.DAT), AS
      * DEVOLUCOES DE PEDIDO FATURADO (ESTORNOS.DAT DO PROGCOB55)
      * E O ICMS DESTACADO (PEDIDOS.DAT), QUE NAO COMPOE A BASE;
      * O CREDITO SAI DAS COMPRAS DE MERCADORIA LANCADAS NO
      * CONTAS A PAGAR NO MES (TITULOS COM PEDIDO DE COMPRA EM
      * CONTASPAG.DAT) MAIS O SALDO CREDOR DO MES ANTERIOR
      * (PISCOFSLD.DAT). IMPRIME O DEMONSTRATIVO (PISCOFREL.DAT)
      * COM BASE, ALIQUOTA, DEBITO, CREDITO, VALOR A RECOLHER COM
      * O VENCIMENTO E O SALDO CREDOR QUE PASSA PARA O MES
      * SEGUINTE. AS ALIQUOTAS VEM DE PISCOFPAR.DAT (PADRAO 1,65%
      * PIS E 7,60% COFINS QUANDO O ARQUIVO FALTA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS ASSIGN TO "NOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTAS.

           SELECT NFESIT ASSIGN TO "NFESIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFE-NOTA
               FILE STATUS IS WRK-FS-NFESIT.

           SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT ESTORNOS ASSIGN TO "ESTORNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTORNOS.

           SELECT CONTASPAG ASSIGN TO "CONTASPAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WRK-FS-CONTASPAG.

           SELECT PISCOFPAR ASSIGN TO "PISCOFPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PISCOFPAR.

           SELECT PISCOFSLD ASSIGN TO "PISCOFSLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLD-ANOMES
               FILE STATUS IS WRK-FS-PISCOFSLD.

           SELECT PISCOFREL ASSIGN TO "PISCOFREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PISCOFREL.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS.
       01  NOTA-REG.
           02  NOTA-NUMERO         PIC 9(08).
           02  NOTA-PEDIDO         PIC 9(08).
           02  NOTA-CLIENTE        PIC 9(06).
           02  NOTA-DATA           PIC 9(08).
           02  NOTA-VALOR          PIC 9(08)V99.

       FD  NFESIT.
           COPY NFEREG.

       FD  PEDIDOS.
           COPY PEDREG.

       FD  ESTORNOS.
       01  ESTORNO-REG.
           02  ESTORNO-PEDIDO      PIC 9(08).
           02  ESTORNO-LOJA        PIC 9(03).
           02  ESTORNO-DATA-MOV    PIC 9(08).
           02  ESTORNO-DATA        PIC 9(08).
           02  ESTORNO-HORA        PIC 9(08).
           02  ESTORNO-OPERADOR    PIC X(20).
           02  ESTORNO-MOTIVO      PIC X(03).
           02  ESTORNO-VALOR       PIC 9(08)V99.
           02  ESTORNO-ACUM-ANTES  PIC 9(08)V99.
           02  ESTORNO-ACUM-DEPOIS PIC 9(08)V99.
           02  ESTORNO-PARC-CANC   PIC 9(02).
           02  ESTORNO-PARC-CRED   PIC 9(02).

       FD  CONTASPAG.
           COPY PAGREG.

       FD  PISCOFPAR.
       01  PISCOFPAR-REG.
           02  PISCOFPAR-ALIQ-PIS     PIC 9(02)V99.
           02  PISCOFPAR-ALIQ-COFINS  PIC 9(02)V99.

       FD  PISCOFSLD.
       01  SLD-REG.
           02  SLD-ANOMES          PIC 9(06).
           02  SLD-SALDO-PIS       PIC 9(10)V99.
           02  SLD-SALDO-COFINS    PIC 9(10)V99.
           02  SLD-DATA-APURACAO   PIC 9(08).

       FD  PISCOFREL.
       01  PISCOFREL-LINHA     PIC X(90).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-NOTAS      PIC X(02)      VALUE SPACES.
       77 WRK-FS-NFESIT     PIC X(02)      VALUE SPACES.
       77 WRK-FS-PEDIDOS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-ESTORNOS   PIC X(02)      VALUE SPACES.
       77 WRK-FS-CONTASPAG  PIC X(02)      VALUE SPACES.
       77 WRK-FS-PISCOFPAR  PIC X(02)      VALUE SPACES.
       77 WRK-FS-PISCOFSLD  PIC X(02)      VALUE SPACES.
       77 WRK-FS-PISCOFREL  PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-ALIQ-PIS      PIC 9(02)V99   VALUE 1,65.
       77 WRK-ALIQ-COFINS   PIC 9(02)V99   VALUE 7,60.
       77 WRK-NOTA-CANCELADA PIC X(01)     VALUE 'N'.
           88 WRK-NOTA-CANC        VALUE 'S'.
       77 WRK-QT-NOTAS      PIC 9(06)      VALUE ZEROS.
       77 WRK-QT-CANCELADAS PIC 9(06)      VALUE ZEROS.
       77 WRK-QT-DEVOLUCOES PIC 9(06)      VALUE ZEROS.
       77 WRK-QT-COMPRAS    PIC 9(06)      VALUE ZEROS.
       77 WRK-RECEITA-BRUTA PIC 9(12)V99   VALUE ZEROS.
       77 WRK-CANCELAMENTOS PIC 9(12)V99   VALUE ZEROS.
       77 WRK-DEVOLUCOES    PIC 9(12)V99   VALUE ZEROS.
       77 WRK-ICMS-NOTAS    PIC 9(12)V99   VALUE ZEROS.
       77 WRK-ICMS-DEVOLVIDO PIC 9(12)V99  VALUE ZEROS.
       77 WRK-ICMS-EXCLUIDO PIC S9(12)V99  VALUE ZEROS.
       77 WRK-BASE-DEBITO   PIC S9(12)V99  VALUE ZEROS.
       77 WRK-BASE-CREDITO  PIC 9(12)V99   VALUE ZEROS.
       77 WRK-SALDO-ANT-PIS PIC 9(10)V99   VALUE ZEROS.
       77 WRK-SALDO-ANT-COFINS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-DATA-FUNCAO   PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO  PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2 PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-RESULTADO PIC S9(08)    VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK          VALUE 'S'.
       77 WRK-IND           PIC 9(01)      VALUE ZEROS.
       77 WRK-VALOR-ED      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-ALIQ-ED       PIC Z9,99.
       77 WRK-LINHA-ED      PIC X(90)      VALUE SPACES.
       01 WRK-MES-REF.
           02 WRK-REF-ANO      PIC 9(04).
           02 WRK-REF-MES      PIC 9(02).
       01 WRK-MES-REF-NUM REDEFINES WRK-MES-REF PIC 9(06).
       01 WRK-MES-ANT.
           02 WRK-ANT-ANO      PIC 9(04).
           02 WRK-ANT-MES      PIC 9(02).
       01 WRK-MES-ANT-NUM REDEFINES WRK-MES-ANT PIC 9(06).
       01 WRK-DATA-EXAME-GRP.
           02 WRK-DE-ANOMES    PIC 9(06).
           02 WRK-DE-DIA       PIC 9(02).
       01 WRK-DATA-EXAME-NUM REDEFINES WRK-DATA-EXAME-GRP
           PIC 9(08).
       01 WRK-DATA-VENCTO.
           02 WRK-VEN-ANO      PIC 9(04).
           02 WRK-VEN-MES      PIC 9(02).
           02 WRK-VEN-DIA      PIC 9(02).
       01 WRK-DATA-VENCTO-NUM REDEFINES WRK-DATA-VENCTO PIC 9(08).
      * 1 = PIS, 2 = COFINS
       01 WRK-APURACAO.
           02 WRK-APU-TRIBUTO OCCURS 2 TIMES.
               05 WRK-APU-NOME          PIC X(06).
               05 WRK-APU-ALIQ          PIC 9(02)V99.
               05 WRK-APU-DEBITO        PIC 9(10)V99.
               05 WRK-APU-CRED-MES      PIC 9(10)V99.
               05 WRK-APU-CRED-ANT      PIC 9(10)V99.
               05 WRK-APU-CRED-TOTAL    PIC 9(10)V99.
               05 WRK-APU-A-PAGAR       PIC 9(10)V99.
               05 WRK-APU-SALDO-CREDOR  PIC 9(10)V99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           DISPLAY 'MES DA APURACAO DE PIS/COFINS (AAAAMM): '.
           ACCEPT WRK-MES-REF-NUM.
           PERFORM 0100-CARREGAR-PARAMETROS.
           PERFORM 0200-ACUMULAR-NOTAS.
           PERFORM 0300-ACUMULAR-DEVOLUCOES.
           PERFORM 0400-ACUMULAR-COMPRAS.
           PERFORM 0500-LER-SALDO-ANTERIOR.
           PERFORM 0600-CALCULAR.
           PERFORM 0700-GRAVAR-SALDO.
           PERFORM 0800-IMPRIMIR-DEMONSTRATIVO.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.

       0100-CARREGAR-PARAMETROS.
           OPEN INPUT PISCOFPAR.
           IF WRK-FS-PISCOFPAR EQUAL '00'
               READ PISCOFPAR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PISCOFPAR-ALIQ-PIS TO WRK-ALIQ-PIS
                       MOVE PISCOFPAR-ALIQ-COFINS TO WRK-ALIQ-COFINS
               END-READ
               CLOSE PISCOFPAR
           END-IF.
           MOVE 'PIS' TO WRK-APU-NOME(1).
           MOVE WRK-ALIQ-PIS TO WRK-APU-ALIQ(1).
           MOVE 'COFINS' TO WRK-APU-NOME(2).
           MOVE WRK-ALIQ-COFINS TO WRK-APU-ALIQ(2).

      * RECEITA DO MES E O QUE FOI FATURADO; A NOTA CANCELADA (OU
      * COM CANCELAMENTO SOLICITADO) SAI DA BASE E O ICMS DAS
      * DEMAIS, GUARDADO NO PEDIDO, E EXCLUIDO
       0200-ACUMULAR-NOTAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT NOTAS.
           IF WRK-FS-NOTAS NOT EQUAL '00'
               DISPLAY 'NOTAS.DAT AUSENTE - SEM RECEITA NO MES'
           ELSE
               OPEN INPUT NFESIT
               OPEN INPUT PEDIDOS
               PERFORM UNTIL WRK-FIM-ARQ
                   READ NOTAS
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           MOVE NOTA-DATA TO WRK-DATA-EXAME-NUM
                           IF WRK-DE-ANOMES EQUAL WRK-MES-REF-NUM
                               PERFORM 0210-TRATAR-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS
               IF WRK-FS-NFESIT EQUAL '00'
                   CLOSE NFESIT
               END-IF
               IF WRK-FS-PEDIDOS EQUAL '00'
                   CLOSE PEDIDOS
               END-IF
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0210-TRATAR-NOTA.
           ADD 1 TO WRK-QT-NOTAS.
           ADD NOTA-VALOR TO WRK-RECEITA-BRUTA.
           MOVE 'N' TO WRK-NOTA-CANCELADA.
           IF WRK-FS-NFESIT EQUAL '00'
               MOVE NOTA-NUMERO TO NFE-NOTA
               READ NFESIT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NFE-SIT-CANCELADA
                           OR NFE-SIT-CANC-SOLICITADO
                           SET WRK-NOTA-CANC TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF WRK-NOTA-CANC
               ADD 1 TO WRK-QT-CANCELADAS
               ADD NOTA-VALOR TO WRK-CANCELAMENTOS
           ELSE
               IF WRK-FS-PEDIDOS EQUAL '00'
                   MOVE NOTA-PEDIDO TO PED-NUMERO
                   READ PEDIDOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD PED-ICMS TO WRK-ICMS-NOTAS
                   END-READ
               END-IF
           END-IF.

      * DEVOLUCAO E O PEDIDO FATURADO CANCELADO NO MES CUJA NOTA
      * FICOU VALIDA (FORA DO PRAZO DE CANCELAMENTO DA NF-E); O
      * PEDIDO SEM NOTA NUNCA ENTROU NA RECEITA
       0300-ACUMULAR-DEVOLUCOES.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ESTORNOS.
           IF WRK-FS-ESTORNOS EQUAL '00'
               OPEN INPUT NFESIT
               OPEN INPUT PEDIDOS
               PERFORM UNTIL WRK-FIM-ARQ
                   READ ESTORNOS
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           MOVE ESTORNO-DATA TO WRK-DATA-EXAME-NUM
                           IF WRK-DE-ANOMES EQUAL WRK-MES-REF-NUM
                               AND WRK-FS-PEDIDOS EQUAL '00'
                               PERFORM 0310-TRATAR-ESTORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTORNOS
               IF WRK-FS-NFESIT EQUAL '00'
                   CLOSE NFESIT
               END-IF
               IF WRK-FS-PEDIDOS EQUAL '00'
                   CLOSE PEDIDOS
               END-IF
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0310-TRATAR-ESTORNO.
           MOVE ESTORNO-PEDIDO TO PED-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   MOVE ZEROS TO PED-NOTA-FISCAL
           END-READ.
           IF PED-NOTA-FISCAL NOT EQUAL ZEROS
               MOVE 'N' TO WRK-NOTA-CANCELADA
               IF WRK-FS-NFESIT EQUAL '00'
                   MOVE PED-NOTA-FISCAL TO NFE-NOTA
                   READ NFESIT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NFE-SIT-CANCELADA
                               OR NFE-SIT-CANC-SOLICITADO
                               SET WRK-NOTA-CANC TO TRUE
                           END-IF
                   END-READ
               END-IF
               IF NOT WRK-NOTA-CANC
                   ADD 1 TO WRK-QT-DEVOLUCOES
                   ADD PED-TOTAL TO WRK-DEVOLUCOES
                   ADD PED-ICMS TO WRK-ICMS-DEVOLVIDO
               END-IF
           END-IF.

      * CREDITO SO DAS COMPRAS DE MERCADORIA - TITULO GERADO PELO
      * RECEBIMENTO COM PEDIDO DE COMPRA, PELA DATA DE EMISSAO
       0400-ACUMULAR-COMPRAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CONTASPAG.
           IF WRK-FS-CONTASPAG NOT EQUAL '00'
               DISPLAY 'CONTASPAG.DAT AUSENTE - SEM CREDITO DE '
                   'COMPRAS NO MES'
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
                           MOVE PAG-EMISSAO TO WRK-DATA-EXAME-NUM
                           IF WRK-DE-ANOMES EQUAL WRK-MES-REF-NUM
                               AND PAG-PEDCOMPRA NOT EQUAL ZEROS
                               ADD 1 TO WRK-QT-COMPRAS
                               ADD PAG-VALOR TO WRK-BASE-CREDITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTASPAG
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       0500-LER-SALDO-ANTERIOR.
           MOVE WRK-MES-REF-NUM TO WRK-MES-ANT-NUM.
           IF WRK-ANT-MES EQUAL 1
               SUBTRACT 1 FROM WRK-ANT-ANO
               MOVE 12 TO WRK-ANT-MES
           ELSE
               SUBTRACT 1 FROM WRK-ANT-MES
           END-IF.
           MOVE ZEROS TO WRK-SALDO-ANT-PIS.
           MOVE ZEROS TO WRK-SALDO-ANT-COFINS.
           OPEN INPUT PISCOFSLD.
           IF WRK-FS-PISCOFSLD EQUAL '00'
               MOVE WRK-MES-ANT-NUM TO SLD-ANOMES
               READ PISCOFSLD
                   INVALID KEY
                       DISPLAY 'SEM APURACAO DO MES ANTERIOR - '
                           'SALDO CREDOR ANTERIOR ZERO'
                   NOT INVALID KEY
                       MOVE SLD-SALDO-PIS TO WRK-SALDO-ANT-PIS
                       MOVE SLD-SALDO-COFINS TO WRK-SALDO-ANT-COFINS
               END-READ
               CLOSE PISCOFSLD
           END-IF.
           MOVE WRK-SALDO-ANT-PIS TO WRK-APU-CRED-ANT(1).
           MOVE WRK-SALDO-ANT-COFINS TO WRK-APU-CRED-ANT(2).

      * DEBITO MENOR QUE O CREDITO NAO GERA RECOLHIMENTO - A SOBRA
      * VIRA SALDO CREDOR DO MES SEGUINTE
       0600-CALCULAR.
           COMPUTE WRK-ICMS-EXCLUIDO =
               WRK-ICMS-NOTAS - WRK-ICMS-DEVOLVIDO.
           COMPUTE WRK-BASE-DEBITO = WRK-RECEITA-BRUTA
               - WRK-CANCELAMENTOS - WRK-DEVOLUCOES
               - WRK-ICMS-EXCLUIDO.
           IF WRK-BASE-DEBITO < ZEROS
               MOVE ZEROS TO WRK-BASE-DEBITO
           END-IF.
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 2
               COMPUTE WRK-APU-DEBITO(WRK-IND) ROUNDED =
                   WRK-BASE-DEBITO * WRK-APU-ALIQ(WRK-IND) / 100
               COMPUTE WRK-APU-CRED-MES(WRK-IND) ROUNDED =
                   WRK-BASE-CREDITO * WRK-APU-ALIQ(WRK-IND) / 100
               COMPUTE WRK-APU-CRED-TOTAL(WRK-IND) =
                   WRK-APU-CRED-MES(WRK-IND)
                   + WRK-APU-CRED-ANT(WRK-IND)
               IF WRK-APU-DEBITO(WRK-IND) >
                       WRK-APU-CRED-TOTAL(WRK-IND)
                   COMPUTE WRK-APU-A-PAGAR(WRK-IND) =
                       WRK-APU-DEBITO(WRK-IND)
                       - WRK-APU-CRED-TOTAL(WRK-IND)
                   MOVE ZEROS TO WRK-APU-SALDO-CREDOR(WRK-IND)
               ELSE
                   MOVE ZEROS TO WRK-APU-A-PAGAR(WRK-IND)
                   COMPUTE WRK-APU-SALDO-CREDOR(WRK-IND) =
                       WRK-APU-CRED-TOTAL(WRK-IND)
                       - WRK-APU-DEBITO(WRK-IND)
               END-IF
           END-PERFORM.
           PERFORM 0610-CALCULAR-VENCIMENTO.

      * PIS E COFINS VENCEM NO DIA 25 DO MES SEGUINTE; CAINDO EM
      * DIA NAO UTIL, ANTECIPA PARA O DIA UTIL ANTERIOR
       0610-CALCULAR-VENCIMENTO.
           MOVE WRK-REF-ANO TO WRK-VEN-ANO.
           MOVE WRK-REF-MES TO WRK-VEN-MES.
           IF WRK-VEN-MES EQUAL 12
               ADD 1 TO WRK-VEN-ANO
               MOVE 1 TO WRK-VEN-MES
           ELSE
               ADD 1 TO WRK-VEN-MES
           END-IF.
           MOVE 25 TO WRK-VEN-DIA.
           MOVE 'N' TO WRK-DATA-VALIDA.
           PERFORM UNTIL WRK-DATA-OK OR WRK-VEN-DIA EQUAL 1
               MOVE 'U' TO WRK-DATA-FUNCAO
               MOVE WRK-DATA-VENCTO-NUM TO WRK-DATA-SERVICO
               MOVE ZEROS TO WRK-DATA-SERVICO2
               CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
                   WRK-DATA-SERVICO WRK-DATA-SERVICO2
                   WRK-DATA-RESULTADO WRK-DATA-VALIDA
               IF NOT WRK-DATA-OK
                   SUBTRACT 1 FROM WRK-VEN-DIA
               END-IF
           END-PERFORM.

      * A APURACAO DO MES GRAVA O SALDO CREDOR QUE O MES SEGUINTE
      * VAI LER; REPETIR O MES REGRAVA O MESMO REGISTRO
       0700-GRAVAR-SALDO.
           OPEN I-O PISCOFSLD.
           IF WRK-FS-PISCOFSLD EQUAL '35'
               OPEN OUTPUT PISCOFSLD
               CLOSE PISCOFSLD
               OPEN I-O PISCOFSLD
           END-IF.
           MOVE WRK-MES-REF-NUM TO SLD-ANOMES.
           READ PISCOFSLD
               INVALID KEY
                   MOVE WRK-APU-SALDO-CREDOR(1) TO SLD-SALDO-PIS
                   MOVE WRK-APU-SALDO-CREDOR(2) TO SLD-SALDO-COFINS
                   MOVE WRK-DATASYS TO SLD-DATA-APURACAO
                   WRITE SLD-REG
               NOT INVALID KEY
                   MOVE WRK-APU-SALDO-CREDOR(1) TO SLD-SALDO-PIS
                   MOVE WRK-APU-SALDO-CREDOR(2) TO SLD-SALDO-COFINS
                   MOVE WRK-DATASYS TO SLD-DATA-APURACAO
                   REWRITE SLD-REG
                   DISPLAY 'APURACAO DO MES JA EXISTIA - SALDO '
                       'CREDOR REGRAVADO'
           END-READ.
           CLOSE PISCOFSLD.

       0800-IMPRIMIR-DEMONSTRATIVO.
           OPEN OUTPUT PISCOFREL.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'PROGCOB108 - APURACAO DE PIS/COFINS NAO '
               'CUMULATIVO - MES ' WRK-MES-REF-NUM
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE 'BASE DE CALCULO DOS DEBITOS' TO WRK-LINHA-ED.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE WRK-RECEITA-BRUTA TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  RECEITA FATURADA (' WRK-QT-NOTAS ' NOTAS)....'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE WRK-CANCELAMENTOS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  (-) CANCELADAS (' WRK-QT-CANCELADAS ')........'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE WRK-DEVOLUCOES TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  (-) DEVOLUCOES (' WRK-QT-DEVOLUCOES ')........'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE WRK-ICMS-EXCLUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  (-) ICMS DESTACADO.................'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE WRK-BASE-DEBITO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  (=) BASE DOS DEBITOS...............'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE WRK-BASE-CREDITO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'BASE DOS CREDITOS - COMPRAS (' WRK-QT-COMPRAS
               ')..' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-GRAVAR-LINHA.
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 2
               PERFORM 0810-IMPRIMIR-TRIBUTO
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA-ED.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'VENCIMENTO DO RECOLHIMENTO: ' WRK-DATA-VENCTO-NUM
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-GRAVAR-LINHA.
           CLOSE PISCOFREL.
           DISPLAY 'PIS A RECOLHER...: ' WRK-APU-A-PAGAR(1).
           DISPLAY 'COFINS A RECOLHER: ' WRK-APU-A-PAGAR(2).
           DISPLAY 'DEMONSTRATIVO GRAVADO EM PISCOFREL.DAT'.

       0810-IMPRIMIR-TRIBUTO.
           MOVE SPACES TO WRK-LINHA-ED.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE WRK-APU-ALIQ(WRK-IND) TO WRK-ALIQ-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING WRK-APU-NOME(WRK-IND) ' - ALIQUOTA ' WRK-ALIQ-ED
               '%'
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE WRK-APU-DEBITO(WRK-IND) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  DEBITO DO MES......................'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE WRK-APU-CRED-MES(WRK-IND) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  (-) CREDITO DAS COMPRAS............'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE WRK-APU-CRED-ANT(WRK-IND) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  (-) SALDO CREDOR DO MES ANTERIOR...'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE WRK-APU-A-PAGAR(WRK-IND) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  (=) VALOR A RECOLHER...............'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE WRK-APU-SALDO-CREDOR(WRK-IND) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  SALDO CREDOR PARA O MES SEGUINTE...'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0890-GRAVAR-LINHA.

       0890-GRAVAR-LINHA.
           MOVE WRK-LINHA-ED TO PISCOFREL-LINHA.
           WRITE PISCOFREL-LINHA.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB108' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           COMPUTE RUNLOG-QTDE-REGISTROS = WRK-QT-NOTAS
               + WRK-QT-DEVOLUCOES + WRK-QT-COMPRAS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
