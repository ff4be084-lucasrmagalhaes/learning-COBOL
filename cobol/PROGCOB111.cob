       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB111.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: CONTROLE DE PERIODOS CONTABEIS - O ADMINISTRADOR
      * FECHA O MES ENTREGUE A CONTABILIDADE (PERIODOS.DAT) E
      * DALI EM DIANTE OS PROGRAMAS QUE GRAVAM MOVIMENTO
      * FINANCEIRO RECUSAM DATA DESSE MES (ROTINA PROGCOBPER).
      * A REABERTURA NAO E FEITA AQUI: O PEDIDO VAI PARA A FILA
      * DE APROVACOES (PENDAPR.DAT, TIPO REABERTURA) E SO UM
      * SEGUNDO ADMINISTRADOR REABRE NO PROGCOB81. FECHAMENTO E
      * PEDIDO FICAM NA TRILHA DE AUDITORIA (AUDITORIA.DAT)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-ANOMES
               FILE STATUS IS WRK-FS-PERIODOS.

           SELECT PENDAPR ASSIGN TO "PENDAPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDAPR.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS.
           COPY PERREG.

       FD  PENDAPR.
           COPY APRREG.

       FD  AUDITORIA.
       01  AUDITORIA-LINHA         PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-PERIODOS   PIC X(02)      VALUE SPACES.
       77 WRK-FS-PENDAPR    PIC X(02)      VALUE SPACES.
       77 WRK-FS-AUDITORIA  PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-AUDIT    PIC 9(08)      VALUE ZEROS.
       77 WRK-USUARIO       PIC X(20)      VALUE SPACES.
       77 WRK-NIVEL         PIC 9(02)      VALUE ZEROS.
           88 WRK-NIVEL-ADM        VALUE 01.
       77 WRK-LOGIN-VALIDO  PIC X(01)      VALUE 'N'.
           88 WRK-LOGIN-OK         VALUE 'S'.
       77 WRK-OPCAO         PIC X(01)      VALUE SPACES.
       77 WRK-FIM-MENU      PIC X(01)      VALUE 'N'.
           88 WRK-MENU-FIM         VALUE 'S'.
       77 WRK-CONFIRMA      PIC X(01)      VALUE SPACES.
           88 WRK-CONFIRMA-SIM     VALUE 'S'.
       77 WRK-PROX-SEQ      PIC 9(06)      VALUE ZEROS.
       77 WRK-JA-PEDIDA     PIC X(01)      VALUE 'N'.
           88 WRK-REABERTURA-PENDENTE VALUE 'S'.
       77 WRK-MOTIVO        PIC X(30)      VALUE SPACES.
       77 WRK-TEXTO-AUDIT   PIC X(40)      VALUE SPACES.
       01 WRK-MES-REF.
           02 WRK-REF-ANO      PIC 9(04).
           02 WRK-REF-MES      PIC 9(02).
       01 WRK-MES-REF-NUM REDEFINES WRK-MES-REF PIC 9(06).
       01 WRK-REAB-IMAGEM.
           02 WRK-IMG-ANOMES   PIC 9(06).
           02 WRK-IMG-SITUACAO PIC X(01).
           02 WRK-IMG-MOTIVO   PIC X(30).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           CALL 'PROGCOBLOGIN' USING WRK-USUARIO WRK-NIVEL
               WRK-LOGIN-VALIDO.
           IF NOT WRK-LOGIN-OK
               DISPLAY 'USUARIO OU SENHA INVALIDOS - ACESSO NEGADO'
           ELSE
               IF NOT WRK-NIVEL-ADM
                   DISPLAY 'CONTROLE DE PERIODOS RESTRITO AO '
                       'NIVEL ADMINISTRADOR'
               ELSE
                   PERFORM 0100-MENU UNTIL WRK-MENU-FIM
               END-IF
           END-IF.
           STOP RUN.

       0100-MENU.
           DISPLAY '=============================================='.
           DISPLAY 'CONTROLE DE PERIODOS CONTABEIS'.
           DISPLAY '1 - LISTAR PERIODOS'.
           DISPLAY '2 - FECHAR MES'.
           DISPLAY '3 - PEDIR REABERTURA DE MES'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 1000-LISTAR-PERIODOS
               WHEN '2'
                   PERFORM 2000-FECHAR-MES
               WHEN '3'
                   PERFORM 3000-PEDIR-REABERTURA
               WHEN 'X'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
           END-EVALUATE.

       1000-LISTAR-PERIODOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PERIODOS.
           IF WRK-FS-PERIODOS NOT EQUAL '00'
               DISPLAY 'NENHUM PERIODO FECHADO ATE AGORA'
           ELSE
               MOVE ZEROS TO PER-ANOMES
               START PERIODOS KEY IS NOT LESS THAN PER-ANOMES
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               DISPLAY 'ANOMES S FECHADO  POR                  '
                   'REABERTO APROVADOR'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ PERIODOS NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           DISPLAY PER-ANOMES ' ' PER-SITUACAO ' '
                               PER-DATA-FECHAMENTO ' '
                               PER-USUARIO-FECHAMENTO ' '
                               PER-DATA-REABERTURA ' '
                               PER-APROVADOR-REAB
                   END-READ
               END-PERFORM
               CLOSE PERIODOS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

      * MES CORRENTE OU FUTURO NAO FECHA - O MOVIMENTO DE HOJE AINDA
      * ESTA SENDO GRAVADO
       2000-FECHAR-MES.
           DISPLAY 'MES A FECHAR (AAAAMM): '.
           ACCEPT WRK-MES-REF-NUM.
           IF WRK-REF-MES < 1 OR WRK-REF-MES > 12
               DISPLAY 'MES INVALIDO'
           ELSE
               IF WRK-MES-REF-NUM NOT LESS THAN WRK-DATASYS(1:6)
                   DISPLAY 'SO FECHA MES JA ENCERRADO'
               ELSE
                   PERFORM 2100-GRAVAR-FECHAMENTO
               END-IF
           END-IF.

       2100-GRAVAR-FECHAMENTO.
           OPEN I-O PERIODOS.
           IF WRK-FS-PERIODOS EQUAL '35'
               OPEN OUTPUT PERIODOS
               CLOSE PERIODOS
               OPEN I-O PERIODOS
           END-IF.
           MOVE WRK-MES-REF-NUM TO PER-ANOMES.
           READ PERIODOS
               INVALID KEY
                   MOVE SPACES TO PER-REG
                   MOVE WRK-MES-REF-NUM TO PER-ANOMES
                   MOVE ZEROS TO PER-DATA-REABERTURA
                   PERFORM 2110-CONFIRMAR-FECHAMENTO
                   IF WRK-CONFIRMA-SIM
                       WRITE PER-REG
                   END-IF
               NOT INVALID KEY
                   IF PER-SIT-FECHADO
                       DISPLAY 'PERIODO JA FECHADO EM '
                           PER-DATA-FECHAMENTO ' POR '
                           PER-USUARIO-FECHAMENTO
                       MOVE 'N' TO WRK-CONFIRMA
                   ELSE
                       PERFORM 2110-CONFIRMAR-FECHAMENTO
                       IF WRK-CONFIRMA-SIM
                           REWRITE PER-REG
                       END-IF
                   END-IF
           END-READ.
           CLOSE PERIODOS.
           IF WRK-CONFIRMA-SIM
               MOVE SPACES TO WRK-TEXTO-AUDIT
               STRING 'FECHAMENTO ' WRK-MES-REF-NUM
                   DELIMITED BY SIZE INTO WRK-TEXTO-AUDIT
               PERFORM 9000-GRAVAR-AUDITORIA
               DISPLAY 'PERIODO ' WRK-MES-REF-NUM ' FECHADO'
           END-IF.

       2110-CONFIRMAR-FECHAMENTO.
           DISPLAY 'FECHAR ' WRK-MES-REF-NUM ' - NENHUM MOVIMENTO '
               'DATADO NO MES SERA MAIS ACEITO (S/N): '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA-SIM
               SET PER-SIT-FECHADO TO TRUE
               MOVE WRK-DATASYS TO PER-DATA-FECHAMENTO
               MOVE WRK-USUARIO TO PER-USUARIO-FECHAMENTO
           END-IF.

      * UM PEDIDO PENDENTE POR MES; QUEM PEDE NAO PODE APROVAR
       3000-PEDIR-REABERTURA.
           DISPLAY 'MES A REABRIR (AAAAMM): '.
           ACCEPT WRK-MES-REF-NUM.
           MOVE 'N' TO WRK-CONFIRMA.
           OPEN INPUT PERIODOS.
           IF WRK-FS-PERIODOS NOT EQUAL '00'
               DISPLAY 'NENHUM PERIODO FECHADO ATE AGORA'
           ELSE
               MOVE WRK-MES-REF-NUM TO PER-ANOMES
               READ PERIODOS
                   INVALID KEY
                       DISPLAY 'PERIODO NAO ESTA FECHADO'
                   NOT INVALID KEY
                       IF NOT PER-SIT-FECHADO
                           DISPLAY 'PERIODO NAO ESTA FECHADO'
                       ELSE
                           SET WRK-CONFIRMA-SIM TO TRUE
                       END-IF
               END-READ
               CLOSE PERIODOS
           END-IF.
           IF WRK-CONFIRMA-SIM
               PERFORM 3100-LER-PENDENCIAS
               IF WRK-REABERTURA-PENDENTE
                   DISPLAY 'JA EXISTE PEDIDO DE REABERTURA PENDENTE '
                       'PARA O MES'
               ELSE
                   DISPLAY 'MOTIVO DA REABERTURA: '
                   MOVE SPACES TO WRK-MOTIVO
                   ACCEPT WRK-MOTIVO
                   IF WRK-MOTIVO EQUAL SPACES
                       DISPLAY 'MOTIVO OBRIGATORIO - PEDIDO NAO '
                           'REGISTRADO'
                   ELSE
                       PERFORM 3200-GRAVAR-PEDIDO
                   END-IF
               END-IF
           END-IF.

       3100-LER-PENDENCIAS.
           MOVE ZEROS TO WRK-PROX-SEQ.
           MOVE 'N' TO WRK-JA-PEDIDA.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PENDAPR.
           IF WRK-FS-PENDAPR EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ PENDAPR
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF APR-SEQ > WRK-PROX-SEQ
                               MOVE APR-SEQ TO WRK-PROX-SEQ
                           END-IF
                           IF APR-TIPO-REABERTURA AND APR-PENDENTE
                               AND APR-IMAGEM-ANTES(1:6) EQUAL
                                   WRK-MES-REF
                               SET WRK-REABERTURA-PENDENTE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDAPR
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           ADD 1 TO WRK-PROX-SEQ.

       3200-GRAVAR-PEDIDO.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           OPEN EXTEND PENDAPR.
           IF WRK-FS-PENDAPR EQUAL '35'
               OPEN OUTPUT PENDAPR
           END-IF.
           MOVE SPACES TO APR-REG.
           MOVE WRK-PROX-SEQ TO APR-SEQ.
           MOVE 'REABERTURA' TO APR-TIPO.
           MOVE ZEROS TO APR-LINHA.
           MOVE WRK-USUARIO TO APR-SOLICITANTE.
           MOVE WRK-DATASYS TO APR-DATA.
           MOVE WRK-HORA-AUDIT TO APR-HORA.
           MOVE WRK-MES-REF-NUM TO WRK-IMG-ANOMES.
           MOVE 'F' TO WRK-IMG-SITUACAO.
           MOVE WRK-MOTIVO TO WRK-IMG-MOTIVO.
           MOVE WRK-REAB-IMAGEM TO APR-IMAGEM-ANTES(1:37).
           MOVE 'A' TO WRK-IMG-SITUACAO.
           MOVE WRK-REAB-IMAGEM TO APR-IMAGEM-DEPOIS(1:37).
           SET APR-PENDENTE TO TRUE.
           MOVE SPACES TO APR-APROVADOR.
           MOVE ZEROS TO APR-DATA-DECISAO.
           WRITE APR-REG.
           CLOSE PENDAPR.
           MOVE SPACES TO WRK-TEXTO-AUDIT.
           STRING 'REABERTURA ' WRK-MES-REF-NUM ' PEDIDA'
               DELIMITED BY SIZE INTO WRK-TEXTO-AUDIT.
           PERFORM 9000-GRAVAR-AUDITORIA.
           DISPLAY 'REABERTURA PEDIDA - PENDENCIA ' WRK-PROX-SEQ
               ' AGUARDA OUTRO ADMINISTRADOR NO PROGCOB81'.

       9000-GRAVAR-AUDITORIA.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           OPEN EXTEND AUDITORIA.
           IF WRK-FS-AUDITORIA EQUAL '35'
               OPEN OUTPUT AUDITORIA
           END-IF.
           MOVE SPACES TO AUDITORIA-LINHA.
           STRING WRK-DATASYS ' ' WRK-HORA-AUDIT ' '
               WRK-TEXTO-AUDIT DELIMITED BY '  '
               ' USUARIO: ' WRK-USUARIO DELIMITED BY SIZE
               INTO AUDITORIA-LINHA.
           WRITE AUDITORIA-LINHA.
           CLOSE AUDITORIA.
