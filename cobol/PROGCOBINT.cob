       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBINT.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: ROTINA COMUM DE CONTROLE DOS ARQUIVOS RECEBIDOS
      * DE FORA (HEADER/TRAILER - LAYOUT INTCTL). O PROGRAMA DE
      * CARGA LE O ARQUIVO UMA VEZ ANTES DE ATUALIZAR QUALQUER
      * COISA E PASSA CADA REGISTRO PARA A ROTINA:
      *   I = INICIA A CONFERENCIA DO ARQUIVO
      *   A = ACUMULA UM REGISTRO (HEADER, DETALHE OU TRAILER;
      *       NO DETALHE O PROGRAMA INFORMA O VALOR DO REGISTRO)
      *   V = VALIDA: HEADER NO INICIO E TRAILER NO FIM, UM DE
      *       CADA, HEADER COMPLETO, QUANTIDADE E TOTAL DO
      *       TRAILER BATENDO COM O LIDO E SEQUENCIA AINDA NAO
      *       PROCESSADA NO REGISTRO DE INTERFACES (INTERFAC.DAT)
      *   R = REGISTRA O ARQUIVO COMO PROCESSADO, DEPOIS DA CARGA
      * ARQUIVO REJEITADO NAO E CARREGADO; TODA REJEICAO E TODO
      * ARQUIVO PROCESSADO SAEM NO LOG DE INTERFACES (INTLOG.DAT)
      * DEVOLVE 0 = ACEITO, 1 = REJEITADO (MOTIVO NA AREA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERFAC ASSIGN TO "INTERFAC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INR-CHAVE
               FILE STATUS IS WRK-FS-INTERFAC.

           SELECT INTLOG ASSIGN TO "INTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INTLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  INTERFAC.
           COPY INTREG.

       FD  INTLOG.
       01  INTLOG-LINHA            PIC X(140).

       WORKING-STORAGE SECTION.
       77 WRK-FS-INTERFAC      PIC X(02)      VALUE SPACES.
       77 WRK-FS-INTLOG        PIC X(02)      VALUE SPACES.
       77 WRK-DATASYS          PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-AGORA       PIC 9(08)      VALUE ZEROS.
       77 WRK-SITUACAO-LOG     PIC X(10)      VALUE SPACES.
       77 WRK-QTDE-ED          PIC Z.ZZZ.ZZ9.
       77 WRK-VALOR-ED         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-DATA-FUNCAO      PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO     PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2    PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-RESULTADO   PIC S9(08)     VALUE ZEROS.
       77 WRK-DATA-VALIDA      PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK             VALUE 'S'.

           COPY INTCTL.

       LINKAGE SECTION.
       01 LNK-INT-AREA.
           02 LNK-INT-FUNCAO       PIC X(01).
               88 LNK-INT-INICIAR      VALUE 'I'.
               88 LNK-INT-ACUMULAR     VALUE 'A'.
               88 LNK-INT-VALIDAR      VALUE 'V'.
               88 LNK-INT-REGISTRAR    VALUE 'R'.
           02 LNK-INT-PROGRAMA     PIC X(10).
           02 LNK-INT-INTERFACE    PIC X(08).
           02 LNK-INT-REGISTRO     PIC X(27).
           02 LNK-INT-VALOR-DETALHE PIC 9(13)V99.
           02 LNK-INT-QT-HEADER    PIC 9(03).
           02 LNK-INT-QT-TRAILER   PIC 9(03).
           02 LNK-INT-FORA-ORDEM   PIC X(01).
           02 LNK-INT-REMETENTE    PIC X(10).
           02 LNK-INT-DATA-GERACAO PIC 9(08).
           02 LNK-INT-SEQUENCIA    PIC 9(06).
           02 LNK-INT-QTDE-TRAILER PIC 9(07).
           02 LNK-INT-VALOR-TRAILER PIC 9(13)V99.
           02 LNK-INT-QTDE-LIDA    PIC 9(07).
           02 LNK-INT-VALOR-LIDO   PIC 9(13)V99.
           02 LNK-INT-MOTIVO       PIC X(40).
           02 LNK-INT-RETORNO      PIC X(01).
               88 LNK-INT-ACEITO       VALUE '0'.
               88 LNK-INT-REJEITADO    VALUE '1'.

       PROCEDURE DIVISION USING LNK-INT-AREA.
       0000-PRINCIPAL.
           EVALUATE TRUE
               WHEN LNK-INT-INICIAR
                   PERFORM 0100-INICIAR
               WHEN LNK-INT-ACUMULAR
                   PERFORM 0200-ACUMULAR
               WHEN LNK-INT-VALIDAR
                   PERFORM 0300-VALIDAR
               WHEN LNK-INT-REGISTRAR
                   PERFORM 0400-REGISTRAR
           END-EVALUATE.
           GOBACK.

       0100-INICIAR.
           MOVE ZEROS TO LNK-INT-QT-HEADER.
           MOVE ZEROS TO LNK-INT-QT-TRAILER.
           MOVE 'N' TO LNK-INT-FORA-ORDEM.
           MOVE SPACES TO LNK-INT-REMETENTE.
           MOVE ZEROS TO LNK-INT-DATA-GERACAO.
           MOVE ZEROS TO LNK-INT-SEQUENCIA.
           MOVE ZEROS TO LNK-INT-QTDE-TRAILER.
           MOVE ZEROS TO LNK-INT-VALOR-TRAILER.
           MOVE ZEROS TO LNK-INT-QTDE-LIDA.
           MOVE ZEROS TO LNK-INT-VALOR-LIDO.
           MOVE SPACES TO LNK-INT-MOTIVO.
           SET LNK-INT-ACEITO TO TRUE.

      * O HEADER TEM QUE SER O PRIMEIRO REGISTRO E O TRAILER O
      * ULTIMO - DETALHE ANTES DO HEADER OU DEPOIS DO TRAILER
      * INDICA ARQUIVO EMENDADO OU CORTADO
       0200-ACUMULAR.
           MOVE LNK-INT-REGISTRO TO INT-CONTROLE.
           EVALUATE TRUE
               WHEN INT-REG-HEADER
                   IF LNK-INT-QTDE-LIDA > ZEROS
                       OR LNK-INT-QT-TRAILER > ZEROS
                       MOVE 'S' TO LNK-INT-FORA-ORDEM
                   END-IF
                   ADD 1 TO LNK-INT-QT-HEADER
                   MOVE INT-REMETENTE TO LNK-INT-REMETENTE
                   IF INT-DATA-GERACAO IS NUMERIC
                       MOVE INT-DATA-GERACAO TO LNK-INT-DATA-GERACAO
                   ELSE
                       MOVE ZEROS TO LNK-INT-DATA-GERACAO
                   END-IF
                   IF INT-SEQUENCIA IS NUMERIC
                       MOVE INT-SEQUENCIA TO LNK-INT-SEQUENCIA
                   ELSE
                       MOVE ZEROS TO LNK-INT-SEQUENCIA
                   END-IF
               WHEN INT-REG-TRAILER
                   ADD 1 TO LNK-INT-QT-TRAILER
                   IF INT-QTDE-REGISTROS IS NUMERIC
                       MOVE INT-QTDE-REGISTROS TO LNK-INT-QTDE-TRAILER
                   ELSE
                       MOVE 9999999 TO LNK-INT-QTDE-TRAILER
                   END-IF
                   IF INT-VALOR-TOTAL IS NUMERIC
                       MOVE INT-VALOR-TOTAL TO LNK-INT-VALOR-TRAILER
                   ELSE
                       MOVE 9999999999999,99 TO LNK-INT-VALOR-TRAILER
                   END-IF
               WHEN OTHER
                   IF LNK-INT-QT-HEADER EQUAL ZEROS
                       OR LNK-INT-QT-TRAILER > ZEROS
                       MOVE 'S' TO LNK-INT-FORA-ORDEM
                   END-IF
                   ADD 1 TO LNK-INT-QTDE-LIDA
                   ADD LNK-INT-VALOR-DETALHE TO LNK-INT-VALOR-LIDO
           END-EVALUATE.

       0300-VALIDAR.
           MOVE SPACES TO LNK-INT-MOTIVO.
           EVALUATE TRUE
               WHEN LNK-INT-QT-HEADER EQUAL ZEROS
                   MOVE 'ARQUIVO SEM HEADER' TO LNK-INT-MOTIVO
               WHEN LNK-INT-QT-TRAILER EQUAL ZEROS
                   MOVE 'ARQUIVO SEM TRAILER - INCOMPLETO'
                       TO LNK-INT-MOTIVO
               WHEN LNK-INT-QT-HEADER > 1
                   OR LNK-INT-QT-TRAILER > 1
                   MOVE 'MAIS DE UM HEADER/TRAILER NO ARQUIVO'
                       TO LNK-INT-MOTIVO
               WHEN LNK-INT-FORA-ORDEM EQUAL 'S'
                   MOVE 'HEADER/TRAILER FORA DE POSICAO'
                       TO LNK-INT-MOTIVO
               WHEN LNK-INT-REMETENTE EQUAL SPACES
                   OR LNK-INT-SEQUENCIA EQUAL ZEROS
                   MOVE 'HEADER SEM REMETENTE OU SEQUENCIA'
                       TO LNK-INT-MOTIVO
               WHEN LNK-INT-QTDE-TRAILER NOT EQUAL
                   LNK-INT-QTDE-LIDA
                   MOVE 'QUANTIDADE DO TRAILER NAO CONFERE'
                       TO LNK-INT-MOTIVO
               WHEN LNK-INT-VALOR-TRAILER NOT EQUAL
                   LNK-INT-VALOR-LIDO
                   MOVE 'TOTAL DO TRAILER NAO CONFERE'
                       TO LNK-INT-MOTIVO
           END-EVALUATE.
           IF LNK-INT-MOTIVO EQUAL SPACES
               PERFORM 0310-CONFERIR-DATA
           END-IF.
           IF LNK-INT-MOTIVO EQUAL SPACES
               PERFORM 0320-CONFERIR-DUPLICADO
           END-IF.
           IF LNK-INT-MOTIVO EQUAL SPACES
               SET LNK-INT-ACEITO TO TRUE
           ELSE
               SET LNK-INT-REJEITADO TO TRUE
               MOVE 'REJEITADO' TO WRK-SITUACAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.

       0310-CONFERIR-DATA.
           MOVE 'V' TO WRK-DATA-FUNCAO.
           MOVE 'N' TO WRK-DATA-VALIDA.
           MOVE LNK-INT-DATA-GERACAO TO WRK-DATA-SERVICO.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DATA-RESULTADO WRK-DATA-VALIDA.
           IF NOT WRK-DATA-OK
               MOVE 'DATA DE GERACAO DO HEADER INVALIDA'
                   TO LNK-INT-MOTIVO
           END-IF.

       0320-CONFERIR-DUPLICADO.
           OPEN INPUT INTERFAC.
           IF WRK-FS-INTERFAC EQUAL '00'
               MOVE LNK-INT-INTERFACE TO INR-INTERFACE
               MOVE LNK-INT-REMETENTE TO INR-REMETENTE
               MOVE LNK-INT-SEQUENCIA TO INR-SEQUENCIA
               READ INTERFAC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING 'SEQUENCIA JA PROCESSADA EM '
                           INR-DATA-PROC
                           DELIMITED BY SIZE INTO LNK-INT-MOTIVO
               END-READ
               CLOSE INTERFAC
           END-IF.

       0400-REGISTRAR.
           OPEN I-O INTERFAC.
           IF WRK-FS-INTERFAC EQUAL '35'
               OPEN OUTPUT INTERFAC
               CLOSE INTERFAC
               OPEN I-O INTERFAC
           END-IF.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE LNK-INT-INTERFACE TO INR-INTERFACE.
           MOVE LNK-INT-REMETENTE TO INR-REMETENTE.
           MOVE LNK-INT-SEQUENCIA TO INR-SEQUENCIA.
           MOVE LNK-INT-DATA-GERACAO TO INR-DATA-GERACAO.
           MOVE LNK-INT-QTDE-LIDA TO INR-QTDE-REGISTROS.
           MOVE LNK-INT-VALOR-LIDO TO INR-VALOR-TOTAL.
           MOVE LNK-INT-PROGRAMA TO INR-PROGRAMA.
           MOVE WRK-DATASYS TO INR-DATA-PROC.
           MOVE WRK-HORA-AGORA(1:6) TO INR-HORA-PROC.
           WRITE INR-REG
               INVALID KEY
                   REWRITE INR-REG
           END-WRITE.
           CLOSE INTERFAC.
           MOVE SPACES TO LNK-INT-MOTIVO.
           MOVE 'PROCESSADO' TO WRK-SITUACAO-LOG.
           PERFORM 0900-GRAVAR-LOG.

       0900-GRAVAR-LOG.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           OPEN EXTEND INTLOG.
           IF WRK-FS-INTLOG EQUAL '35'
               OPEN OUTPUT INTLOG
           END-IF.
           MOVE LNK-INT-QTDE-LIDA TO WRK-QTDE-ED.
           MOVE LNK-INT-VALOR-LIDO TO WRK-VALOR-ED.
           MOVE SPACES TO INTLOG-LINHA.
           STRING WRK-DATASYS ' ' WRK-HORA-AGORA(1:6) ' '
               LNK-INT-PROGRAMA ' ' LNK-INT-INTERFACE ' '
               LNK-INT-REMETENTE ' ' LNK-INT-SEQUENCIA ' '
               WRK-SITUACAO-LOG ' ' WRK-QTDE-ED ' '
               WRK-VALOR-ED ' ' LNK-INT-MOTIVO
               DELIMITED BY SIZE INTO INTLOG-LINHA.
           WRITE INTLOG-LINHA.
           CLOSE INTLOG.
