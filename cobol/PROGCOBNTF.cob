       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBNTF.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: ROTINA COMUM DA FILA DE AVISOS AO CLIENTE -
      * RECEBE O TIPO DO EVENTO, O CLIENTE E OS DADOS DO
      * PEDIDO/TITULO, RESOLVE O CONTATO PELA PREFERENCIA DO
      * CLIENTE (PREFAVISO.DAT) OU PELO TELEFONE DO CADASTRO,
      * RESPEITA A RECUSA DE AVISOS E ACRESCENTA O REGISTRO EM
      * NOTIFICA.DAT PARA O PROVEDOR DE E-MAIL/SMS. DEVOLVE
      * 0 = AVISO NA FILA, 1 = CLIENTE RECUSA AVISOS, 2 = SEM
      * CONTATO PARA AVISAR; O CHAMADOR SEGUE NORMALMENTE EM
      * QUALQUER CASO - O AVISO NUNCA SEGURA A OPERACAO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTES.

           SELECT PREFAVISO ASSIGN TO "PREFAVISO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CLIENTE
               FILE STATUS IS WRK-FS-PREFAVISO.

           SELECT NOTIFICA ASSIGN TO "NOTIFICA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTIFICA.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIREG.

       FD  PREFAVISO.
           COPY PRFREG.

       FD  NOTIFICA.
           COPY NTFREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-CLIENTES   PIC X(02)      VALUE SPACES.
       77 WRK-FS-PREFAVISO  PIC X(02)      VALUE SPACES.
       77 WRK-FS-NOTIFICA   PIC X(02)      VALUE SPACES.
       77 WRK-PREF-FLAG     PIC X(01)      VALUE 'N'.
           88 WRK-TEM-PREFERENCIA  VALUE 'S'.
       77 WRK-NOME          PIC X(30)      VALUE SPACES.
       77 WRK-TELEFONE      PIC X(15)      VALUE SPACES.

       LINKAGE SECTION.
       01 LNK-NTF-AREA.
           02 LNK-NTF-TIPO         PIC X(03).
           02 LNK-NTF-CLIENTE      PIC 9(06).
           02 LNK-NTF-PEDIDO       PIC 9(08).
           02 LNK-NTF-PARCELA      PIC 9(02).
           02 LNK-NTF-VALOR        PIC 9(08)V99.
           02 LNK-NTF-DATA-REF     PIC 9(08).
           02 LNK-NTF-REFERENCIA   PIC X(10).
           02 LNK-NTF-RETORNO      PIC X(01).
               88 LNK-NTF-NA-FILA      VALUE '0'.
               88 LNK-NTF-RECUSADO     VALUE '1'.
               88 LNK-NTF-SEM-CONTATO  VALUE '2'.

       PROCEDURE DIVISION USING LNK-NTF-AREA.
       0000-PRINCIPAL.
           PERFORM 0100-LER-CLIENTE.
           PERFORM 0200-LER-PREFERENCIA.
           MOVE SPACES TO NTF-REG.
           IF WRK-TEM-PREFERENCIA
               IF PRF-RECUSA-AVISOS
                   SET LNK-NTF-RECUSADO TO TRUE
               ELSE
                   MOVE PRF-CANAL TO NTF-CANAL
                   MOVE PRF-EMAIL TO NTF-EMAIL
                   MOVE PRF-CELULAR TO NTF-CELULAR
                   IF NTF-CELULAR EQUAL SPACES
                       MOVE WRK-TELEFONE TO NTF-CELULAR
                   END-IF
                   PERFORM 0300-CONFERIR-CONTATO
               END-IF
           ELSE
               SET NTF-CANAL-SMS TO TRUE
               MOVE WRK-TELEFONE TO NTF-CELULAR
               PERFORM 0300-CONFERIR-CONTATO
           END-IF.
           IF LNK-NTF-NA-FILA
               PERFORM 0400-GRAVAR-AVISO
           END-IF.
           GOBACK.

       0100-LER-CLIENTE.
           MOVE SPACES TO WRK-NOME.
           MOVE SPACES TO WRK-TELEFONE.
           OPEN INPUT CLIENTES.
           IF WRK-FS-CLIENTES EQUAL '00'
               MOVE LNK-NTF-CLIENTE TO CLI-NUMERO
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOME TO WRK-NOME
                       MOVE CLI-TELEFONE TO WRK-TELEFONE
               END-READ
               CLOSE CLIENTES
           END-IF.

       0200-LER-PREFERENCIA.
           MOVE 'N' TO WRK-PREF-FLAG.
           OPEN INPUT PREFAVISO.
           IF WRK-FS-PREFAVISO EQUAL '00'
               MOVE LNK-NTF-CLIENTE TO PRF-CLIENTE
               READ PREFAVISO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WRK-TEM-PREFERENCIA TO TRUE
               END-READ
               CLOSE PREFAVISO
           END-IF.

      * O CANAL ESCOLHIDO PRECISA TER O CONTATO PREENCHIDO - SEM
      * ELE O AVISO NAO VAI PARA A FILA
       0300-CONFERIR-CONTATO.
           SET LNK-NTF-NA-FILA TO TRUE.
           EVALUATE TRUE
               WHEN NTF-CANAL-EMAIL
                   IF NTF-EMAIL EQUAL SPACES
                       SET LNK-NTF-SEM-CONTATO TO TRUE
                   END-IF
               WHEN NTF-CANAL-AMBOS
                   IF NTF-EMAIL EQUAL SPACES
                           AND NTF-CELULAR EQUAL SPACES
                       SET LNK-NTF-SEM-CONTATO TO TRUE
                   END-IF
               WHEN OTHER
                   SET NTF-CANAL-SMS TO TRUE
                   IF NTF-CELULAR EQUAL SPACES
                       SET LNK-NTF-SEM-CONTATO TO TRUE
                   END-IF
           END-EVALUATE.

       0400-GRAVAR-AVISO.
           MOVE LNK-NTF-TIPO TO NTF-TIPO.
           ACCEPT NTF-DATA FROM DATE YYYYMMDD.
           ACCEPT NTF-HORA FROM TIME.
           MOVE LNK-NTF-CLIENTE TO NTF-CLIENTE.
           MOVE WRK-NOME TO NTF-NOME.
           MOVE LNK-NTF-PEDIDO TO NTF-PEDIDO.
           MOVE LNK-NTF-PARCELA TO NTF-PARCELA.
           MOVE LNK-NTF-VALOR TO NTF-VALOR.
           MOVE LNK-NTF-DATA-REF TO NTF-DATA-REF.
           MOVE LNK-NTF-REFERENCIA TO NTF-REFERENCIA.
           OPEN EXTEND NOTIFICA.
           IF WRK-FS-NOTIFICA EQUAL '35'
               OPEN OUTPUT NOTIFICA
           END-IF.
           WRITE NTF-REG.
           CLOSE NOTIFICA.
