       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBJRN.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: GRAVADOR DO DIARIO DE IMAGENS POSTERIORES -
      * RECEBE PROGRAMA, USUARIO, ARQUIVO, OPERACAO (I/A/E OU
      * C PARA A MARCA DE COPIA), O FILE STATUS DA OPERACAO E A
      * IMAGEM DO REGISTRO, E ACRESCENTA UMA LINHA NO DIARIO DO
      * DIA (JRNAAAAMMDD.DAT). OPERACAO QUE NAO DEU CERTO
      * (STATUS DIFERENTE DE 0X) NAO ENTRA NO DIARIO, PARA A
      * RECUPERACAO (PROGCOB123) SO REAPLICAR O QUE FOI GRAVADO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL ASSIGN TO WRK-ARQ-JORNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JORNAL.
           COPY JRNREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-JORNAL    PIC X(02)       VALUE SPACES.
       77 WRK-ARQ-JORNAL   PIC X(30)       VALUE SPACES.
       77 WRK-DATA-AGORA   PIC 9(08)       VALUE ZEROS.
       77 WRK-HORA-AGORA   PIC 9(08)       VALUE ZEROS.

       LINKAGE SECTION.
       01 LNK-JRN-AREA.
           02 LNK-JRN-PROGRAMA     PIC X(10).
           02 LNK-JRN-USUARIO      PIC X(20).
           02 LNK-JRN-ARQUIVO      PIC X(12).
           02 LNK-JRN-OPERACAO     PIC X(01).
           02 LNK-JRN-FS           PIC X(02).
           02 LNK-JRN-IMAGEM       PIC X(200).

       PROCEDURE DIVISION USING LNK-JRN-AREA.
       0000-PRINCIPAL.
           IF LNK-JRN-FS(1:1) EQUAL '0'
               PERFORM 0100-GRAVAR-JORNAL
           END-IF.
           GOBACK.

       0100-GRAVAR-JORNAL.
           ACCEPT WRK-DATA-AGORA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE SPACES TO WRK-ARQ-JORNAL.
           STRING 'JRN' WRK-DATA-AGORA '.DAT'
               DELIMITED BY SIZE INTO WRK-ARQ-JORNAL.
           OPEN EXTEND JORNAL.
           IF WRK-FS-JORNAL EQUAL '35'
               OPEN OUTPUT JORNAL
           END-IF.
           MOVE SPACES TO JRN-REG.
           MOVE WRK-DATA-AGORA TO JRN-DATA.
           MOVE WRK-HORA-AGORA TO JRN-HORA.
           MOVE LNK-JRN-PROGRAMA TO JRN-PROGRAMA.
           IF LNK-JRN-USUARIO EQUAL SPACES
               MOVE 'SEM LOGIN' TO JRN-USUARIO
           ELSE
               MOVE LNK-JRN-USUARIO TO JRN-USUARIO
           END-IF.
           MOVE LNK-JRN-ARQUIVO TO JRN-ARQUIVO.
           MOVE LNK-JRN-OPERACAO TO JRN-OPERACAO.
           MOVE LNK-JRN-IMAGEM TO JRN-IMAGEM.
           WRITE JRN-REG.
           CLOSE JORNAL.
