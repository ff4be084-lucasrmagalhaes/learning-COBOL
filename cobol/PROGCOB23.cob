      * (15 PRIMEIRAS POSICOES), E PERMITE FUNDIR CADA PAR:
      * UM NUMERO E MANTIDO, O OUTRO E MARCADO COMO EXCLUIDO,
      * E A FUSAO E REGISTRADA EM AUDITORIA.DAT
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               05 WRK-TAB-NUMERO    PIC 9(06).
               05 WRK-TAB-NOME      PIC X(30).
               05 WRK-TAB-DOCUMENTO PIC X(14).
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB23'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
                   MOVE WRK-DATASYS TO CLI-DATA-EXCLUSAO
                   SET CLI-SIT-EXCLUIDO TO TRUE
                   REWRITE CLI-REGISTRO
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 0960-JORNAL-CLIENTES
                   ADD 1 TO WRK-QT-FUSOES
                   PERFORM 0330-GRAVAR-AUDITORIA
                   DISPLAY 'FUSAO EFETUADA - MANTIDO '
           DISPLAY 'PARES CANDIDATOS ENCONTRADOS: ' WRK-QT-PARES.
           DISPLAY 'FUSOES EFETUADAS............: ' WRK-QT-FUSOES.
           DISPLAY '=============================================='.

       0960-JORNAL-CLIENTES.
           MOVE 'CLIENTES' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-CLIENTES TO WRK-JRN-FS.
           MOVE CLI-REGISTRO TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
