      * LOGICAMENTE EXCLUIDOS HA MAIS DE N DIAS (PARAMETRO EM
      * PURGEPRM.DAT) E OS REMOVE FISICAMENTE DO MESTRE,
      * IMPRIMINDO RELATORIO DO QUE FOI MOVIDO (PURGEREL.DAT)
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-TRAVA-RECURSO    PIC X(15)      VALUE 'CLIENTES'.
       77 WRK-TRAVA-OK-FLAG    PIC X(01)      VALUE 'N'.
           88 WRK-TRAVA-OK            VALUE 'S'.
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB21'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
               INVALID KEY
                   DISPLAY 'FALHA AO REMOVER CLIENTE ' CLI-NUMERO
               NOT INVALID KEY
                   MOVE 'E' TO WRK-JRN-OPERACAO
                   PERFORM 0960-JORNAL-CLIENTES
                   ADD 1 TO WRK-QT-EXPURGADOS
           END-DELETE.

           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.

       0960-JORNAL-CLIENTES.
           MOVE 'CLIENTES' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-CLIENTES TO WRK-JRN-FS.
           MOVE CLI-REGISTRO TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
