      * PRESERVADO PARA AS CONTAGENS E TOTAIS CONTINUAREM
      * BATENDO, E CADA ANONIMIZACAO FICA REGISTRADA NA TRILHA
      * DE AUDITORIA (AUDITORIA.DAT)
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 WRK-IMG-CEP          PIC 9(08).
           02 WRK-IMG-TELEFONE     PIC X(15).
           02 WRK-IMG-RESTO        PIC X(28).
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB49'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
                           MOVE ZEROS TO CLI-CEP
                           MOVE SPACES TO CLI-TELEFONE
                           REWRITE CLI-REGISTRO
                           MOVE 'A' TO WRK-JRN-OPERACAO
                           PERFORM 0960-JORNAL-CLIENTES
                           ADD 1 TO WRK-QT-MESTRE
                           MOVE 'CLIENTES' TO WRK-ARQUIVO-AUDIT
                           MOVE CLI-NUMERO TO WRK-NUM-EXAME
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.

       0960-JORNAL-CLIENTES.
           MOVE 'CLIENTES' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-CLIENTES TO WRK-JRN-FS.
           MOVE CLI-REGISTRO TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
