      * ATUALIZACAO: FILTRO OPCIONAL PELA CLASSE ABC DO CADASTRO
      * (PROGCOB48) NA ENTRADA DA NAVEGACAO, COM A CLASSE
      * EXIBIDA EM CADA LINHA DA PAGINA
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-DATA-HIST     PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-HIST     PIC 9(08)      VALUE ZEROS.
       77 WRK-FILTRO-CLASSE PIC X(01)      VALUE SPACES.
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB20'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       LINKAGE SECTION.
       01 LNK-OPERADOR      PIC X(20).
           DISPLAY 'NOVO TELEFONE.: '.
           ACCEPT CLI-TELEFONE.
           REWRITE CLI-REGISTRO.
           MOVE 'A' TO WRK-JRN-OPERACAO.
           PERFORM 0960-JORNAL-CLIENTES.
           PERFORM 0280-GRAVAR-HISTORICO-ALT.
           DISPLAY 'CLIENTE ALTERADO COM SUCESSO'.

                   SET WRK-UF-OK TO TRUE
               END-IF
           END-PERFORM.

       0960-JORNAL-CLIENTES.
           MOVE LNK-OPERADOR TO WRK-JRN-USUARIO.
           MOVE 'CLIENTES' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-CLIENTES TO WRK-JRN-FS.
           MOVE CLI-REGISTRO TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
