      * (RELAUMAAAAMMDD) COM GERACAO DATADA DO EXPORT RH E PODA
      * DAS GERACOES ANTIGAS PELO CONTROLE PROGCOBGER; O NOME
      * EXATO PRODUZIDO SAI NA MENSAGEM DE FIM DE EXECUCAO
      * ATUALIZACAO INCLUSAO DE FUNCIONARIO DEIXA A IMAGEM DO
      * REGISTRO NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02  WS02-NOVA-ADMISSAO        PIC 9(08)      VALUE ZEROS.
           02  WS02-NOVO-SALARIO         PIC 9(08)      VALUE ZEROS.

       01  WS01-JRN-AREA.
           02  WS02-JRN-PROGRAMA         PIC X(10)      VALUE 'PGM'.
           02  WS02-JRN-USUARIO          PIC X(20)      VALUE SPACES.
           02  WS02-JRN-ARQUIVO          PIC X(12)
                                         VALUE 'FUNCIONARIOS'.
           02  WS02-JRN-OPERACAO         PIC X(01)      VALUE SPACES.
           02  WS02-JRN-FS               PIC X(02)      VALUE SPACES.
           02  WS02-JRN-IMAGEM           PIC X(200)     VALUE SPACES.

       SCREEN SECTION.
       01  TELA-INCLUSAO.
           05  BLANK SCREEN.
                   NOT INVALID KEY
                       DISPLAY 'FUNCIONARIO INCLUIDO EM '
                           'FUNCIONARIOS.DAT'
                       PERFORM 0136-JORNAL-FUNCIONARIOS
               END-WRITE.
               CLOSE FUNCIONARIOS.

           0136-JORNAL-FUNCIONARIOS.
               MOVE 'I' TO WS02-JRN-OPERACAO.
               MOVE WS77-FS-FUNCIONARIOS TO WS02-JRN-FS.
               MOVE FUNC-REG-ARQ TO WS02-JRN-IMAGEM.
               CALL 'PROGCOBJRN' USING WS01-JRN-AREA.

           0160-ABRIR-RELATORIO.
               IF WS77-ULTIMO-IND EQUAL ZEROS
                   OPEN OUTPUT RELAUM
