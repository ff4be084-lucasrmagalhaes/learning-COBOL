      * DEPENDENTES.DAT - NOME, NASCIMENTO E PARENTESCO POR
      * MATRICULA; A FOLHA CONTA OS DEPENDENTES DAQUI PARA A
      * DEDUCAO DO IRRF NO PROGCOBLIQ
      * ATUALIZACAO: DESLIGAMENTO PEDE DATA, TIPO DE RESCISAO E
      * AVISO PREVIO E CALCULA A RESCISAO PELO PROGCOBRSC (TERMO
      * EM RESCREL.DAT, PAGAMENTO EM RESCISAO.DAT); O EVENTO DE
      * DESLIGAMENTO LEVA O TIPO, O LIQUIDO E A MULTA DO FGTS
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02  GOV-DATA-ADMISSAO   PIC 9(08).
           02  GOV-SALARIO         PIC 9(08).
           02  GOV-RESPOSTA        PIC X(01).
           02  GOV-RESCISAO.
               03  GOV-TIPO-RESCISAO   PIC X(01).
               03  GOV-VALOR-RESCISAO  PIC 9(08)V99.
               03  GOV-MULTA-FGTS      PIC 9(08)V99.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FUNCIONARIOS  PIC X(02)      VALUE SPACES.
       77 WRK-TRAVA-RECURSO    PIC X(15)      VALUE 'FUNCIONARIOS'.
       77 WRK-TRAVA-OK-FLAG    PIC X(01)      VALUE 'N'.
           88 WRK-TRAVA-OK            VALUE 'S'.
       77 WRK-DATA-DESLIG      PIC 9(08)      VALUE ZEROS.
       77 WRK-TIPO-RESCISAO    PIC X(01)      VALUE SPACES.
       77 WRK-TIPO-AVISO       PIC X(01)      VALUE SPACES.
       77 WRK-RESC-FLAG        PIC X(01)      VALUE 'N'.
           88 WRK-RESC-VALIDA         VALUE 'S'.
       77 WRK-RESC-LIQUIDO     PIC 9(08)V99   VALUE ZEROS.
       77 WRK-RESC-MULTA       PIC 9(08)V99   VALUE ZEROS.
       77 WRK-DATA-FUNCAO      PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO2    PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-DIF         PIC S9(08)     VALUE ZEROS.
       77 WRK-DATA-VALIDA      PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK             VALUE 'S'.
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB28'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
                       DISPLAY 'JA EXISTE FUNCIONARIO COM ESSA '
                           'MATRICULA'
                   NOT INVALID KEY
                       MOVE 'I' TO WRK-JRN-OPERACAO
                       PERFORM 0964-JORNAL-FUNCIONARIOS
                       DISPLAY 'FUNCIONARIO INCLUIDO COM SUCESSO'
                       MOVE 'A' TO WRK-TIPO-EVENTO
                       PERFORM 2500-GRAVAR-EVENTO-GOV
                       DISPLAY 'NOVO SALARIO.......: '
                       ACCEPT FUNC-SALARIO
                       REWRITE FUNC-REG-ARQ
                       MOVE 'A' TO WRK-JRN-OPERACAO
                       PERFORM 0964-JORNAL-FUNCIONARIOS
                       IF FUNC-SALARIO NOT EQUAL
                               WRK-SALARIO-ANTES
                           PERFORM 2250-GRAVAR-HISTORICO-SAL
                       DISPLAY 'CONFIRMA DESLIGAMENTO (S/N): '
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA-SIM
                           PERFORM 2310-COLETAR-RESCISAO
                       END-IF
                       IF WRK-CONFIRMA-SIM AND WRK-RESC-VALIDA
                           MOVE 'D' TO FUNC-SITUACAO
                           MOVE WRK-DATA-DESLIG TO
                               FUNC-DATA-DESLIGAMENTO
                           REWRITE FUNC-REG-ARQ
                           MOVE 'A' TO WRK-JRN-OPERACAO
                           PERFORM 0964-JORNAL-FUNCIONARIOS
                           DISPLAY 'FUNCIONARIO DESLIGADO'
                           CALL 'PROGCOBRSC' USING FUNC-REG-ARQ
                               WRK-TIPO-RESCISAO WRK-TIPO-AVISO
                               WRK-RESC-LIQUIDO WRK-RESC-MULTA
                           MOVE 'D' TO WRK-TIPO-EVENTO
                           PERFORM 2500-GRAVAR-EVENTO-GOV
                       ELSE
               CLOSE FUNCIONARIOS
           END-IF.

      * DATA ENTRE A ADMISSAO E HOJE; O AVISO TEM DE COMBINAR
      * COM O TIPO - JUSTA CAUSA NAO TEM AVISO, SO O PEDIDO DE
      * DEMISSAO DESCONTA O AVISO NAO CUMPRIDO
       2310-COLETAR-RESCISAO.
           MOVE 'N' TO WRK-RESC-FLAG.
           DISPLAY 'DATA DO DESLIGAMENTO (AAAAMMDD, ENTER = HOJE): '.
           ACCEPT WRK-DATA-DESLIG.
           IF WRK-DATA-DESLIG EQUAL ZEROS
               MOVE WRK-DATASYS TO WRK-DATA-DESLIG
           END-IF.
           MOVE 'V' TO WRK-DATA-FUNCAO.
           MOVE ZEROS TO WRK-DATA-SERVICO2.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-DESLIG WRK-DATA-SERVICO2
               WRK-DATA-DIF WRK-DATA-VALIDA.
           DISPLAY 'TIPO DE RESCISAO:'.
           DISPLAY 'S - DISPENSA SEM JUSTA CAUSA'.
           DISPLAY 'J - DISPENSA POR JUSTA CAUSA'.
           DISPLAY 'P - PEDIDO DE DEMISSAO'.
           DISPLAY 'A - ACORDO ENTRE AS PARTES'.
           ACCEPT WRK-TIPO-RESCISAO.
           IF WRK-TIPO-RESCISAO EQUAL 'J'
               MOVE 'N' TO WRK-TIPO-AVISO
           ELSE
               DISPLAY 'AVISO PREVIO (T TRABALHADO, I INDENIZADO, '
                   'D NAO CUMPRIDO): '
               ACCEPT WRK-TIPO-AVISO
           END-IF.
           EVALUATE TRUE
               WHEN NOT WRK-DATA-OK
                   DISPLAY 'DATA DE DESLIGAMENTO INVALIDA'
               WHEN WRK-DATA-DESLIG > WRK-DATASYS
                   OR WRK-DATA-DESLIG < FUNC-DATA-ADMISSAO
                   DISPLAY 'DATA FORA DO CONTRATO - ADMISSAO '
                       FUNC-DATA-ADMISSAO ' ATE HOJE'
               WHEN WRK-TIPO-RESCISAO NOT EQUAL 'S'
                   AND WRK-TIPO-RESCISAO NOT EQUAL 'J'
                   AND WRK-TIPO-RESCISAO NOT EQUAL 'P'
                   AND WRK-TIPO-RESCISAO NOT EQUAL 'A'
                   DISPLAY 'TIPO DE RESCISAO INVALIDO'
               WHEN WRK-TIPO-RESCISAO EQUAL 'P'
                   AND WRK-TIPO-AVISO NOT EQUAL 'T'
                   AND WRK-TIPO-AVISO NOT EQUAL 'D'
                   DISPLAY 'PEDIDO DE DEMISSAO: AVISO T OU D'
               WHEN (WRK-TIPO-RESCISAO EQUAL 'S'
                       OR WRK-TIPO-RESCISAO EQUAL 'A')
                   AND WRK-TIPO-AVISO NOT EQUAL 'T'
                   AND WRK-TIPO-AVISO NOT EQUAL 'I'
                   DISPLAY 'DISPENSA OU ACORDO: AVISO T OU I'
               WHEN OTHER
                   SET WRK-RESC-VALIDA TO TRUE
           END-EVALUATE.

       2400-DEPENDENTES.
           DISPLAY 'MATRICULA DO FUNCIONARIO: '.
           ACCEPT WRK-MATRICULA-BUSCA.
           MOVE FUNC-DATA-ADMISSAO TO GOV-DATA-ADMISSAO.
           MOVE FUNC-SALARIO TO GOV-SALARIO.
           MOVE SPACE TO GOV-RESPOSTA.
           MOVE SPACE TO GOV-TIPO-RESCISAO.
           MOVE ZEROS TO GOV-VALOR-RESCISAO GOV-MULTA-FGTS.
           IF WRK-TIPO-EVENTO EQUAL 'D'
               MOVE FUNC-DATA-DESLIGAMENTO TO GOV-DATA-EVENTO
               MOVE WRK-TIPO-RESCISAO TO GOV-TIPO-RESCISAO
               MOVE WRK-RESC-LIQUIDO TO GOV-VALOR-RESCISAO
               MOVE WRK-RESC-MULTA TO GOV-MULTA-FGTS
           END-IF.
           WRITE GOVEVT-REG.
           CLOSE GOVEVT.
           DISPLAY 'EVENTO ' WRK-TIPO-EVENTO
               ' GRAVADO EM GOVEVT.DAT'.

       0964-JORNAL-FUNCIONARIOS.
           MOVE 'FUNCIONARIOS' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-FUNCIONARIOS TO WRK-JRN-FS.
           MOVE FUNC-REG-ARQ TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
