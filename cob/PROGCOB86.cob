      * (MATRICULAS.DAT); O LANCAMENTO DE NOTAS DO PROGCOB18
      * PASSA A ACEITAR SO MATRICULA VALIDA E MATRICULADA NA
      * TURMA, COM O NOME VINDO DESTE CADASTRO
      * ATUALIZACAO: LAYOUT DE MATRICULAS.DAT EM COPYBOOK (MATREG),
      * COMPARTILHADO COM A VIRADA DO ANO LETIVO (PROGCOB120), QUE
      * REMATRICULA A ESCOLA INTEIRA NO ANO SEGUINTE
      * ATUALIZACAO: RESPONSAVEL FINANCEIRO (CLIENTE ATIVO DE
      * CLIENTES.DAT) E PERCENTUAL DE BOLSA NO CADASTRO DO ALUNO,
      * COM A OPCAO 5 PARA ALTERAR, PARA O FATURAMENTO DAS
      * MENSALIDADES (PROGCOB121); A MATRICULA EM ANO LETIVO
      * POSTERIOR AO ULTIMO CURSADO FICA BLOQUEADA ENQUANTO HOUVER
      * MENSALIDADE VENCIDA HA MAIS DE 60 DIAS (PROGCOBMEN)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRICULAS.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTES.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
           COPY ALUREG.

       FD  MATRICULAS.
           COPY MATREG.

       FD  CLIENTES.
           COPY CLIREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-ALUNOS        PIC X(02)      VALUE SPACES.
       77 WRK-FS-MATRICULAS    PIC X(02)      VALUE SPACES.
       77 WRK-FS-CLIENTES      PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ             VALUE 'S'.
       77 WRK-OPCAO            PIC X(01)      VALUE SPACES.
       77 WRK-QT-LISTADOS      PIC 9(03)      VALUE ZEROS.
       77 WRK-ALUNO-OK         PIC X(01)      VALUE 'N'.
           88 WRK-ALUNO-VALIDO        VALUE 'S'.
       77 WRK-DATASYS          PIC 9(08)      VALUE ZEROS.
       77 WRK-ULTIMO-ANO       PIC 9(04)      VALUE ZEROS.
       77 WRK-DADOS-VALIDOS    PIC X(01)      VALUE 'N'.
           88 WRK-DADOS-OK            VALUE 'S'.
       01 WRK-MEN-AREA.
           02 WRK-MEN-MATRICULA    PIC 9(06).
           02 WRK-MEN-DATA-REF     PIC 9(08).
           02 WRK-MEN-QT-ATRASO    PIC 9(03).
           02 WRK-MEN-VALOR-ATRASO PIC 9(08)V99.
           02 WRK-MEN-MAIOR-ATRASO PIC 9(05).
           02 WRK-MEN-RETORNO      PIC X(01).
               88 WRK-MEN-EM-DIA       VALUE '0'.
               88 WRK-MEN-INADIMPLENTE VALUE '1'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0100-PROCESSAR UNTIL WRK-MANUT-FIM.
           STOP RUN.

           DISPLAY '2 - CONSULTAR ALUNO'.
           DISPLAY '3 - MATRICULAR ALUNO EM TURMA'.
           DISPLAY '4 - LISTAR MATRICULAS DE UMA TURMA'.
           DISPLAY '5 - ALTERAR RESPONSAVEL E BOLSA DO ALUNO'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
                   PERFORM 3000-MATRICULAR
               WHEN '4'
                   PERFORM 4000-LISTAR-TURMA
               WHEN '5'
                   PERFORM 2200-ALTERAR-ALUNO
               WHEN 'X'
                   SET WRK-MANUT-FIM TO TRUE
               WHEN OTHER
           DISPLAY 'NOME..............: '.
           ACCEPT ALU-NOME.
           SET ALU-SIT-ATIVO TO TRUE.
           PERFORM 2010-DIGITAR-FINANCEIRO.
           IF WRK-DADOS-OK
               WRITE ALU-REG
                   INVALID KEY
                       DISPLAY 'JA EXISTE ALUNO COM ESSA MATRICULA'
                   NOT INVALID KEY
                       DISPLAY 'ALUNO INCLUIDO COM SUCESSO'
               END-WRITE
           END-IF.
           CLOSE ALUNOS.

      * RESPONSAVEL ZERO = ALUNO SEM COBRANCA DE MENSALIDADE
       2010-DIGITAR-FINANCEIRO.
           MOVE 'N' TO WRK-DADOS-VALIDOS.
           DISPLAY 'RESPONSAVEL FINANCEIRO (CLIENTE, 0 = SEM '
               'COBRANCA): '.
           MOVE ZEROS TO ALU-RESPONSAVEL.
           ACCEPT ALU-RESPONSAVEL.
           DISPLAY 'BOLSA (% DA MENSALIDADE, 100 = INTEGRAL): '.
           MOVE ZEROS TO ALU-BOLSA-PERC.
           ACCEPT ALU-BOLSA-PERC.
           IF ALU-BOLSA-PERC > 100
               DISPLAY 'PERCENTUAL DE BOLSA INVALIDO'
           ELSE
               IF ALU-RESPONSAVEL EQUAL ZEROS
                   SET WRK-DADOS-OK TO TRUE
               ELSE
                   PERFORM 2020-VALIDAR-RESPONSAVEL
               END-IF
           END-IF.

       2020-VALIDAR-RESPONSAVEL.
           OPEN INPUT CLIENTES.
           IF WRK-FS-CLIENTES NOT EQUAL '00'
               DISPLAY 'ARQUIVO CLIENTES.DAT NAO ENCONTRADO'
           ELSE
               MOVE ALU-RESPONSAVEL TO CLI-NUMERO
               READ CLIENTES
                   INVALID KEY
                       DISPLAY 'RESPONSAVEL NAO CADASTRADO EM CLIENTES'
                   NOT INVALID KEY
                       IF CLI-SIT-ATIVO
                           SET WRK-DADOS-OK TO TRUE
                           DISPLAY 'RESPONSAVEL: ' CLI-NOME
                       ELSE
                           DISPLAY 'RESPONSAVEL EXCLUIDO DE CLIENTES'
                       END-IF
               END-READ
               CLOSE CLIENTES
           END-IF.

       2100-CONSULTAR-ALUNO.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA-BUSCA.
                       DISPLAY 'MATRICULA: ' ALU-MATRICULA
                       DISPLAY 'NOME.....: ' ALU-NOME
                       DISPLAY 'SITUACAO.: ' ALU-SITUACAO
                       DISPLAY 'RESPONS..: ' ALU-RESPONSAVEL
                       DISPLAY 'BOLSA %..: ' ALU-BOLSA-PERC
               END-READ
               CLOSE ALUNOS
           END-IF.

       2200-ALTERAR-ALUNO.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA-BUSCA.
           OPEN I-O ALUNOS.
           IF WRK-FS-ALUNOS NOT EQUAL '00'
               DISPLAY 'ARQUIVO ALUNOS.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-MATRICULA-BUSCA TO ALU-MATRICULA
               READ ALUNOS
                   INVALID KEY
                       DISPLAY 'ALUNO NAO ENCONTRADO'
                   NOT INVALID KEY
                       DISPLAY 'ALUNO: ' ALU-NOME
                       DISPLAY 'RESPONSAVEL ATUAL: ' ALU-RESPONSAVEL
                           '  BOLSA ATUAL: ' ALU-BOLSA-PERC '%'
                       PERFORM 2010-DIGITAR-FINANCEIRO
                       IF WRK-DADOS-OK
                           REWRITE ALU-REG
                           DISPLAY 'ALUNO ALTERADO COM SUCESSO'
                       END-IF
               END-READ
               CLOSE ALUNOS
           END-IF.
               ACCEPT WRK-TURMA-BUSCA
               DISPLAY 'ANO LETIVO (AAAA): '
               ACCEPT WRK-ANO-BUSCA
               PERFORM 3200-VERIFICAR-MENSALIDADES
           END-IF.
           IF WRK-ALUNO-VALIDO
               OPEN EXTEND MATRICULAS
               IF WRK-FS-MATRICULAS EQUAL '35'
                   OPEN OUTPUT MATRICULAS
               CLOSE ALUNOS
           END-IF.

      * SO A REMATRICULA (ANO POSTERIOR AO ULTIMO EM QUE O ALUNO
      * ESTEVE MATRICULADO) E BLOQUEADA - TROCA DE TURMA NO MESMO
      * ANO E PRIMEIRA MATRICULA SEGUEM LIVRES
       3200-VERIFICAR-MENSALIDADES.
           MOVE ZEROS TO WRK-ULTIMO-ANO.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT MATRICULAS.
           IF WRK-FS-MATRICULAS EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ MATRICULAS
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF MATR-MATRICULA EQUAL WRK-MATRICULA-BUSCA
                               AND MATR-ANO > WRK-ULTIMO-ANO
                               MOVE MATR-ANO TO WRK-ULTIMO-ANO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATRICULAS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           IF WRK-ULTIMO-ANO > ZEROS
               AND WRK-ANO-BUSCA > WRK-ULTIMO-ANO
               MOVE WRK-MATRICULA-BUSCA TO WRK-MEN-MATRICULA
               MOVE WRK-DATASYS TO WRK-MEN-DATA-REF
               CALL 'PROGCOBMEN' USING WRK-MEN-AREA
               IF WRK-MEN-INADIMPLENTE
                   MOVE 'N' TO WRK-ALUNO-OK
                   DISPLAY 'REMATRICULA BLOQUEADA - '
                       WRK-MEN-QT-ATRASO ' MENSALIDADE(S) VENCIDA(S) '
                       'HA MAIS DE 60 DIAS'
                   DISPLAY 'VALOR EM ATRASO: ' WRK-MEN-VALOR-ATRASO
               END-IF
           END-IF.

       4000-LISTAR-TURMA.
           DISPLAY 'TURMA: '.
           ACCEPT WRK-TURMA-BUSCA.
