      * HISTORICO AGRUPA NOTAS E FREQUENCIA PELA MATRICULA E
      * IMPRIME O NOME DO CADASTRO (REGISTRO ANTIGO SEM
      * MATRICULA SEGUE AGRUPADO PELO NOME, COMO ANTES)
      * ATUALIZACAO: LAYOUTS DE TURMA.DAT E MATRICULAS.DAT EM
      * COPYBOOK (TURREG, MATREG) - A NOTA GRAVA O ANO LETIVO E O
      * HISTORICO PEDE O ANO (ZERO TRAZ TODOS OS ANOS, COMO ANTES),
      * PARA O ALUNO RETIDO NA TURMA NAO MISTURAR OS DOIS ANOS
      * ATUALIZACAO: O BOLETIM AVISA QUANDO O ALUNO TEM MENSALIDADE
      * VENCIDA HA MAIS DE 60 DIAS (PROGCOBMEN) - A REMATRICULA FICA
      * BLOQUEADA ATE A QUITACAO
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMA.
           COPY TURREG.

       FD  ALUNOS.
           COPY ALUREG.

       FD  MATRICULAS.
           COPY MATREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-TURMA     PIC X(02)       VALUE SPACES.
           02 WRK-PESO-BIM     PIC 9(02)   OCCURS 4 TIMES
                                           VALUE 1.
       77 WRK-FREQUENCIA   PIC 9(03)V9     VALUE ZEROS.
       77 WRK-DATASYS      PIC 9(08)       VALUE ZEROS.
       01 WRK-MEN-AREA.
           02 WRK-MEN-MATRICULA    PIC 9(06).
           02 WRK-MEN-DATA-REF     PIC 9(08).
           02 WRK-MEN-QT-ATRASO    PIC 9(03).
           02 WRK-MEN-VALOR-ATRASO PIC 9(08)V99.
           02 WRK-MEN-MAIOR-ATRASO PIC 9(05).
           02 WRK-MEN-RETORNO      PIC X(01).
               88 WRK-MEN-EM-DIA       VALUE '0'.
               88 WRK-MEN-INADIMPLENTE VALUE '1'.
       01 WRK-ALUNOS.
           02 WRK-ALUNO OCCURS 50 TIMES.
               05 WRK-ALUNO-NOME       PIC X(30).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           DISPLAY '(L)ANCAR NOTAS OU (H)ISTORICO DA TURMA? '.
           ACCEPT WRK-OPCAO.
           IF WRK-OPCAO EQUAL 'L'
                   MOVE WRK-TURMA-ESCOLHIDA TO TURMA-CODIGO
                   MOVE WRK-NOME-CADASTRO TO TURMA-NOME
                   MOVE WRK-MATRICULA TO TURMA-MATRICULA
                   MOVE WRK-ANO-LETIVO TO TURMA-ANO
                   DISPLAY 'CODIGO DA MATERIA: '
                   ACCEPT TURMA-MATERIA
                   MOVE ZEROS TO TURMA-BIMESTRE
       0200-HISTORICO-TURMA.
           DISPLAY 'CODIGO DA TURMA: '.
           ACCEPT WRK-TURMA-ESCOLHIDA.
           DISPLAY 'ANO LETIVO (AAAA, 0 = TODOS OS ANOS): '.
           MOVE ZEROS TO WRK-ANO-LETIVO.
           ACCEPT WRK-ANO-LETIVO.
           DISPLAY 'MEDIA SIMPLES (S) OU PONDERADA POR BIMESTRE '
               '(P)? '.
           ACCEPT WRK-TIPO-MEDIA.
                       NOT AT END
                           IF TURMA-CODIGO EQUAL
                                   WRK-TURMA-ESCOLHIDA
                               AND (WRK-ANO-LETIVO EQUAL ZEROS
                                   OR TURMA-ANO EQUAL
                                       WRK-ANO-LETIVO)
                               PERFORM 0220-GUARDAR-NOTA
                           END-IF
                   END-READ
           DISPLAY 'MEDIA FINAL: ' WRK-MEDIA-FINAL
               '  FREQUENCIA: ' WRK-FREQUENCIA '%'
               '  SITUACAO: ' WRK-SITUACAO.
           IF WRK-ALUNO-MATRICULA(WRK-IND-ALUNO) > ZEROS
               PERFORM 0350-VERIFICAR-MENSALIDADES
           END-IF.
           DISPLAY '------------------------------------------'.

      * O NOME IMPRESSO E O DO CADASTRO; SEM CADASTRO (OU NOTA
                   MOVE 'REPROVADO' TO WRK-SITUACAO
                   ADD 1 TO WRK-QT-REPROVADOS
           END-EVALUATE.

       0350-VERIFICAR-MENSALIDADES.
           MOVE WRK-ALUNO-MATRICULA(WRK-IND-ALUNO) TO
               WRK-MEN-MATRICULA.
           MOVE WRK-DATASYS TO WRK-MEN-DATA-REF.
           CALL 'PROGCOBMEN' USING WRK-MEN-AREA.
           IF WRK-MEN-INADIMPLENTE
               DISPLAY '*** MENSALIDADE EM ATRASO HA MAIS DE 60 DIAS: '
                   WRK-MEN-QT-ATRASO ' TITULO(S), VALOR '
                   WRK-MEN-VALOR-ATRASO ' - REMATRICULA BLOQUEADA'
           END-IF.
