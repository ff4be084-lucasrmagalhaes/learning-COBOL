       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB120.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: VIRADA DO ANO LETIVO - APURA A SITUACAO FINAL
      * DE CADA ALUNO MATRICULADO NO ANO (MATRICULAS.DAT) COM AS
      * NOTAS E A FREQUENCIA DE TURMA.DAT PELA MESMA REGRA DO
      * BOLETIM (PROGCOB18), MATRICULA O APROVADO NA TURMA
      * SEGUINTE (SEQUENCIA DE TURMAS EM TURMASEQ.DAT, MANTIDA
      * AQUI) E O REPROVADO NA MESMA TURMA NO ANO SEGUINTE, E
      * IMPRIME A LISTA DE PROMOCAO (PROMOCAO.DAT) E O HISTORICO
      * ESCOLAR DE CADA ALUNO (HISTESC.DAT) COM TODAS AS
      * MATERIAS, MEDIA FINAL E FREQUENCIA DE TODOS OS ANOS EM
      * ARQUIVO. ALUNO EXCLUIDO DO CADASTRO (ALUNOS.DAT) FICA
      * FORA; ALUNO EM RECUPERACAO OU SEM NOTAS FICA PENDENTE
      * PARA A SECRETARIA MATRICULAR NO PROGCOB86; ALUNO JA
      * MATRICULADO NO ANO SEGUINTE NAO E MATRICULADO DE NOVO
      * ATUALIZACAO: ALUNO COM MENSALIDADE VENCIDA HA MAIS DE 60
      * DIAS (PROGCOBMEN) SAI NA LISTA COM O DESTINO, MAS A
      * MATRICULA DO ANO SEGUINTE FICA BLOQUEADA ATE A QUITACAO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMA ASSIGN TO "TURMA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURMA.

           SELECT ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-FS-ALUNOS.

           SELECT MATRICULAS ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRICULAS.

           SELECT TURMASEQ ASSIGN TO "TURMASEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TSQ-TURMA
               FILE STATUS IS WRK-FS-TURMASEQ.

           SELECT PROMOCAO ASSIGN TO "PROMOCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROMOCAO.

           SELECT HISTESC ASSIGN TO "HISTESC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTESC.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  TURMA.
           COPY TURREG.

       FD  ALUNOS.
           COPY ALUREG.

       FD  MATRICULAS.
           COPY MATREG.

       FD  TURMASEQ.
           COPY TSQREG.

       FD  PROMOCAO.
       01  PROMOCAO-LINHA          PIC X(100).

       FD  HISTESC.
       01  HISTESC-LINHA           PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-TURMA      PIC X(02)      VALUE SPACES.
       77 WRK-FS-ALUNOS     PIC X(02)      VALUE SPACES.
       77 WRK-FS-MATRICULAS PIC X(02)      VALUE SPACES.
       77 WRK-FS-TURMASEQ   PIC X(02)      VALUE SPACES.
       77 WRK-FS-PROMOCAO   PIC X(02)      VALUE SPACES.
       77 WRK-FS-HISTESC    PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG     PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-OPCAO         PIC X(01)      VALUE SPACES.
       77 WRK-FIM-MENU      PIC X(01)      VALUE 'N'.
           88 WRK-MENU-FIM         VALUE 'S'.
       77 WRK-GRAVA         PIC X(01)      VALUE 'N'.
           88 WRK-GRAVA-MATRICULAS VALUE 'S'.
       77 WRK-TEM-ALUNOS    PIC X(01)      VALUE 'N'.
           88 WRK-ALUNOS-ABERTO    VALUE 'S'.
       77 WRK-TEM-TURMASEQ  PIC X(01)      VALUE 'N'.
           88 WRK-TURMASEQ-ABERTO  VALUE 'S'.
       77 WRK-JA-MATR       PIC X(01)      VALUE 'N'.
           88 WRK-JA-MATRICULADO   VALUE 'S'.
       77 WRK-ALUNO-OK      PIC X(01)      VALUE 'N'.
           88 WRK-ALUNO-VALIDO     VALUE 'S'.
       77 WRK-RESULTADO     PIC X(01)      VALUE SPACES.
           88 WRK-RES-APROVADO     VALUE 'A'.
           88 WRK-RES-REPROVADO    VALUE 'R'.
           88 WRK-RES-RECUPERACAO  VALUE 'C'.
       77 WRK-TURMA-BUSCA   PIC X(03)      VALUE SPACES.
       77 WRK-ANO-LETIVO    PIC 9(04)      VALUE ZEROS.
       77 WRK-ANO-NOVO      PIC 9(04)      VALUE ZEROS.
       77 WRK-MATRICULA     PIC 9(06)      VALUE ZEROS.
       77 WRK-NOME-ALUNO    PIC X(30)      VALUE SPACES.
       77 WRK-TURMA-DESTINO PIC X(03)      VALUE SPACES.
       77 WRK-DESTINO       PIC X(24)      VALUE SPACES.
       77 WRK-MARCA         PIC X(10)      VALUE SPACES.
       77 WRK-IND-MTR       PIC 9(04)      VALUE ZEROS.
       77 WRK-IND-MTR2      PIC 9(04)      VALUE ZEROS.
       77 WRK-IND-HIST      PIC 9(04)      VALUE ZEROS.
       77 WRK-IND-BUSCA     PIC 9(04)      VALUE ZEROS.
       77 WRK-IND-BOL       PIC 9(04)      VALUE ZEROS.
       77 WRK-IND-MATERIA   PIC 9(02)      VALUE ZEROS.
       77 WRK-IND-BIM       PIC 9(01)      VALUE ZEROS.
       77 WRK-ANO-NOTA      PIC 9(04)      VALUE ZEROS.
       77 WRK-TROCOU        PIC X(01)      VALUE 'N'.
           88 WRK-HOUVE-TROCA      VALUE 'S'.
       77 WRK-MATERIA-ACHADA PIC X(01)     VALUE 'N'.
       77 WRK-SOMA-NOTAS    PIC 9(04)V9    VALUE ZEROS.
       77 WRK-SOMA-PESOS    PIC 9(02)      VALUE ZEROS.
       77 WRK-MEDIA-MATERIA PIC 9(02)V9    VALUE ZEROS.
       77 WRK-SOMA-MEDIAS   PIC 9(04)V9    VALUE ZEROS.
       77 WRK-QT-MATERIAS-MEDIA PIC 9(02)  VALUE ZEROS.
       77 WRK-MEDIA-FINAL   PIC 9(02)V9    VALUE ZEROS.
       77 WRK-FREQUENCIA    PIC 9(03)V9    VALUE ZEROS.
       77 WRK-SITUACAO      PIC X(20)      VALUE SPACES.
       77 WRK-TIPO-MEDIA    PIC X(01)      VALUE 'S'.
           88 WRK-MEDIA-SIMPLES    VALUE 'S'.
           88 WRK-MEDIA-PONDERADA  VALUE 'P'.
       01 WRK-PESOS-BIMESTRE.
           02 WRK-PESO-BIM     PIC 9(02)   OCCURS 4 TIMES
                                           VALUE 1.
       77 WRK-MEDIA-ED      PIC Z9,9.
       77 WRK-FREQ-ED       PIC ZZ9,9.
       77 WRK-LINHA-ED      PIC X(100)     VALUE SPACES.
       77 WRK-QT-PROCESSADOS PIC 9(05)     VALUE ZEROS.
       77 WRK-QT-PROMOVIDOS PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-RETIDOS    PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-CONCLUINTES PIC 9(05)     VALUE ZEROS.
       77 WRK-QT-PENDENTES  PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-INATIVOS   PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-GRAVADAS   PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-JA-MATR    PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-BLOQUEADAS PIC 9(05)      VALUE ZEROS.
       01 WRK-MEN-AREA.
           02 WRK-MEN-MATRICULA    PIC 9(06).
           02 WRK-MEN-DATA-REF     PIC 9(08).
           02 WRK-MEN-QT-ATRASO    PIC 9(03).
           02 WRK-MEN-VALOR-ATRASO PIC 9(08)V99.
           02 WRK-MEN-MAIOR-ATRASO PIC 9(05).
           02 WRK-MEN-RETORNO      PIC X(01).
               88 WRK-MEN-EM-DIA       VALUE '0'.
               88 WRK-MEN-INADIMPLENTE VALUE '1'.
      * MATRICULAS DE TODOS OS ANOS, ORDENADAS POR ANO, TURMA E
      * MATRICULA (A ORDEM DA LISTA E DO HISTORICO)
       01 WRK-MATRICULAS-TAB.
           02 WRK-QT-MTR       PIC 9(04)   VALUE ZEROS.
           02 WRK-MTR OCCURS 3000 TIMES.
               05 WRK-MTR-ANO          PIC 9(04).
               05 WRK-MTR-TURMA        PIC X(03).
               05 WRK-MTR-MATRICULA    PIC 9(06).
       01 WRK-MTR-AUX.
           05 WRK-AUX-ANO          PIC 9(04).
           05 WRK-AUX-TURMA        PIC X(03).
           05 WRK-AUX-MATRICULA    PIC 9(06).
      * UM BOLETIM POR ALUNO, TURMA E ANO COM AS NOTAS DOS QUATRO
      * BIMESTRES DE CADA MATERIA (MESMA MONTAGEM DO PROGCOB18)
       01 WRK-BOLETINS.
           02 WRK-QT-BOL       PIC 9(04)   VALUE ZEROS.
           02 WRK-BOL OCCURS 1500 TIMES.
               05 WRK-BOL-MATRICULA    PIC 9(06).
               05 WRK-BOL-TURMA        PIC X(03).
               05 WRK-BOL-ANO          PIC 9(04).
               05 WRK-BOL-AULAS-DADAS  PIC 9(03).
               05 WRK-BOL-AULAS-ASSIST PIC 9(03).
               05 WRK-BOL-QT-MATERIAS  PIC 9(02).
               05 WRK-MATERIA OCCURS 10 TIMES.
                   07 WRK-MAT-CODIGO   PIC X(03).
                   07 WRK-MAT-NOTA     PIC 9(02) OCCURS 4 TIMES.
                   07 WRK-MAT-TEM-NOTA PIC X(01) OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0200-MENU UNTIL WRK-MENU-FIM.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.

       0200-MENU.
           DISPLAY '=============================================='.
           DISPLAY 'VIRADA DO ANO LETIVO'.
           DISPLAY '1 - SEQUENCIA DE TURMAS'.
           DISPLAY '2 - PROMOCAO E REMATRICULA DO ANO'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 1000-SEQUENCIA-TURMAS
               WHEN '2'
                   PERFORM 2000-VIRADA-DO-ANO
               WHEN 'X'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
           END-EVALUATE.

       1000-SEQUENCIA-TURMAS.
           OPEN I-O TURMASEQ.
           IF WRK-FS-TURMASEQ EQUAL '35'
               OPEN OUTPUT TURMASEQ
               CLOSE TURMASEQ
               OPEN I-O TURMASEQ
           END-IF.
           PERFORM 1010-LISTAR-SEQUENCIA.
           DISPLAY 'TURMA (BRANCO = VOLTAR): '.
           MOVE SPACES TO WRK-TURMA-BUSCA.
           ACCEPT WRK-TURMA-BUSCA.
           IF WRK-TURMA-BUSCA NOT EQUAL SPACES
               MOVE WRK-TURMA-BUSCA TO TSQ-TURMA
               READ TURMASEQ
                   INVALID KEY
                       PERFORM 1020-DIGITAR-SEQUENCIA
                       WRITE TSQ-REG
                       DISPLAY 'SEQUENCIA INCLUIDA'
                   NOT INVALID KEY
                       PERFORM 1020-DIGITAR-SEQUENCIA
                       REWRITE TSQ-REG
                       DISPLAY 'SEQUENCIA ALTERADA'
               END-READ
           END-IF.
           CLOSE TURMASEQ.

       1010-LISTAR-SEQUENCIA.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LOW-VALUES TO TSQ-TURMA.
           START TURMASEQ KEY IS NOT LESS THAN TSQ-TURMA
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           DISPLAY 'TURMA  SEGUINTE'.
           PERFORM UNTIL WRK-FIM-ARQ
               READ TURMASEQ NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF TSQ-TURMA-SEGUINTE EQUAL SPACES
                           DISPLAY TSQ-TURMA '    (ULTIMA SERIE)'
                       ELSE
                           DISPLAY TSQ-TURMA '    '
                               TSQ-TURMA-SEGUINTE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-ARQ.

       1020-DIGITAR-SEQUENCIA.
           MOVE WRK-TURMA-BUSCA TO TSQ-TURMA.
           DISPLAY 'TURMA SEGUINTE (BRANCO = ULTIMA SERIE): '.
           MOVE SPACES TO TSQ-TURMA-SEGUINTE.
           ACCEPT TSQ-TURMA-SEGUINTE.

       2000-VIRADA-DO-ANO.
           DISPLAY 'ANO LETIVO QUE ESTA ENCERRANDO (AAAA): '.
           MOVE ZEROS TO WRK-ANO-LETIVO.
           ACCEPT WRK-ANO-LETIVO.
           IF WRK-ANO-LETIVO EQUAL ZEROS
               DISPLAY 'ANO LETIVO INVALIDO'
           ELSE
               COMPUTE WRK-ANO-NOVO = WRK-ANO-LETIVO + 1
               PERFORM 2010-ESCOLHER-MEDIA
               DISPLAY 'GRAVAR AS MATRICULAS DE ' WRK-ANO-NOVO
                   ' (S/N, N = SO A LISTAGEM)? '
               ACCEPT WRK-GRAVA
               PERFORM 2100-CARREGAR-MATRICULAS
               IF WRK-QT-MTR EQUAL ZEROS
                   DISPLAY 'NENHUMA MATRICULA REGISTRADA'
               ELSE
                   PERFORM 2150-ORDENAR-MATRICULAS
                   PERFORM 2200-CARREGAR-NOTAS
                   PERFORM 3000-PROMOVER-ALUNOS
               END-IF
           END-IF.

      * MESMA ESCOLHA DO BOLETIM - MEDIA SIMPLES OU PONDERADA COM
      * O PESO DE CADA BIMESTRE
       2010-ESCOLHER-MEDIA.
           DISPLAY 'MEDIA SIMPLES (S) OU PONDERADA POR BIMESTRE '
               '(P)? '.
           ACCEPT WRK-TIPO-MEDIA.
           PERFORM VARYING WRK-IND-BIM FROM 1 BY 1
                   UNTIL WRK-IND-BIM > 4
               IF WRK-MEDIA-PONDERADA
                   DISPLAY 'PESO DO BIMESTRE ' WRK-IND-BIM ': '
                   ACCEPT WRK-PESO-BIM(WRK-IND-BIM)
               ELSE
                   MOVE 1 TO WRK-PESO-BIM(WRK-IND-BIM)
               END-IF
           END-PERFORM.

       2100-CARREGAR-MATRICULAS.
           MOVE ZEROS TO WRK-QT-MTR.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT MATRICULAS.
           IF WRK-FS-MATRICULAS EQUAL '00'
               PERFORM UNTIL WRK-FIM-ARQ
                   READ MATRICULAS
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF WRK-QT-MTR < 3000
                               ADD 1 TO WRK-QT-MTR
                               MOVE MATR-ANO TO
                                   WRK-MTR-ANO(WRK-QT-MTR)
                               MOVE MATR-TURMA TO
                                   WRK-MTR-TURMA(WRK-QT-MTR)
                               MOVE MATR-MATRICULA TO
                                   WRK-MTR-MATRICULA(WRK-QT-MTR)
                           ELSE
                               DISPLAY 'TABELA DE MATRICULAS CHEIA '
                                   '- MATRICULA ' MATR-MATRICULA
                                   ' IGNORADA'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATRICULAS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

      * MATRICULAS.DAT E GRAVADO EM ORDEM DE CHEGADA - QUASE TODO
      * ORDENADO POR ANO; PARA QUANDO UMA PASSADA NAO TROCA NADA
       2150-ORDENAR-MATRICULAS.
           SET WRK-HOUVE-TROCA TO TRUE.
           PERFORM UNTIL NOT WRK-HOUVE-TROCA
               MOVE 'N' TO WRK-TROCOU
               PERFORM VARYING WRK-IND-MTR FROM 1 BY 1
                       UNTIL WRK-IND-MTR >= WRK-QT-MTR
                   COMPUTE WRK-IND-MTR2 = WRK-IND-MTR + 1
                   IF WRK-MTR(WRK-IND-MTR) > WRK-MTR(WRK-IND-MTR2)
                       MOVE WRK-MTR(WRK-IND-MTR) TO WRK-MTR-AUX
                       MOVE WRK-MTR(WRK-IND-MTR2) TO
                           WRK-MTR(WRK-IND-MTR)
                       MOVE WRK-MTR-AUX TO WRK-MTR(WRK-IND-MTR2)
                       SET WRK-HOUVE-TROCA TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      * SO ENTRA NOTA COM MATRICULA - A NOTA ANTIGA SEM MATRICULA
      * NAO TEM ALUNO DO CADASTRO PARA PROMOVER. NOTA ANTIGA SEM O
      * ANO LETIVO FICA NO PRIMEIRO ANO EM QUE O ALUNO ESTEVE
      * MATRICULADO NAQUELA TURMA
       2200-CARREGAR-NOTAS.
           MOVE ZEROS TO WRK-QT-BOL.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT TURMA.
           IF WRK-FS-TURMA NOT EQUAL '00'
               DISPLAY 'ARQUIVO TURMA.DAT NAO ENCONTRADO'
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ
                   READ TURMA
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF TURMA-MATRICULA IS NUMERIC
                               AND TURMA-MATRICULA > ZEROS
                               AND TURMA-BIMESTRE NOT LESS THAN 1
                               AND TURMA-BIMESTRE NOT GREATER THAN 4
                               PERFORM 2210-GUARDAR-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TURMA
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       2210-GUARDAR-NOTA.
           MOVE ZEROS TO WRK-ANO-NOTA.
           IF TURMA-ANO IS NUMERIC
               MOVE TURMA-ANO TO WRK-ANO-NOTA
           END-IF.
           IF WRK-ANO-NOTA EQUAL ZEROS
               PERFORM VARYING WRK-IND-MTR FROM 1 BY 1
                       UNTIL WRK-IND-MTR > WRK-QT-MTR
                           OR WRK-ANO-NOTA NOT EQUAL ZEROS
                   IF WRK-MTR-MATRICULA(WRK-IND-MTR) EQUAL
                           TURMA-MATRICULA
                       AND WRK-MTR-TURMA(WRK-IND-MTR) EQUAL
                           TURMA-CODIGO
                       MOVE WRK-MTR-ANO(WRK-IND-MTR) TO WRK-ANO-NOTA
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-ANO-NOTA NOT EQUAL ZEROS
               MOVE TURMA-MATRICULA TO WRK-MATRICULA
               MOVE TURMA-CODIGO TO WRK-TURMA-BUSCA
               PERFORM 2220-LOCALIZAR-BOLETIM
               IF WRK-IND-BOL EQUAL ZEROS
                   PERFORM 2230-CRIAR-BOLETIM
               END-IF
               IF WRK-IND-BOL NOT EQUAL ZEROS
                   PERFORM 2240-GUARDAR-MATERIA
                   IF TURMA-AULAS-DADAS > 0
                       MOVE TURMA-AULAS-DADAS TO
                           WRK-BOL-AULAS-DADAS(WRK-IND-BOL)
                       MOVE TURMA-AULAS-ASSISTIDAS TO
                           WRK-BOL-AULAS-ASSIST(WRK-IND-BOL)
                   END-IF
               END-IF
           END-IF.

      * PROCURA O BOLETIM DE WRK-MATRICULA, WRK-TURMA-BUSCA E
      * WRK-ANO-NOTA; ZERO QUANDO NAO HA
       2220-LOCALIZAR-BOLETIM.
           MOVE ZEROS TO WRK-IND-BOL.
           PERFORM VARYING WRK-IND-BUSCA FROM 1 BY 1
                   UNTIL WRK-IND-BUSCA > WRK-QT-BOL
                       OR WRK-IND-BOL NOT EQUAL ZEROS
               IF WRK-BOL-MATRICULA(WRK-IND-BUSCA) EQUAL WRK-MATRICULA
                   AND WRK-BOL-TURMA(WRK-IND-BUSCA) EQUAL
                       WRK-TURMA-BUSCA
                   AND WRK-BOL-ANO(WRK-IND-BUSCA) EQUAL WRK-ANO-NOTA
                   MOVE WRK-IND-BUSCA TO WRK-IND-BOL
               END-IF
           END-PERFORM.

       2230-CRIAR-BOLETIM.
           IF WRK-QT-BOL < 1500
               ADD 1 TO WRK-QT-BOL
               MOVE WRK-QT-BOL TO WRK-IND-BOL
               MOVE WRK-MATRICULA TO WRK-BOL-MATRICULA(WRK-IND-BOL)
               MOVE WRK-TURMA-BUSCA TO WRK-BOL-TURMA(WRK-IND-BOL)
               MOVE WRK-ANO-NOTA TO WRK-BOL-ANO(WRK-IND-BOL)
               MOVE ZEROS TO WRK-BOL-AULAS-DADAS(WRK-IND-BOL)
               MOVE ZEROS TO WRK-BOL-AULAS-ASSIST(WRK-IND-BOL)
               MOVE ZEROS TO WRK-BOL-QT-MATERIAS(WRK-IND-BOL)
           ELSE
               DISPLAY 'TABELA DE BOLETINS CHEIA - NOTA DA MATRICULA '
                   WRK-MATRICULA ' IGNORADA'
           END-IF.

       2240-GUARDAR-MATERIA.
           MOVE 'N' TO WRK-MATERIA-ACHADA.
           PERFORM VARYING WRK-IND-MATERIA FROM 1 BY 1
                   UNTIL WRK-IND-MATERIA >
                       WRK-BOL-QT-MATERIAS(WRK-IND-BOL)
               IF WRK-MAT-CODIGO(WRK-IND-BOL WRK-IND-MATERIA)
                       EQUAL TURMA-MATERIA
                   MOVE TURMA-NOTA TO WRK-MAT-NOTA
                       (WRK-IND-BOL WRK-IND-MATERIA TURMA-BIMESTRE)
                   MOVE 'S' TO WRK-MAT-TEM-NOTA
                       (WRK-IND-BOL WRK-IND-MATERIA TURMA-BIMESTRE)
                   MOVE 'S' TO WRK-MATERIA-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-MATERIA-ACHADA EQUAL 'N'
                   AND WRK-BOL-QT-MATERIAS(WRK-IND-BOL) < 10
               ADD 1 TO WRK-BOL-QT-MATERIAS(WRK-IND-BOL)
               MOVE WRK-BOL-QT-MATERIAS(WRK-IND-BOL) TO
                   WRK-IND-MATERIA
               MOVE TURMA-MATERIA TO WRK-MAT-CODIGO
                   (WRK-IND-BOL WRK-IND-MATERIA)
               PERFORM VARYING WRK-IND-BIM FROM 1 BY 1
                       UNTIL WRK-IND-BIM > 4
                   MOVE ZEROS TO WRK-MAT-NOTA
                       (WRK-IND-BOL WRK-IND-MATERIA WRK-IND-BIM)
                   MOVE 'N' TO WRK-MAT-TEM-NOTA
                       (WRK-IND-BOL WRK-IND-MATERIA WRK-IND-BIM)
               END-PERFORM
               MOVE TURMA-NOTA TO WRK-MAT-NOTA
                   (WRK-IND-BOL WRK-IND-MATERIA TURMA-BIMESTRE)
               MOVE 'S' TO WRK-MAT-TEM-NOTA
                   (WRK-IND-BOL WRK-IND-MATERIA TURMA-BIMESTRE)
           END-IF.

       3000-PROMOVER-ALUNOS.
           MOVE ZEROS TO WRK-QT-PROCESSADOS.
           MOVE ZEROS TO WRK-QT-PROMOVIDOS.
           MOVE ZEROS TO WRK-QT-RETIDOS.
           MOVE ZEROS TO WRK-QT-CONCLUINTES.
           MOVE ZEROS TO WRK-QT-PENDENTES.
           MOVE ZEROS TO WRK-QT-INATIVOS.
           MOVE ZEROS TO WRK-QT-GRAVADAS.
           MOVE ZEROS TO WRK-QT-JA-MATR.
           MOVE ZEROS TO WRK-QT-BLOQUEADAS.
           MOVE 'N' TO WRK-TEM-ALUNOS.
           MOVE 'N' TO WRK-TEM-TURMASEQ.
           OPEN INPUT ALUNOS.
           IF WRK-FS-ALUNOS EQUAL '00'
               SET WRK-ALUNOS-ABERTO TO TRUE
           END-IF.
           OPEN INPUT TURMASEQ.
           IF WRK-FS-TURMASEQ EQUAL '00'
               SET WRK-TURMASEQ-ABERTO TO TRUE
           ELSE
               DISPLAY 'SEQUENCIA DE TURMAS NAO CADASTRADA - '
                   'APROVADOS FICAM PENDENTES'
           END-IF.
           IF WRK-GRAVA-MATRICULAS
               OPEN EXTEND MATRICULAS
               IF WRK-FS-MATRICULAS EQUAL '35'
                   OPEN OUTPUT MATRICULAS
               END-IF
           END-IF.
           OPEN OUTPUT PROMOCAO.
           OPEN OUTPUT HISTESC.
           PERFORM 3010-CABECALHOS.
           MOVE WRK-QT-MTR TO WRK-IND-MTR2.
           PERFORM VARYING WRK-IND-MTR FROM 1 BY 1
                   UNTIL WRK-IND-MTR > WRK-IND-MTR2
               IF WRK-MTR-ANO(WRK-IND-MTR) EQUAL WRK-ANO-LETIVO
                   PERFORM 3100-PROMOVER-UM-ALUNO
               END-IF
           END-PERFORM.
           PERFORM 3900-TOTAIS.
           CLOSE PROMOCAO.
           CLOSE HISTESC.
           IF WRK-GRAVA-MATRICULAS
               CLOSE MATRICULAS
           END-IF.
           IF WRK-ALUNOS-ABERTO
               CLOSE ALUNOS
           END-IF.
           IF WRK-TURMASEQ-ABERTO
               CLOSE TURMASEQ
           END-IF.
           DISPLAY 'LISTA DE PROMOCAO GRAVADA EM PROMOCAO.DAT'.
           DISPLAY 'HISTORICOS ESCOLARES GRAVADOS EM HISTESC.DAT'.

       3010-CABECALHOS.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'PROGCOB120 - PROMOCAO DO ANO LETIVO '
               WRK-ANO-LETIVO ' PARA ' WRK-ANO-NOVO ' - '
               WRK-DATASYS
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO PROMOCAO-LINHA.
           WRITE PROMOCAO-LINHA.
           IF NOT WRK-GRAVA-MATRICULAS
               MOVE 'SOMENTE LISTAGEM - NENHUMA MATRICULA GRAVADA'
                   TO PROMOCAO-LINHA
               WRITE PROMOCAO-LINHA
           END-IF.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'TUR MATRIC NOME                 MEDIA  FREQ '
               'SITUACAO            DESTINO'
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO PROMOCAO-LINHA.
           WRITE PROMOCAO-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'PROGCOB120 - HISTORICO ESCOLAR - ANO LETIVO '
               'ENCERRADO ' WRK-ANO-LETIVO ' - ' WRK-DATASYS
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO HISTESC-LINHA.
           WRITE HISTESC-LINHA.

      * ALUNO EXCLUIDO OU FORA DO CADASTRO NAO E PROMOVIDO NEM
      * ENTRA NA LISTA
       3100-PROMOVER-UM-ALUNO.
           MOVE WRK-MTR-MATRICULA(WRK-IND-MTR) TO WRK-MATRICULA.
           MOVE WRK-MTR-TURMA(WRK-IND-MTR) TO WRK-TURMA-BUSCA.
           PERFORM 3110-VALIDAR-ALUNO.
           IF NOT WRK-ALUNO-VALIDO
               ADD 1 TO WRK-QT-INATIVOS
           ELSE
               ADD 1 TO WRK-QT-PROCESSADOS
               PERFORM 3120-VERIFICAR-ANO-NOVO
               MOVE WRK-ANO-LETIVO TO WRK-ANO-NOTA
               PERFORM 2220-LOCALIZAR-BOLETIM
               MOVE SPACES TO WRK-TURMA-DESTINO
               MOVE SPACES TO WRK-MARCA
               IF WRK-IND-BOL EQUAL ZEROS
                   MOVE ZEROS TO WRK-MEDIA-FINAL
                   MOVE ZEROS TO WRK-FREQUENCIA
                   MOVE 'SEM NOTAS' TO WRK-SITUACAO
                   MOVE 'PENDENTE - SEM NOTAS' TO WRK-DESTINO
                   ADD 1 TO WRK-QT-PENDENTES
               ELSE
                   PERFORM 4000-APURAR-BOLETIM
                   PERFORM 3130-DEFINIR-DESTINO
               END-IF
               IF WRK-TURMA-DESTINO NOT EQUAL SPACES
                   PERFORM 3140-MATRICULAR-ANO-NOVO
               END-IF
               PERFORM 3200-IMPRIMIR-PROMOCAO
               PERFORM 5000-IMPRIMIR-HISTORICO
           END-IF.

       3110-VALIDAR-ALUNO.
           MOVE 'N' TO WRK-ALUNO-OK.
           MOVE SPACES TO WRK-NOME-ALUNO.
           IF WRK-ALUNOS-ABERTO
               MOVE WRK-MATRICULA TO ALU-MATRICULA
               READ ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ALU-SIT-ATIVO
                           SET WRK-ALUNO-VALIDO TO TRUE
                           MOVE ALU-NOME TO WRK-NOME-ALUNO
                       END-IF
               END-READ
           END-IF.

       3120-VERIFICAR-ANO-NOVO.
           MOVE 'N' TO WRK-JA-MATR.
           PERFORM VARYING WRK-IND-HIST FROM 1 BY 1
                   UNTIL WRK-IND-HIST > WRK-QT-MTR
               IF WRK-MTR-MATRICULA(WRK-IND-HIST) EQUAL WRK-MATRICULA
                   AND WRK-MTR-ANO(WRK-IND-HIST) EQUAL WRK-ANO-NOVO
                   SET WRK-JA-MATRICULADO TO TRUE
               END-IF
           END-PERFORM.

      * APROVADO VAI PARA A TURMA SEGUINTE DA SEQUENCIA (SEM TURMA
      * SEGUINTE CONCLUI O CURSO), REPROVADO FICA NA MESMA TURMA E
      * RECUPERACAO FICA PENDENTE ATE O RESULTADO DA PROVA
       3130-DEFINIR-DESTINO.
           EVALUATE TRUE
               WHEN WRK-RES-APROVADO
                   PERFORM 3135-BUSCAR-SEQUENCIA
               WHEN WRK-RES-REPROVADO
                   MOVE WRK-TURMA-BUSCA TO WRK-TURMA-DESTINO
                   MOVE SPACES TO WRK-DESTINO
                   STRING 'RETIDO NA TURMA ' WRK-TURMA-BUSCA
                       DELIMITED BY SIZE INTO WRK-DESTINO
                   ADD 1 TO WRK-QT-RETIDOS
               WHEN OTHER
                   MOVE 'PENDENTE - RECUPERACAO' TO WRK-DESTINO
                   ADD 1 TO WRK-QT-PENDENTES
           END-EVALUATE.

       3135-BUSCAR-SEQUENCIA.
           MOVE 'PENDENTE - SEM SEQUENCIA' TO WRK-DESTINO.
           IF WRK-TURMASEQ-ABERTO
               MOVE WRK-TURMA-BUSCA TO TSQ-TURMA
               READ TURMASEQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TSQ-TURMA-SEGUINTE EQUAL SPACES
                           MOVE 'CONCLUIU O CURSO' TO WRK-DESTINO
                       ELSE
                           MOVE TSQ-TURMA-SEGUINTE TO
                               WRK-TURMA-DESTINO
                           MOVE SPACES TO WRK-DESTINO
                           STRING 'PROMOVIDO PARA '
                               TSQ-TURMA-SEGUINTE
                               DELIMITED BY SIZE INTO WRK-DESTINO
                       END-IF
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN WRK-TURMA-DESTINO NOT EQUAL SPACES
                   ADD 1 TO WRK-QT-PROMOVIDOS
               WHEN WRK-DESTINO EQUAL 'CONCLUIU O CURSO'
                   ADD 1 TO WRK-QT-CONCLUINTES
               WHEN OTHER
                   ADD 1 TO WRK-QT-PENDENTES
           END-EVALUATE.

      * A NOVA MATRICULA ENTRA TAMBEM NA TABELA, PARA O ALUNO COM
      * DUAS MATRICULAS NO ANO NAO SER MATRICULADO DUAS VEZES
       3140-MATRICULAR-ANO-NOVO.
           MOVE WRK-MATRICULA TO WRK-MEN-MATRICULA.
           MOVE WRK-DATASYS TO WRK-MEN-DATA-REF.
           SET WRK-MEN-EM-DIA TO TRUE.
           IF NOT WRK-JA-MATRICULADO
               CALL 'PROGCOBMEN' USING WRK-MEN-AREA
           END-IF.
           EVALUATE TRUE
               WHEN WRK-JA-MATRICULADO
                   MOVE 'JA EXISTIA' TO WRK-MARCA
                   ADD 1 TO WRK-QT-JA-MATR
               WHEN WRK-MEN-INADIMPLENTE
                   MOVE 'BLOQUEADA' TO WRK-MARCA
                   ADD 1 TO WRK-QT-BLOQUEADAS
               WHEN WRK-GRAVA-MATRICULAS
                   MOVE SPACES TO MATRICULA-REG
                   MOVE WRK-MATRICULA TO MATR-MATRICULA
                   MOVE WRK-TURMA-DESTINO TO MATR-TURMA
                   MOVE WRK-ANO-NOVO TO MATR-ANO
                   WRITE MATRICULA-REG
                   MOVE 'GRAVADA' TO WRK-MARCA
                   ADD 1 TO WRK-QT-GRAVADAS
                   IF WRK-QT-MTR < 3000
                       ADD 1 TO WRK-QT-MTR
                       MOVE WRK-ANO-NOVO TO WRK-MTR-ANO(WRK-QT-MTR)
                       MOVE WRK-TURMA-DESTINO TO
                           WRK-MTR-TURMA(WRK-QT-MTR)
                       MOVE WRK-MATRICULA TO
                           WRK-MTR-MATRICULA(WRK-QT-MTR)
                   END-IF
           END-EVALUATE.

       3200-IMPRIMIR-PROMOCAO.
           MOVE WRK-MEDIA-FINAL TO WRK-MEDIA-ED.
           MOVE WRK-FREQUENCIA TO WRK-FREQ-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING WRK-TURMA-BUSCA ' ' WRK-MATRICULA ' '
               WRK-NOME-ALUNO(1:20) ' ' WRK-MEDIA-ED ' '
               WRK-FREQ-ED ' ' WRK-SITUACAO ' ' WRK-DESTINO ' '
               WRK-MARCA
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO PROMOCAO-LINHA.
           WRITE PROMOCAO-LINHA.

       3900-TOTAIS.
           MOVE SPACES TO PROMOCAO-LINHA.
           WRITE PROMOCAO-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'ALUNOS APURADOS: ' WRK-QT-PROCESSADOS
               '  PROMOVIDOS: ' WRK-QT-PROMOVIDOS
               '  RETIDOS: ' WRK-QT-RETIDOS
               '  CONCLUINTES: ' WRK-QT-CONCLUINTES
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO PROMOCAO-LINHA.
           WRITE PROMOCAO-LINHA.
           DISPLAY WRK-LINHA-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'PENDENTES: ' WRK-QT-PENDENTES
               '  EXCLUIDOS DO CADASTRO: ' WRK-QT-INATIVOS
               '  MATRICULAS GRAVADAS: ' WRK-QT-GRAVADAS
               '  JA EXISTENTES: ' WRK-QT-JA-MATR
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO PROMOCAO-LINHA.
           WRITE PROMOCAO-LINHA.
           DISPLAY WRK-LINHA-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'BLOQUEADAS POR MENSALIDADE EM ATRASO: '
               WRK-QT-BLOQUEADAS
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO PROMOCAO-LINHA.
           WRITE PROMOCAO-LINHA.
           DISPLAY WRK-LINHA-ED.

      * MESMA REGRA DO BOLETIM DO PROGCOB18: MEDIA DA MATERIA PELOS
      * BIMESTRES COM NOTA, MEDIA FINAL PELA MEDIA DAS MATERIAS,
      * FREQUENCIA ABAIXO DE 75% REPROVA POR FALTA
       4000-APURAR-BOLETIM.
           MOVE ZEROS TO WRK-SOMA-MEDIAS.
           MOVE ZEROS TO WRK-QT-MATERIAS-MEDIA.
           PERFORM VARYING WRK-IND-MATERIA FROM 1 BY 1
                   UNTIL WRK-IND-MATERIA >
                       WRK-BOL-QT-MATERIAS(WRK-IND-BOL)
               PERFORM 4100-MEDIA-DA-MATERIA
               ADD WRK-MEDIA-MATERIA TO WRK-SOMA-MEDIAS
               ADD 1 TO WRK-QT-MATERIAS-MEDIA
           END-PERFORM.
           IF WRK-QT-MATERIAS-MEDIA > 0
               COMPUTE WRK-MEDIA-FINAL =
                   WRK-SOMA-MEDIAS / WRK-QT-MATERIAS-MEDIA
           ELSE
               MOVE ZEROS TO WRK-MEDIA-FINAL
           END-IF.
           IF WRK-BOL-AULAS-DADAS(WRK-IND-BOL) > 0
               COMPUTE WRK-FREQUENCIA ROUNDED =
                   (WRK-BOL-AULAS-ASSIST(WRK-IND-BOL) * 100)
                   / WRK-BOL-AULAS-DADAS(WRK-IND-BOL)
           ELSE
               MOVE 100 TO WRK-FREQUENCIA
           END-IF.
           IF WRK-FREQUENCIA < 75
               MOVE 'REPROVADO POR FALTA' TO WRK-SITUACAO
               SET WRK-RES-REPROVADO TO TRUE
           ELSE
               PERFORM 4200-CLASSIFICAR-POR-NOTA
           END-IF.

       4100-MEDIA-DA-MATERIA.
           MOVE ZEROS TO WRK-SOMA-NOTAS.
           MOVE ZEROS TO WRK-SOMA-PESOS.
           PERFORM VARYING WRK-IND-BIM FROM 1 BY 1
                   UNTIL WRK-IND-BIM > 4
               IF WRK-MAT-TEM-NOTA
                       (WRK-IND-BOL WRK-IND-MATERIA WRK-IND-BIM)
                       EQUAL 'S'
                   COMPUTE WRK-SOMA-NOTAS = WRK-SOMA-NOTAS +
                       (WRK-MAT-NOTA
                           (WRK-IND-BOL WRK-IND-MATERIA WRK-IND-BIM)
                        * WRK-PESO-BIM(WRK-IND-BIM))
                   ADD WRK-PESO-BIM(WRK-IND-BIM) TO WRK-SOMA-PESOS
               END-IF
           END-PERFORM.
           IF WRK-SOMA-PESOS > 0
               COMPUTE WRK-MEDIA-MATERIA =
                   WRK-SOMA-NOTAS / WRK-SOMA-PESOS
           ELSE
               MOVE ZEROS TO WRK-MEDIA-MATERIA
           END-IF.

       4200-CLASSIFICAR-POR-NOTA.
           EVALUATE WRK-MEDIA-FINAL
               WHEN 10
                   MOVE 'APROVADO+BONUS' TO WRK-SITUACAO
                   SET WRK-RES-APROVADO TO TRUE
               WHEN 6 THRU 9,9
                   MOVE 'APROVADO' TO WRK-SITUACAO
                   SET WRK-RES-APROVADO TO TRUE
               WHEN 2 THRU 5,9
                   MOVE 'RECUPERACAO' TO WRK-SITUACAO
                   SET WRK-RES-RECUPERACAO TO TRUE
               WHEN OTHER
                   MOVE 'REPROVADO' TO WRK-SITUACAO
                   SET WRK-RES-REPROVADO TO TRUE
           END-EVALUATE.

      * HISTORICO ESCOLAR: TODOS OS ANOS EM QUE O ALUNO ESTEVE
      * MATRICULADO, DO MAIS ANTIGO AO ANO QUE ESTA ENCERRANDO
       5000-IMPRIMIR-HISTORICO.
           MOVE SPACES TO HISTESC-LINHA.
           WRITE HISTESC-LINHA.
           MOVE ALL '=' TO HISTESC-LINHA(1:60).
           WRITE HISTESC-LINHA.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'ALUNO: ' WRK-MATRICULA ' ' WRK-NOME-ALUNO
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO HISTESC-LINHA.
           WRITE HISTESC-LINHA.
           PERFORM VARYING WRK-IND-HIST FROM 1 BY 1
                   UNTIL WRK-IND-HIST > WRK-QT-MTR
               IF WRK-MTR-MATRICULA(WRK-IND-HIST) EQUAL WRK-MATRICULA
                   AND WRK-MTR-ANO(WRK-IND-HIST) NOT GREATER THAN
                       WRK-ANO-LETIVO
                   PERFORM 5100-IMPRIMIR-ANO
               END-IF
           END-PERFORM.

       5100-IMPRIMIR-ANO.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'ANO LETIVO ' WRK-MTR-ANO(WRK-IND-HIST)
               ' - TURMA ' WRK-MTR-TURMA(WRK-IND-HIST)
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO HISTESC-LINHA.
           WRITE HISTESC-LINHA.
           MOVE WRK-MTR-TURMA(WRK-IND-HIST) TO WRK-TURMA-BUSCA.
           MOVE WRK-MTR-ANO(WRK-IND-HIST) TO WRK-ANO-NOTA.
           PERFORM 2220-LOCALIZAR-BOLETIM.
           IF WRK-IND-BOL EQUAL ZEROS
               MOVE '  SEM NOTAS LANCADAS' TO HISTESC-LINHA
               WRITE HISTESC-LINHA
           ELSE
               MOVE '  MATERIA  B1 B2 B3 B4  MEDIA' TO HISTESC-LINHA
               WRITE HISTESC-LINHA
               PERFORM VARYING WRK-IND-MATERIA FROM 1 BY 1
                       UNTIL WRK-IND-MATERIA >
                           WRK-BOL-QT-MATERIAS(WRK-IND-BOL)
                   PERFORM 5110-IMPRIMIR-MATERIA
               END-PERFORM
               PERFORM 4000-APURAR-BOLETIM
               MOVE WRK-MEDIA-FINAL TO WRK-MEDIA-ED
               MOVE WRK-FREQUENCIA TO WRK-FREQ-ED
               MOVE SPACES TO WRK-LINHA-ED
               STRING '  MEDIA FINAL: ' WRK-MEDIA-ED
                   '  FREQUENCIA: ' WRK-FREQ-ED '%'
                   '  SITUACAO: ' WRK-SITUACAO
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               MOVE WRK-LINHA-ED TO HISTESC-LINHA
               WRITE HISTESC-LINHA
           END-IF.
           MOVE WRK-MTR-TURMA(WRK-IND-MTR) TO WRK-TURMA-BUSCA.

       5110-IMPRIMIR-MATERIA.
           PERFORM 4100-MEDIA-DA-MATERIA.
           MOVE WRK-MEDIA-MATERIA TO WRK-MEDIA-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '  ' WRK-MAT-CODIGO(WRK-IND-BOL WRK-IND-MATERIA)
               '      '
               WRK-MAT-NOTA(WRK-IND-BOL WRK-IND-MATERIA 1) ' '
               WRK-MAT-NOTA(WRK-IND-BOL WRK-IND-MATERIA 2) ' '
               WRK-MAT-NOTA(WRK-IND-BOL WRK-IND-MATERIA 3) ' '
               WRK-MAT-NOTA(WRK-IND-BOL WRK-IND-MATERIA 4) '  '
               WRK-MEDIA-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO HISTESC-LINHA.
           WRITE HISTESC-LINHA.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB120' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-PROCESSADOS TO RUNLOG-QTDE-REGISTROS.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
