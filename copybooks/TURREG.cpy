      ******************************************************************
      * COPYBOOK: TURREG
      * OBJETIVO: LAYOUT DAS NOTAS E FREQUENCIA POR TURMA (TURMA.DAT)
      * - O LAYOUT MORAVA DENTRO DO PROGCOB18; COM A VIRADA DO ANO
      * LETIVO (PROGCOB120) LENDO AS MESMAS NOTAS VIROU COPYBOOK. A
      * NOTA PASSA A GUARDAR O ANO LETIVO, PARA O ALUNO RETIDO NA
      * MESMA TURMA NAO MISTURAR AS NOTAS DOS DOIS ANOS (NOTA ANTIGA
      * FICA COM O ANO EM BRANCO)
      * AUTOR: LUCAS
      ******************************************************************
       01  TURMA-REG.
           02  TURMA-CODIGO    PIC X(03).
           02  TURMA-NOME      PIC X(30).
           02  TURMA-MATERIA   PIC X(03).
           02  TURMA-BIMESTRE  PIC 9(01).
           02  TURMA-NOTA      PIC 9(02).
           02  TURMA-AULAS-DADAS      PIC 9(03).
           02  TURMA-AULAS-ASSISTIDAS PIC 9(03).
           02  TURMA-MATRICULA PIC 9(06).
           02  TURMA-ANO       PIC 9(04).
