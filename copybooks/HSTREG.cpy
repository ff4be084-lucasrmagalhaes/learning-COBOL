      ******************************************************************
      * COPYBOOK: HSTREG
      * OBJETIVO: HISTORICO DA FOLHA (FOLHAHIST.DAT INDEXADO POR
      * MATRICULA + COMPETENCIA) - O QUE CADA FUNCIONARIO RECEBEU EM
      * CADA RODADA DO PROGCOB72: SALARIO BASE, BRUTO DO MES (COM
      * HORAS E SEM OS DIAS DE FERIAS PAGOS EM RECIBO), DEPENDENTES,
      * INSS, IRRF, DESCONTOS RECORRENTES E LIQUIDO; BASE DO FGTS
      * (PROGCOB115) E DO INFORME DE RENDIMENTOS (PROGCOB116)
      * AUTOR: LUCAS
      * ATUALIZACAO: DIFERENCA DE DISSIDIO PAGA NA RODADA
      * (RETROATIVO.DAT, PROGCOB118) EM CAMPOS PROPRIOS - BRUTO, INSS
      * E IRRF DO RETROATIVO FICAM FORA DOS VALORES DO MES
      ******************************************************************
       01  HST-REG.
           02  HST-CHAVE.
               03  HST-MATRICULA        PIC 9(06).
               03  HST-ANOMES           PIC 9(06).
           02  HST-DEPARTAMENTO         PIC X(03).
           02  HST-SALARIO-BASE         PIC 9(08)V99.
           02  HST-BRUTO                PIC 9(08)V99.
           02  HST-DIAS-FERIAS          PIC 9(02).
           02  HST-QT-DEPENDENTES       PIC 9(02).
           02  HST-INSS                 PIC 9(08)V99.
           02  HST-IRRF                 PIC 9(08)V99.
           02  HST-DESCONTOS            PIC 9(08)V99.
           02  HST-LIQUIDO              PIC 9(08)V99.
           02  HST-DATA-PROCESSAMENTO   PIC 9(08).
           02  HST-RETROATIVO           PIC 9(08)V99.
           02  HST-INSS-RETRO           PIC 9(08)V99.
           02  HST-IRRF-RETRO           PIC 9(08)V99.
