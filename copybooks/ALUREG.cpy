      * MESMO ALUNO PARAR DE APARECER COM TRES GRAFIAS EM
      * TURMA.DAT
      * AUTOR: LUCAS
      * ATUALIZACAO: RESPONSAVEL FINANCEIRO (CLIENTE DE CLIENTES.DAT
      * QUE RECEBE O TITULO DA MENSALIDADE, O BOLETO E A COBRANCA;
      * ZERO = SEM COBRANCA) E PERCENTUAL DE BOLSA DO ALUNO (100 =
      * BOLSA INTEGRAL) PARA O FATURAMENTO MENSAL (PROGCOB121) -
      * IRMAOS SAO OS ALUNOS COM O MESMO RESPONSAVEL
      ******************************************************************
       01  ALU-REG.
           02  ALU-MATRICULA            PIC 9(06).
           02  ALU-SITUACAO             PIC X(01).
               88  ALU-SIT-ATIVO            VALUE 'A'.
               88  ALU-SIT-EXCLUIDO         VALUE 'E'.
           02  ALU-RESPONSAVEL          PIC 9(06).
           02  ALU-BOLSA-PERC           PIC 9(03)V99.
