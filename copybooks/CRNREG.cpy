      ******************************************************************
      * COPYBOOK: CRNREG
      * OBJETIVO: LAYOUT DO CARNE DE MENSALIDADES (CARNES.DAT INDEXADO
      * POR MATRICULA + ANO LETIVO) - UM CARNE POR ALUNO E ANO, COM O
      * NUMERO QUE FORMA O TITULO DA MENSALIDADE EM CONTASREC.DAT
      * (PEDIDO 80000000 + NUMERO DO CARNE, PARCELA = MES). GRAVADO
      * PELO FATURAMENTO DE MENSALIDADES (PROGCOB121) E LIDO PELA
      * CONSULTA DE ATRASO DO ALUNO (PROGCOBMEN)
      * AUTOR: LUCAS
      ******************************************************************
       01  CRN-REG.
           02  CRN-CHAVE.
               03  CRN-MATRICULA    PIC 9(06).
               03  CRN-ANO          PIC 9(04).
           02  CRN-NUMERO           PIC 9(07).
           02  CRN-TURMA            PIC X(03).
           02  CRN-RESPONSAVEL      PIC 9(06).
           02  CRN-DATA-ABERTURA    PIC 9(08).
