      * COMPARTILHADO PELO LANCAMENTO, PELO AGING DE PAGAVEIS E
      * PELO LOTE DE PAGAMENTO
      * AUTOR: LUCAS
      * ATUALIZACAO: NUMERO DO PEDIDO DE COMPRA (PEDCOMPRA.DAT) QUE
      * ORIGINOU O TITULO NO RECEBIMENTO DE MERCADORIA (PROGCOB52)
      * - ZERO = TITULO LANCADO A MAO NO CONTAS A PAGAR
      * ATUALIZACAO: SITUACAO D - FATURA DE FRETE COM LINHA EM
      * CONTESTACAO (FRETDISP.DAT); O LOTE DE PAGAMENTO NAO PAGA
      * O TITULO ATE TODAS AS LINHAS SEREM ACEITAS OU RECUSADAS
      * ATUALIZACAO: SITUACAO R - TITULO ENVIADO NA REMESSA DE
      * PAGAMENTOS AO BANCO; SO VIRA PAGO QUANDO O RETORNO DO BANCO
      * CONFIRMA, E VOLTA A ABERTO SE O BANCO REJEITAR
      * ATUALIZACAO: TIPO DE SERVICO E RETENCOES NA FONTE (IRRF,
      * PIS, COFINS, CSLL E ISS) CALCULADAS NO LANCAMENTO PELAS
      * ALIQUOTAS DE ALIQRET.DAT - O PAGAMENTO LEVA O VALOR MENOS
      * AS RETENCOES; TIPO EM BRANCO = TITULO SEM RETENCAO
      ******************************************************************
       01  PAG-REG.
           02  PAG-CHAVE.
           02  PAG-SITUACAO         PIC X(01).
               88  PAG-SIT-ABERTO       VALUE 'A'.
               88  PAG-SIT-PAGO         VALUE 'P'.
               88  PAG-SIT-CONTESTADO   VALUE 'D'.
               88  PAG-SIT-REMETIDO     VALUE 'R'.
           02  PAG-DATA-PGTO        PIC 9(08).
           02  PAG-PEDCOMPRA        PIC 9(06).
           02  PAG-TIPO-SERVICO     PIC X(04).
           02  PAG-RETENCOES.
               03  PAG-RET-IRRF     PIC 9(06)V99.
               03  PAG-RET-PIS      PIC 9(06)V99.
               03  PAG-RET-COFINS   PIC 9(06)V99.
               03  PAG-RET-CSLL     PIC 9(06)V99.
               03  PAG-RET-ISS      PIC 9(06)V99.
