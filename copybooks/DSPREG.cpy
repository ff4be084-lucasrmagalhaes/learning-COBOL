      ******************************************************************
      * COPYBOOK: DSPREG
      * OBJETIVO: LAYOUT DA LINHA DE FATURA DE FRETE EM CONTESTACAO
      * (FRETDISP.DAT INDEXADO POR FORNECEDOR + NOTA + LINHA) -
      * GRAVADA PELA CONFERENCIA DA FATURA DA TRANSPORTADORA
      * (PROGCOB36) PARA CADA EMBARQUE COBRADO ACIMA DA TOLERANCIA
      * OU SEM COTACAO; O TITULO DA FATURA EM CONTASPAG.DAT FICA
      * CONTESTADO ATE O CONTAS A PAGAR (PROGCOB68) ACEITAR OU
      * RECUSAR CADA LINHA
      * AUTOR: LUCAS
      ******************************************************************
       01  DSP-REG.
           02  DSP-CHAVE.
               03  DSP-FORNECEDOR       PIC 9(06).
               03  DSP-NOTA             PIC X(10).
               03  DSP-LINHA            PIC 9(04).
           02  DSP-TRANSPORTADORA       PIC X(03).
           02  DSP-PRODUTO              PIC X(20).
           02  DSP-UF                   PIC X(02).
           02  DSP-DATA                 PIC 9(08).
           02  DSP-VALOR-COTADO         PIC 9(06)V99.
           02  DSP-VALOR-COBRADO        PIC 9(06)V99.
           02  DSP-TIPO                 PIC X(01).
               88  DSP-ACIMA-TOLERANCIA     VALUE 'A'.
               88  DSP-SEM-COTACAO          VALUE 'S'.
           02  DSP-SITUACAO             PIC X(01).
               88  DSP-SIT-PENDENTE         VALUE 'P'.
               88  DSP-SIT-ACEITA           VALUE 'A'.
               88  DSP-SIT-RECUSADA         VALUE 'R'.
           02  DSP-DATA-ABERTURA        PIC 9(08).
           02  DSP-DATA-DECISAO         PIC 9(08).
