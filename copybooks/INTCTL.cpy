      ******************************************************************
      * COPYBOOK: INTCTL
      * OBJETIVO: VISAO DE CONTROLE DOS ARQUIVOS RECEBIDOS DE FORA
      * (WEBPED, RETORNO, RETPAG, EXTRATO, CARRSTAT, PONTO,
      * GOVRET, RHRETORNO E NFERET) - ENTRA COMO SEGUNDO REGISTRO
      * DA FD DE CADA ARQUIVO. O PRIMEIRO REGISTRO DO ARQUIVO E O
      * HEADER (HDR) COM REMETENTE, DATA DE GERACAO E SEQUENCIA
      * DO ARQUIVO; O ULTIMO E O TRAILER (TRL) COM A QUANTIDADE
      * DE REGISTROS DE DETALHE E O TOTAL DE VALOR DELES. ARQUIVO
      * SEM VALOR EM DINHEIRO (PEDIDOS WEB, RASTREIO, PONTO E
      * RETORNOS DO GOVERNO, DO RH E DO GATEWAY DE NF-E) LEVA
      * ZEROS NO TOTAL. CONFERIDO PELA ROTINA
      * PROGCOBINT ANTES DE QUALQUER ATUALIZACAO
      * AUTOR: LUCAS
      ******************************************************************
       01  INT-CONTROLE.
           02  INT-TIPO-REG         PIC X(03).
               88  INT-REG-HEADER       VALUE 'HDR'.
               88  INT-REG-TRAILER      VALUE 'TRL'.
               88  INT-REG-CONTROLE     VALUE 'HDR' 'TRL'.
           02  INT-HDR-DADOS.
               03  INT-REMETENTE    PIC X(10).
               03  INT-DATA-GERACAO PIC 9(08).
               03  INT-SEQUENCIA    PIC 9(06).
           02  INT-TRL-DADOS REDEFINES INT-HDR-DADOS.
               03  INT-QTDE-REGISTROS PIC 9(07).
               03  INT-VALOR-TOTAL  PIC 9(13)V99.
               03  FILLER           PIC X(02).
