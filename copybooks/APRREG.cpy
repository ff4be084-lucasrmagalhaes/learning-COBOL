      * OU REJEITA NO PROGCOB81, COM AS DUAS IDENTIDADES
      * GRAVADAS NO PROPRIO REGISTRO
      * AUTOR: LUCAS
      * ATUALIZACAO: TIPO INVENTARIO - DIVERGENCIA DE CONTAGEM
      * ACIMA DA TOLERANCIA (LINHA = LOJA; IMAGEM = PRODUTO,
      * SALDO DO SISTEMA E CONTADO)
      * ATUALIZACAO: TIPO LIMITECRED - PROPOSTA DA REVISAO
      * TRIMESTRAL DE LIMITE DE CREDITO (PROGCOB99); IMAGEM =
      * CLIENTE E LIMITE, E NO DEPOIS A ACAO (A AUMENTO, C CORTE)
      * E A PONTUACAO DO CLIENTE
      * ATUALIZACAO: TIPO PERDA - BAIXA DE TITULO VENCIDO COMO
      * PERDA (PROGCOB100); IMAGEM = PEDIDO, PARCELA, CLIENTE E
      * VALOR DO TITULO, E NO DEPOIS TAMBEM O MOTIVO DA BAIXA
      * ATUALIZACAO: TIPO REABERTURA - REABERTURA DE PERIODO CONTABIL
      * FECHADO (PROGCOB111); IMAGEM = ANO/MES, SITUACAO (F ANTES,
      * A DEPOIS) E MOTIVO DO PEDIDO
      ******************************************************************
       01  APR-REG.
           02  APR-SEQ              PIC 9(06).
               88  APR-TIPO-FAIXA       VALUE 'FAIXA'.
               88  APR-TIPO-TARIFA      VALUE 'TARIFA'.
               88  APR-TIPO-CREDNIVEL   VALUE 'CREDNIVEL'.
               88  APR-TIPO-INVENTARIO  VALUE 'INVENTARIO'.
               88  APR-TIPO-LIMITE      VALUE 'LIMITECRED'.
               88  APR-TIPO-PERDA       VALUE 'PERDA'.
               88  APR-TIPO-REABERTURA  VALUE 'REABERTURA'.
           02  APR-LINHA            PIC 9(03).
           02  APR-SOLICITANTE      PIC X(20).
           02  APR-DATA             PIC 9(08).
