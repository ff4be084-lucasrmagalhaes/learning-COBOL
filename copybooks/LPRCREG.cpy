      ******************************************************************
      * COPYBOOK: LPRCREG
      * OBJETIVO: LAYOUT DO CABECALHO DA LISTA DE PRECOS
      * (LISTAPRC.DAT INDEXADO POR CODIGO DA LISTA) - A LISTA VALE
      * PARA UMA LOJA (ZERO = TODAS), UMA CLASSE ABC DE CLIENTE
      * (BRANCO = TODAS) E UM PERIODO DE VIGENCIA (FIM ZERO = SEM
      * DATA DE TERMINO); TABELA OU PROMOCAO DE PRAZO CURTO
      * AUTOR: LUCAS
      ******************************************************************
       01  LPRC-REG.
           02  LPRC-CODIGO              PIC X(06).
           02  LPRC-DESCRICAO           PIC X(30).
           02  LPRC-TIPO                PIC X(01).
               88  LPRC-TIPO-TABELA         VALUE 'T'.
               88  LPRC-TIPO-PROMOCAO       VALUE 'P'.
           02  LPRC-LOJA                PIC 9(03).
           02  LPRC-CLASSE              PIC X(01).
           02  LPRC-INICIO              PIC 9(08).
           02  LPRC-FIM                 PIC 9(08).
           02  LPRC-SITUACAO            PIC X(01).
               88  LPRC-SIT-ATIVA           VALUE 'A'.
               88  LPRC-SIT-INATIVA         VALUE 'I'.
