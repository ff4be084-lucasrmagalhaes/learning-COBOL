      * QUE SO ACEITA TITULO DE FORNECEDOR ATIVO; O CNPJ E
      * VALIDADO PELO DIGITO VERIFICADOR (PROGCOBCPFVAL)
      * AUTOR: LUCAS
      * ATUALIZACAO: CODIGO DA TRANSPORTADORA (O MESMO DAS TARIFAS
      * E DA FATURA DE FRETE) QUANDO O FORNECEDOR E TRANSPORTADORA
      * - A CONFERENCIA DA FATURA (PROGCOB36) LANCA O TITULO A
      * PAGAR NESTE FORNECEDOR; ESPACOS = NAO E TRANSPORTADORA
      * ATUALIZACAO: DADOS BANCARIOS PARA O PAGAMENTO POR REMESSA
      * AO BANCO (PROGCOB68) - BANCO ZERO = SEM DADOS, O TITULO
      * FICA FORA DA REMESSA
      ******************************************************************
       01  FORN-REG.
           02  FORN-CODIGO              PIC 9(06).
           02  FORN-SITUACAO            PIC X(01).
               88  FORN-SIT-ATIVO           VALUE 'A'.
               88  FORN-SIT-EXCLUIDO        VALUE 'E'.
           02  FORN-TRANSPORTADORA      PIC X(03).
           02  FORN-DADOS-BANCARIOS.
               03  FORN-BANCO           PIC 9(03).
               03  FORN-AGENCIA         PIC 9(04).
               03  FORN-AGENCIA-DV      PIC X(01).
               03  FORN-CONTA           PIC 9(10).
               03  FORN-CONTA-DV        PIC X(01).
