      ******************************************************************
      * COPYBOOK: APLREG
      * OBJETIVO: LAYOUT DO CADASTRO DAS APLICACOES FINANCEIRAS DA
      * EMPRESA (APLICACOES.DAT INDEXADO PELO NUMERO DA APLICACAO) -
      * CDB E FUNDOS REAIS, COM A ORIGEM DA TAXA (FIXA AO MES OU
      * CURVA DE TAXAS.DAT CONTADA A PARTIR DO MES DA APLICACAO), O
      * REGIME DE IR, O SALDO BRUTO ATUALIZADO PELA APROPRIACAO
      * DIARIA E OS RESGATES (PROGCOB119). O VALOR APLICADO E O
      * PRINCIPAL AINDA INVESTIDO - O RESGATE PARCIAL ABATE A PARTE
      * DE PRINCIPAL E A PARTE DE RENDIMENTO PROPORCIONAIS
      * AUTOR: LUCAS
      ******************************************************************
       01  APL-REG.
           02  APL-NUMERO               PIC 9(06).
           02  APL-BANCO                PIC X(20).
           02  APL-PRODUTO              PIC X(20).
           02  APL-VALOR-INICIAL        PIC 9(10)V99.
           02  APL-VALOR-APLICADO       PIC 9(10)V99.
           02  APL-DATA-APLICACAO       PIC 9(08).
           02  APL-DATA-VENCIMENTO      PIC 9(08).
           02  APL-ORIGEM-TAXA          PIC X(01).
               88  APL-TAXA-FIXA-MES        VALUE 'F'.
               88  APL-TAXA-CURVA           VALUE 'C'.
               88  APL-ORIGEM-VALIDA        VALUE 'F' 'C'.
           02  APL-TAXA-FIXA            PIC 9(02)V99.
           02  APL-REGIME-IR            PIC X(01).
               88  APL-IR-REGRESSIVO        VALUE 'R'.
               88  APL-IR-ISENTO            VALUE 'I'.
               88  APL-IR-FIXO-15           VALUE 'F'.
               88  APL-REGIME-VALIDO        VALUE 'R' 'I' 'F'.
           02  APL-SALDO-BRUTO          PIC 9(10)V99.
           02  APL-RENDIMENTO-ACUM      PIC 9(10)V99.
           02  APL-ULTIMA-APROPRIACAO   PIC 9(08).
           02  APL-TOTAL-RESGATADO      PIC 9(10)V99.
           02  APL-IR-RETIDO            PIC 9(10)V99.
           02  APL-SITUACAO             PIC X(01).
               88  APL-SIT-ATIVA            VALUE 'A'.
               88  APL-SIT-RESGATADA        VALUE 'R'.
               88  APL-SIT-VENCIDA          VALUE 'V'.
           02  APL-DATA-ENCERRAMENTO    PIC 9(08).
