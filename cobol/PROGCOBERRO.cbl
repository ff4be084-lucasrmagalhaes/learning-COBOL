      * CENTRAL DE ERROS (ERRLOG.DAT) E DEVOLVE AO CHAMADOR SE
      * PODE CONTINUAR (C) OU DEVE ABORTAR (A), PARA O OPERADOR
      * TER UM UNICO LUGAR ONDE OLHAR QUANDO UM JOB SE PERDE
      * ATUALIZACAO: REGISTRO DO ERRLOG.DAT GANHA O CAMPO DE
      * DETALHE COM AS CHAVES, USADO PELA CONFERENCIA DE
      * INTEGRIDADE (PROGCOB122); ERRO DE ARQUIVO SAI EM BRANCO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02  ERRLOG-OPERACAO     PIC X(10).
           02  ERRLOG-STATUS       PIC X(02).
           02  ERRLOG-ACAO         PIC X(01).
           02  ERRLOG-DETALHE      PIC X(60).

       WORKING-STORAGE SECTION.
       77 WRK-FS-ERRLOG    PIC X(02)       VALUE SPACES.
