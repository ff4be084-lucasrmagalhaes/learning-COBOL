      * HORA, PARA O FECHAMENTO CONTINUAR EXPLICAVEL
      * ATUALIZACAO: LOJA DO AJUSTE VALIDADA CONTRA O CADASTRO
      * DE LOJAS (LOJAS.DAT)
      * ATUALIZACAO: DATA DE MOVIMENTO EM PERIODO CONTABIL FECHADO
      * (PROGCOBPER) NAO E MAIS AJUSTADA
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-TRAVA-RECURSO PIC X(15)      VALUE 'VENDAS'.
       77 WRK-TRAVA-OK-FLAG PIC X(01)      VALUE 'N'.
           88 WRK-TRAVA-OK         VALUE 'S'.
       77 WRK-PERIODO-SIT  PIC X(01)       VALUE SPACES.
           88 WRK-PERIODO-FECHADO  VALUE 'F'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0150-VALIDAR-LOJA.
           DISPLAY 'DATA DO MOVIMENTO A AJUSTAR (AAAAMMDD): '.
           ACCEPT WRK-DATA-AJUSTE.
           CALL 'PROGCOBPER' USING WRK-DATA-AJUSTE WRK-PERIODO-SIT.
           IF WRK-PERIODO-FECHADO
               DISPLAY 'AJUSTE RECUSADO - MES JA ENTREGUE A '
                   'CONTABILIDADE'
           ELSE
               PERFORM 0110-LOCALIZAR-DIA
           END-IF.

       0110-LOCALIZAR-DIA.
           OPEN I-O VENDASDIA.
           IF WRK-FS-VENDASDIA NOT EQUAL '00'
               DISPLAY 'ARQUIVO VENDASDIA.DAT NAO ENCONTRADO'
