      * LIMITE E REGISTRADA NA AUDITORIA, SOLTA A TRAVA DE
      * CLIENTES E VOLTA PARA O LOGIN, PARA A SESSAO ABERTA
      * NAO SEGURAR A CONFERENCIA E A CADEIA NOTURNA
      * ATUALIZACAO: OPCAO 8 - CONSULTA DO PEDIDO DE PONTA A
      * PONTA (PROGCOB103, VIA SUBMENU)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 LINE 11 COLUMN 15 VALUE '5 - RELATORIO'.
           05 LINE 12 COLUMN 15 VALUE '6 - NAVEGAR'.
           05 LINE 13 COLUMN 15 VALUE '7 - CONTATOS'.
           05 LINE 14 COLUMN 15 VALUE '8 - PEDIDO'.
           05 LINE 15 COLUMN 15 VALUE 'X - SAIDA'.
           05 LINE 16 COLUMN 15 VALUE 'OPCAO: '.
           05 LINE 16 COLUMN 23 USING WRK-OPCAO.

