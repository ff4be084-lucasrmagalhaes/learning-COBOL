      * PERMITE, COM AS MESMAS TECLAS DE ATALHO DO MENU02 (F3
      * SAI, F5 VAI DIRETO PARA O PAINEL DE OPERACAO)
      * AUTOR: LUCAS
      * ATUALIZACAO: OPCAO 9 - CONSULTA DO PEDIDO DE PONTA A
      * PONTA (PROGCOB103)
      * ATUALIZACAO: OPCAO R - FILA DE RELATORIOS NOTURNOS
      * (PROGCOB124) - PEDIDO DE RELATORIO PESADO PARA A RODADA
      * DA NOITE E LISTA MEUS RELATORIOS COM A SITUACAO
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           IF WRK-NIVEL-OPERACAO
               DISPLAY '3 - CAPTURA DE VENDAS (PROGCOB15)'
               DISPLAY '4 - ENTRADA DE PEDIDOS (PROGCOB39)'
               DISPLAY '9 - CONSULTA DO PEDIDO (PROGCOB103)'
           END-IF.
           DISPLAY '--- FINANCEIRO E FRETES ---'.
           IF WRK-NIVEL-OPERACAO
           IF WRK-NIVEL-ADM
               DISPLAY '8 - CREDENCIAIS (PROGCOB46)'
           END-IF.
           DISPLAY '--- RELATORIOS ---'.
           IF WRK-NIVEL-OPERACAO
               DISPLAY 'R - RELATORIOS NOTURNOS (PROGCOB124)'
           END-IF.
           DISPLAY 'X - SAIDA'.
           ACCEPT TELA-OPCAO.
           EVALUATE TRUE
                   ELSE
                       PERFORM 0300-SEM-NIVEL
                   END-IF
               WHEN '9'
                   IF WRK-NIVEL-OPERACAO
                       CALL 'PROGCOB103'
                   ELSE
                       PERFORM 0300-SEM-NIVEL
                   END-IF
               WHEN 'R'
                   IF WRK-NIVEL-OPERACAO
                       CALL 'PROGCOB124' USING WRK-USUARIO
                   ELSE
                       PERFORM 0300-SEM-NIVEL
                   END-IF
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
