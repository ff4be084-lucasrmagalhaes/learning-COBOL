      * MANUAL; A FOLHA (PROGCOB72) APLICA OS DESCONTOS
      * AUTOMATICAMENTE, DECREMENTA AS PARCELAS A CADA MES E O
      * DESCONTO CAI SOZINHO QUANDO CHEGA A ZERO
      * ATUALIZACAO: VALE-TRANSPORTE E VALE-REFEICAO SAEM DOS
      * DESCONTOS RECORRENTES - A ADESAO E O VALOR DO MES FICAM NO
      * PROGCOB117 E A FOLHA DESCONTA A PARTE DO TRANSPORTE
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCEPT DESC-MATRICULA.
           DISPLAY 'CODIGO DO DESCONTO (3 POSICOES): '.
           ACCEPT DESC-CODIGO.
           IF DESC-CODIGO EQUAL 'VT ' OR DESC-CODIGO EQUAL 'VR '
               DISPLAY 'VALE-TRANSPORTE/REFEICAO E PELA ADESAO AOS '
                   'BENEFICIOS (PROGCOB117)'
           ELSE
               DISPLAY 'VALOR MENSAL: '
               ACCEPT DESC-VALOR
               DISPLAY 'PARCELAS (999 = SEM PRAZO): '
               ACCEPT DESC-PARCELAS
               WRITE DESCONTO-REG
               DISPLAY 'DESCONTO INCLUIDO'
           END-IF.
           CLOSE DESCONTOS.

       2000-LISTAR.
           DISPLAY 'MATRICULA: '.
