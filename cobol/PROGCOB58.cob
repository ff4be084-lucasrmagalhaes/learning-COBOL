      * PRODUTOS; A CAPTURA DE VENDAS, A ENTRADA DE PEDIDOS E
      * O AJUSTE DE VENDAS VALIDAM A LOJA AQUI, E O FECHAMENTO
      * IMPRIME O NOME DA LOJA EM VEZ DO NUMERO CRU
      * ATUALIZACAO: CNPJ E INSCRICAO ESTADUAL DA LOJA, EMITENTE
      * DA NOTA FISCAL ELETRONICA (PROGCOB62)
      * ATUALIZACAO: CENTRO DE CUSTO DA LOJA
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCEPT LOJA-CIDADE.
           DISPLAY 'UF............: '.
           ACCEPT LOJA-UF.
           DISPLAY 'CNPJ..........: '.
           ACCEPT LOJA-CNPJ.
           DISPLAY 'INSCR ESTADUAL: '.
           ACCEPT LOJA-IE.
           DISPLAY 'CENTRO CUSTO..: '.
           ACCEPT LOJA-CENTRO-CUSTO.
           SET LOJA-SIT-ATIVA TO TRUE.
           WRITE LOJA-REG
               INVALID KEY
           DISPLAY 'NUMERO..: ' LOJA-NUMERO.
           DISPLAY 'NOME....: ' LOJA-NOME.
           DISPLAY 'CIDADE..: ' LOJA-CIDADE ' ' LOJA-UF.
           DISPLAY 'CNPJ....: ' LOJA-CNPJ.
           DISPLAY 'IE......: ' LOJA-IE.
           DISPLAY 'C. CUSTO: ' LOJA-CENTRO-CUSTO.
           DISPLAY 'SITUACAO: ' LOJA-SITUACAO.

       2200-ALTERAR.
                       DISPLAY 'UF ATUAL....: ' LOJA-UF
                       DISPLAY 'NOVA UF.....: '
                       ACCEPT LOJA-UF
                       DISPLAY 'CNPJ ATUAL..: ' LOJA-CNPJ
                       DISPLAY 'NOVO CNPJ...: '
                       ACCEPT LOJA-CNPJ
                       DISPLAY 'IE ATUAL....: ' LOJA-IE
                       DISPLAY 'NOVA IE.....: '
                       ACCEPT LOJA-IE
                       DISPLAY 'C.CUSTO ATUAL: ' LOJA-CENTRO-CUSTO
                       DISPLAY 'NOVO C.CUSTO.: '
                       ACCEPT LOJA-CENTRO-CUSTO
                       REWRITE LOJA-REG
                       DISPLAY 'LOJA ALTERADA COM SUCESSO'
               END-READ
