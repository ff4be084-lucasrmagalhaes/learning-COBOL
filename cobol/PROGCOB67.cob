      * CONSULTAR, ALTERAR E EXCLUIR LOGICAMENTE, NOS MOLDES
      * DAS DEMAIS MANUTENCOES; O CONTAS A PAGAR SO ACEITA
      * TITULO DE FORNECEDOR ATIVO DESTE CADASTRO
      * ATUALIZACAO: CODIGO DA TRANSPORTADORA NO CADASTRO DO
      * FORNECEDOR, PARA A FATURA DE FRETE CONFERIDA NO PROGCOB36
      * VIRAR TITULO A PAGAR SEM DIGITACAO
      * ATUALIZACAO: DADOS BANCARIOS DO FORNECEDOR (BANCO, AGENCIA
      * E CONTA) PARA A REMESSA DE PAGAMENTOS DO PROGCOB68
      * ATUALIZACAO: ALIQUOTAS DE RETENCAO NA FONTE POR FORNECEDOR
      * E TIPO DE SERVICO (ALIQRET.DAT), USADAS NO LANCAMENTO DO
      * TITULO A PAGAR
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS WRK-FS-FORNECEDORES.

           SELECT ALIQRET ASSIGN TO "ALIQRET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALQ-CHAVE
               FILE STATUS IS WRK-FS-ALIQRET.

       DATA DIVISION.
       FILE SECTION.
       FD  FORNECEDORES.
           COPY FORNREG.

       FD  ALIQRET.
           COPY ALQREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FORNECEDORES  PIC X(02)      VALUE SPACES.
       77 WRK-OPCAO            PIC X(01)      VALUE SPACES.
       77 WRK-DOC-VALIDO       PIC X(01)      VALUE 'N'.
           88 WRK-DOC-OK              VALUE 'S'.
       77 WRK-DOC-MASCARADO    PIC X(18)      VALUE SPACES.
       77 WRK-FS-ALIQRET       PIC X(02)      VALUE SPACES.
       77 WRK-TIPO-BUSCA       PIC X(04)      VALUE SPACES.
       77 WRK-EOF-ALQ          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ALQ             VALUE 'S'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY '3 - ALTERAR'.
           DISPLAY '4 - EXCLUIR'.
           DISPLAY '5 - LISTAR ATIVOS'.
           DISPLAY '6 - ALIQUOTAS DE RETENCAO NA FONTE'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
                   PERFORM 2300-EXCLUIR
               WHEN '5'
                   PERFORM 2400-LISTAR
               WHEN '6'
                   PERFORM 2500-ALIQUOTAS
               WHEN 'X'
                   SET WRK-MANUT-FIM TO TRUE
               WHEN OTHER
           ACCEPT FORN-NOME.
           DISPLAY 'CNPJ (14 DIGITOS)...: '.
           ACCEPT FORN-CNPJ.
           DISPLAY 'TRANSPORTADORA (BRANCO = NAO E): '.
           ACCEPT FORN-TRANSPORTADORA.
           PERFORM 2020-DADOS-BANCARIOS.
           PERFORM 2010-VALIDAR-CNPJ.
           IF NOT WRK-DOC-OK
               DISPLAY 'CNPJ INVALIDO - DIGITO VERIFICADOR NAO '
           CALL 'PROGCOBCPFVAL' USING WRK-CNPJ-ENTRADA
               WRK-TIPO-DOC WRK-DOC-VALIDO WRK-DOC-MASCARADO.

      * BANCO ZERO = FORNECEDOR SEM CONTA - O TITULO NAO VAI NA
      * REMESSA DE PAGAMENTOS
       2020-DADOS-BANCARIOS.
           DISPLAY 'BANCO (3 DIGITOS, 0 = SEM CONTA): '.
           ACCEPT FORN-BANCO.
           IF FORN-BANCO EQUAL ZEROS
               MOVE ZEROS TO FORN-AGENCIA
               MOVE SPACES TO FORN-AGENCIA-DV
               MOVE ZEROS TO FORN-CONTA
               MOVE SPACES TO FORN-CONTA-DV
           ELSE
               DISPLAY 'AGENCIA (4 DIGITOS).: '
               ACCEPT FORN-AGENCIA
               DISPLAY 'DIGITO DA AGENCIA...: '
               ACCEPT FORN-AGENCIA-DV
               DISPLAY 'CONTA CORRENTE......: '
               ACCEPT FORN-CONTA
               DISPLAY 'DIGITO DA CONTA.....: '
               ACCEPT FORN-CONTA-DV
           END-IF.

       2100-CONSULTAR.
           DISPLAY 'CODIGO DO FORNECEDOR: '.
           ACCEPT WRK-CODIGO-BUSCA.
           DISPLAY 'NOME....: ' FORN-NOME.
           DISPLAY 'CNPJ....: ' FORN-CNPJ.
           DISPLAY 'SITUACAO: ' FORN-SITUACAO.
           DISPLAY 'TRANSP..: ' FORN-TRANSPORTADORA.
           IF FORN-BANCO EQUAL ZEROS
               DISPLAY 'BANCO...: SEM DADOS BANCARIOS'
           ELSE
               DISPLAY 'BANCO...: ' FORN-BANCO ' AG ' FORN-AGENCIA
                   '-' FORN-AGENCIA-DV ' CC ' FORN-CONTA '-'
                   FORN-CONTA-DV
           END-IF.

       2200-ALTERAR.
           DISPLAY 'CODIGO DO FORNECEDOR: '.
                       DISPLAY 'NOME ATUAL: ' FORN-NOME
                       DISPLAY 'NOVO NOME.: '
                       ACCEPT FORN-NOME
                       DISPLAY 'TRANSPORTADORA ATUAL: '
                           FORN-TRANSPORTADORA
                       DISPLAY 'NOVA (BRANCO = NAO E): '
                       ACCEPT FORN-TRANSPORTADORA
                       DISPLAY 'BANCO ATUAL: ' FORN-BANCO ' AG '
                           FORN-AGENCIA ' CC ' FORN-CONTA
                       DISPLAY 'ALTERAR DADOS BANCARIOS (S/N): '
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA-SIM
                           PERFORM 2020-DADOS-BANCARIOS
                       END-IF
                       REWRITE FORN-REG
                       DISPLAY 'FORNECEDOR ALTERADO COM SUCESSO'
               END-READ
               CLOSE FORNECEDORES
               DISPLAY 'FORNECEDORES ATIVOS: ' WRK-QT-LISTADOS
           END-IF.

      * MOSTRA AS ALIQUOTAS JA CADASTRADAS DO FORNECEDOR E INCLUI
      * OU ALTERA A DO TIPO DE SERVICO INFORMADO
       2500-ALIQUOTAS.
           DISPLAY 'CODIGO DO FORNECEDOR: '.
           ACCEPT WRK-CODIGO-BUSCA.
           OPEN INPUT FORNECEDORES.
           IF WRK-FS-FORNECEDORES NOT EQUAL '00'
               DISPLAY 'ARQUIVO FORNECEDORES.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-CODIGO-BUSCA TO FORN-CODIGO
               READ FORNECEDORES
                   INVALID KEY
                       DISPLAY 'FORNECEDOR NAO ENCONTRADO'
                   NOT INVALID KEY
                       DISPLAY 'FORNECEDOR: ' FORN-NOME
                       PERFORM 2510-MANTER-ALIQUOTA
               END-READ
               CLOSE FORNECEDORES
           END-IF.

       2510-MANTER-ALIQUOTA.
           OPEN I-O ALIQRET.
           IF WRK-FS-ALIQRET EQUAL '35'
               OPEN OUTPUT ALIQRET
               CLOSE ALIQRET
               OPEN I-O ALIQRET
           END-IF.
           PERFORM 2520-LISTAR-ALIQUOTAS.
           DISPLAY 'TIPO DE SERVICO (4 POSICOES, BRANCO = VOLTAR): '.
           MOVE SPACES TO WRK-TIPO-BUSCA.
           ACCEPT WRK-TIPO-BUSCA.
           IF WRK-TIPO-BUSCA NOT EQUAL SPACES
               MOVE WRK-CODIGO-BUSCA TO ALQ-FORNECEDOR
               MOVE WRK-TIPO-BUSCA TO ALQ-TIPO-SERVICO
               READ ALIQRET
                   INVALID KEY
                       PERFORM 2530-DIGITAR-ALIQUOTAS
                       WRITE ALQ-REG
                       DISPLAY 'ALIQUOTAS INCLUIDAS'
                   NOT INVALID KEY
                       PERFORM 2530-DIGITAR-ALIQUOTAS
                       REWRITE ALQ-REG
                       DISPLAY 'ALIQUOTAS ALTERADAS'
               END-READ
           END-IF.
           CLOSE ALIQRET.

       2520-LISTAR-ALIQUOTAS.
           MOVE 'N' TO WRK-EOF-ALQ.
           MOVE WRK-CODIGO-BUSCA TO ALQ-FORNECEDOR.
           MOVE LOW-VALUES TO ALQ-TIPO-SERVICO.
           START ALIQRET KEY IS NOT LESS THAN ALQ-CHAVE
               INVALID KEY
                   SET WRK-FIM-ALQ TO TRUE
           END-START.
           DISPLAY 'TIPO DESCRICAO                      IRRF   PIS '
               'COFINS  CSLL   ISS'.
           PERFORM UNTIL WRK-FIM-ALQ
               READ ALIQRET NEXT RECORD
                   AT END
                       SET WRK-FIM-ALQ TO TRUE
                   NOT AT END
                       IF ALQ-FORNECEDOR NOT EQUAL WRK-CODIGO-BUSCA
                           SET WRK-FIM-ALQ TO TRUE
                       ELSE
                           DISPLAY ALQ-TIPO-SERVICO ' '
                               ALQ-DESCRICAO ' ' ALQ-PERC-IRRF ' '
                               ALQ-PERC-PIS ' ' ALQ-PERC-COFINS ' '
                               ALQ-PERC-CSLL ' ' ALQ-PERC-ISS
                       END-IF
               END-READ
           END-PERFORM.

       2530-DIGITAR-ALIQUOTAS.
           DISPLAY 'DESCRICAO DO SERVICO: '.
           ACCEPT ALQ-DESCRICAO.
           DISPLAY 'ALIQUOTA IRRF (%)...: '.
           ACCEPT ALQ-PERC-IRRF.
           DISPLAY 'ALIQUOTA PIS (%)....: '.
           ACCEPT ALQ-PERC-PIS.
           DISPLAY 'ALIQUOTA COFINS (%).: '.
           ACCEPT ALQ-PERC-COFINS.
           DISPLAY 'ALIQUOTA CSLL (%)...: '.
           ACCEPT ALQ-PERC-CSLL.
           DISPLAY 'ALIQUOTA ISS (%)....: '.
           ACCEPT ALQ-PERC-ISS.
