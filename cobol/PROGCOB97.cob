       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB97.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: MANUTENCAO DOS ENDERECOS DE ENTREGA DO CLIENTE
      * (ENDENTREGA.DAT) - A FILIAL EM OUTRA UF VIRA UMA
      * SEQUENCIA PROPRIA COM CIDADE/UF PELO CEP (PROGCOBCEP);
      * UM DOS ENDERECOS PODE SER MARCADO COMO PADRAO E VALE NOS
      * PEDIDOS QUANDO O OPERADOR NAO ESCOLHE OUTRO; SEM PADRAO
      * O PEDIDO SAI PARA O ENDERECO DO CADASTRO DO CLIENTE
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENDENTREGA ASSIGN TO "ENDENTREGA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS WRK-FS-ENDENTREGA.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTES.

       DATA DIVISION.
       FILE SECTION.
       FD  ENDENTREGA.
           COPY ENTREG.

       FD  CLIENTES.
           COPY CLIREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-ENDENTREGA    PIC X(02)      VALUE SPACES.
       77 WRK-FS-CLIENTES      PIC X(02)      VALUE SPACES.
       77 WRK-OPCAO            PIC X(01)      VALUE SPACES.
       77 WRK-FIM-MANUT        PIC X(01)      VALUE 'N'.
           88 WRK-MANUT-FIM           VALUE 'S'.
       77 WRK-EOF-ARQ          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ             VALUE 'S'.
       77 WRK-CLIENTE-BUSCA    PIC 9(06)      VALUE ZEROS.
       77 WRK-SEQ-BUSCA        PIC 9(02)      VALUE ZEROS.
       77 WRK-PROXIMA-SEQ      PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-LISTADOS      PIC 9(03)      VALUE ZEROS.
       77 WRK-CLIENTE-FLAG     PIC X(01)      VALUE 'N'.
           88 WRK-CLIENTE-VALIDO      VALUE 'S'.
       77 WRK-CONFIRMA         PIC X(01)      VALUE SPACES.
           88 WRK-CONFIRMA-SIM        VALUE 'S'.
       77 WRK-NOVO-CEP         PIC 9(08)      VALUE ZEROS.
       77 WRK-CEP-CIDADE       PIC X(20)      VALUE SPACES.
       77 WRK-CEP-UF           PIC X(02)      VALUE SPACES.
       77 WRK-CEP-RETORNO      PIC X(01)      VALUE SPACES.
           88 WRK-CEP-ACHADO          VALUE '0'.
           88 WRK-CEP-NAO-ACHADO      VALUE '1'.
       77 WRK-NOVA-UF          PIC X(02)      VALUE SPACES.
       77 WRK-UF-VALIDA        PIC X(01)      VALUE 'N'.
           88 WRK-UF-OK               VALUE 'S'.
       77 WRK-IND-UF           PIC 9(02)      VALUE ZEROS.
       01 UF-LISTA-VALORES    PIC X(54) VALUE
           'ACALAPAMBACEDFESGOMAMTMSMGPAPBPRPESPPIRJRNRSRORRSCSETO'.
       01 UF-LISTA REDEFINES UF-LISTA-VALORES.
           02 UF-SIGLA        PIC X(02) OCCURS 27.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-PROCESSAR UNTIL WRK-MANUT-FIM.
           STOP RUN.

       0100-PROCESSAR.
           DISPLAY '=============================================='.
           DISPLAY 'ENDERECOS DE ENTREGA DO CLIENTE'.
           DISPLAY '1 - INCLUIR ENDERECO'.
           DISPLAY '2 - CONSULTAR ENDERECOS DO CLIENTE'.
           DISPLAY '3 - ALTERAR ENDERECO'.
           DISPLAY '4 - DEFINIR ENDERECO PADRAO'.
           DISPLAY '5 - DESATIVAR ENDERECO'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 2000-INCLUIR-ENDERECO
               WHEN '2'
                   PERFORM 2100-CONSULTAR-ENDERECOS
               WHEN '3'
                   PERFORM 2200-ALTERAR-ENDERECO
               WHEN '4'
                   PERFORM 2300-DEFINIR-PADRAO
               WHEN '5'
                   PERFORM 2400-DESATIVAR-ENDERECO
               WHEN 'X'
                   SET WRK-MANUT-FIM TO TRUE
               WHEN OTHER
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
           END-EVALUATE.

       2000-INCLUIR-ENDERECO.
           DISPLAY 'NUMERO DO CLIENTE: '.
           ACCEPT WRK-CLIENTE-BUSCA.
           PERFORM 2010-VALIDAR-CLIENTE.
           IF WRK-CLIENTE-VALIDO
               OPEN I-O ENDENTREGA
               IF WRK-FS-ENDENTREGA EQUAL '35'
                   OPEN OUTPUT ENDENTREGA
                   CLOSE ENDENTREGA
                   OPEN I-O ENDENTREGA
               END-IF
               PERFORM 2020-PROXIMA-SEQUENCIA
               IF WRK-PROXIMA-SEQ > 99
                   DISPLAY 'CLIENTE JA TEM 99 ENDERECOS DE ENTREGA'
               ELSE
                   DISPLAY 'ENDERECO PADRAO DO CLIENTE (S/N): '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA-SIM
                       PERFORM 2050-LIMPAR-PADRAO
                   END-IF
                   MOVE SPACES TO ENT-REG
                   MOVE WRK-CLIENTE-BUSCA TO ENT-CLIENTE
                   MOVE WRK-PROXIMA-SEQ TO ENT-SEQ
                   DISPLAY 'DESCRICAO (EX.: FILIAL SP): '
                   ACCEPT ENT-DESCRICAO
                   PERFORM 2030-LER-ENDERECO
                   SET ENT-SIT-ATIVO TO TRUE
                   MOVE 'N' TO ENT-PADRAO
                   IF WRK-CONFIRMA-SIM
                       MOVE 'S' TO ENT-PADRAO
                   END-IF
                   WRITE ENT-REG
                       INVALID KEY
                           DISPLAY 'FALHA AO GRAVAR O ENDERECO'
                       NOT INVALID KEY
                           DISPLAY 'ENDERECO INCLUIDO COM SEQUENCIA '
                               ENT-SEQ
                   END-WRITE
               END-IF
               CLOSE ENDENTREGA
           END-IF.

       2010-VALIDAR-CLIENTE.
           MOVE 'N' TO WRK-CLIENTE-FLAG.
           OPEN INPUT CLIENTES.
           IF WRK-FS-CLIENTES NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE CLIENTES INEXISTENTE OU VAZIO'
           ELSE
               MOVE WRK-CLIENTE-BUSCA TO CLI-NUMERO
               READ CLIENTES
                   INVALID KEY
                       DISPLAY 'CLIENTE NAO ENCONTRADO'
                   NOT INVALID KEY
                       IF CLI-SIT-ATIVO
                           SET WRK-CLIENTE-VALIDO TO TRUE
                           DISPLAY 'CLIENTE: ' CLI-NOME
                           DISPLAY 'CADASTRO: ' CLI-CIDADE ' '
                               CLI-UF
                       ELSE
                           DISPLAY 'CLIENTE EXCLUIDO'
                       END-IF
               END-READ
               CLOSE CLIENTES
           END-IF.

      * A SEQUENCIA NUNCA E REAPROVEITADA - ENDERECO DESATIVADO
      * CONTINUA NO ARQUIVO PARA OS PEDIDOS QUE O USARAM
       2020-PROXIMA-SEQUENCIA.
           MOVE 1 TO WRK-PROXIMA-SEQ.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE WRK-CLIENTE-BUSCA TO ENT-CLIENTE.
           MOVE ZEROS TO ENT-SEQ.
           START ENDENTREGA KEY IS NOT LESS THAN ENT-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ ENDENTREGA NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF ENT-CLIENTE NOT EQUAL WRK-CLIENTE-BUSCA
                           SET WRK-FIM-ARQ TO TRUE
                       ELSE
                           COMPUTE WRK-PROXIMA-SEQ = ENT-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM.

      * MESMA REGRA DO CADASTRO DE CLIENTES - CIDADE/UF PELO CEP
      * E, FORA DO DIRETORIO, DIGITADAS COM A UF CONFERIDA
       2030-LER-ENDERECO.
           DISPLAY 'LOGRADOURO: '.
           ACCEPT ENT-LOGRADOURO.
           DISPLAY 'CEP.......: '.
           ACCEPT WRK-NOVO-CEP.
           MOVE WRK-NOVO-CEP TO ENT-CEP.
           MOVE SPACES TO WRK-CEP-CIDADE.
           MOVE SPACES TO WRK-CEP-UF.
           SET WRK-CEP-NAO-ACHADO TO TRUE.
           CALL 'PROGCOBCEP' USING WRK-NOVO-CEP
               WRK-CEP-CIDADE WRK-CEP-UF WRK-CEP-RETORNO.
           IF WRK-CEP-ACHADO
               MOVE WRK-CEP-CIDADE TO ENT-CIDADE
               MOVE WRK-CEP-UF TO ENT-UF
               DISPLAY 'CIDADE/UF PELO CEP: ' ENT-CIDADE ' ' ENT-UF
           ELSE
               DISPLAY 'CEP FORA DO DIRETORIO - INFORMAR CIDADE E UF'
               DISPLAY 'CIDADE....: '
               ACCEPT ENT-CIDADE
               MOVE 'N' TO WRK-UF-VALIDA
               PERFORM UNTIL WRK-UF-OK
                   DISPLAY 'UF........: '
                   ACCEPT WRK-NOVA-UF
                   PERFORM 2040-VALIDAR-UF
                   IF NOT WRK-UF-OK
                       DISPLAY 'UF INVALIDA - INFORMAR UMA DAS 26 UF '
                           'OU DF'
                   END-IF
               END-PERFORM
               MOVE WRK-NOVA-UF TO ENT-UF
           END-IF.

       2040-VALIDAR-UF.
           MOVE 'N' TO WRK-UF-VALIDA.
           PERFORM VARYING WRK-IND-UF FROM 1 BY 1
                   UNTIL WRK-IND-UF > 27
               IF WRK-NOVA-UF EQUAL UF-SIGLA(WRK-IND-UF)
                   SET WRK-UF-OK TO TRUE
               END-IF
           END-PERFORM.

      * SO UM ENDERECO PADRAO POR CLIENTE - O ANTERIOR PERDE A
      * MARCA ANTES DE O NOVO SER GRAVADO
       2050-LIMPAR-PADRAO.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE WRK-CLIENTE-BUSCA TO ENT-CLIENTE.
           MOVE ZEROS TO ENT-SEQ.
           START ENDENTREGA KEY IS NOT LESS THAN ENT-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ
               READ ENDENTREGA NEXT RECORD
                   AT END
                       SET WRK-FIM-ARQ TO TRUE
                   NOT AT END
                       IF ENT-CLIENTE NOT EQUAL WRK-CLIENTE-BUSCA
                           SET WRK-FIM-ARQ TO TRUE
                       ELSE
                           IF ENT-E-PADRAO
                               MOVE 'N' TO ENT-PADRAO
                               REWRITE ENT-REG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2100-CONSULTAR-ENDERECOS.
           DISPLAY 'NUMERO DO CLIENTE: '.
           ACCEPT WRK-CLIENTE-BUSCA.
           PERFORM 2010-VALIDAR-CLIENTE.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ENDENTREGA.
           IF WRK-FS-ENDENTREGA NOT EQUAL '00'
               DISPLAY 'NENHUM ENDERECO DE ENTREGA CADASTRADO'
           ELSE
               DISPLAY 'SQ DESCRICAO            CIDADE               '
                   'UF PADRAO SIT'
               MOVE WRK-CLIENTE-BUSCA TO ENT-CLIENTE
               MOVE ZEROS TO ENT-SEQ
               START ENDENTREGA KEY IS NOT LESS THAN ENT-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ ENDENTREGA NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF ENT-CLIENTE NOT EQUAL WRK-CLIENTE-BUSCA
                               SET WRK-FIM-ARQ TO TRUE
                           ELSE
                               ADD 1 TO WRK-QT-LISTADOS
                               DISPLAY ENT-SEQ ' ' ENT-DESCRICAO
                                   '  ' ENT-CIDADE ' ' ENT-UF
                                   ' ' ENT-PADRAO '      '
                                   ENT-SITUACAO
                               DISPLAY '   ' ENT-LOGRADOURO ' CEP '
                                   ENT-CEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENDENTREGA
               DISPLAY 'ENDERECOS LISTADOS: ' WRK-QT-LISTADOS
           END-IF.

       2200-ALTERAR-ENDERECO.
           DISPLAY 'NUMERO DO CLIENTE: '.
           ACCEPT WRK-CLIENTE-BUSCA.
           DISPLAY 'SEQUENCIA DO ENDERECO: '.
           ACCEPT WRK-SEQ-BUSCA.
           OPEN I-O ENDENTREGA.
           IF WRK-FS-ENDENTREGA NOT EQUAL '00'
               DISPLAY 'ARQUIVO ENDENTREGA.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-CLIENTE-BUSCA TO ENT-CLIENTE
               MOVE WRK-SEQ-BUSCA TO ENT-SEQ
               READ ENDENTREGA
                   INVALID KEY
                       DISPLAY 'ENDERECO NAO ENCONTRADO'
                   NOT INVALID KEY
                       DISPLAY 'ATUAL: ' ENT-DESCRICAO ' '
                           ENT-LOGRADOURO
                       DISPLAY '       ' ENT-CIDADE ' ' ENT-UF
                           ' CEP ' ENT-CEP
                       DISPLAY 'NOVA DESCRICAO: '
                       ACCEPT ENT-DESCRICAO
                       PERFORM 2030-LER-ENDERECO
                       SET ENT-SIT-ATIVO TO TRUE
                       REWRITE ENT-REG
                       DISPLAY 'ENDERECO ALTERADO'
               END-READ
               CLOSE ENDENTREGA
           END-IF.

      * SEQUENCIA ZERO TIRA O PADRAO - O PEDIDO VOLTA A SAIR PARA
      * O ENDERECO DO CADASTRO QUANDO NAO SE ESCOLHE OUTRO
       2300-DEFINIR-PADRAO.
           DISPLAY 'NUMERO DO CLIENTE: '.
           ACCEPT WRK-CLIENTE-BUSCA.
           DISPLAY 'SEQUENCIA DO NOVO PADRAO (ZERO = CADASTRO): '.
           ACCEPT WRK-SEQ-BUSCA.
           OPEN I-O ENDENTREGA.
           IF WRK-FS-ENDENTREGA NOT EQUAL '00'
               DISPLAY 'ARQUIVO ENDENTREGA.DAT NAO ENCONTRADO'
           ELSE
               IF WRK-SEQ-BUSCA EQUAL ZEROS
                   PERFORM 2050-LIMPAR-PADRAO
                   DISPLAY 'PEDIDOS VOLTAM AO ENDERECO DO CADASTRO'
               ELSE
                   MOVE WRK-CLIENTE-BUSCA TO ENT-CLIENTE
                   MOVE WRK-SEQ-BUSCA TO ENT-SEQ
                   READ ENDENTREGA
                       INVALID KEY
                           DISPLAY 'ENDERECO NAO ENCONTRADO'
                       NOT INVALID KEY
                           IF NOT ENT-SIT-ATIVO
                               DISPLAY 'ENDERECO DESATIVADO NAO PODE '
                                   'SER PADRAO'
                           ELSE
                               PERFORM 2050-LIMPAR-PADRAO
                               MOVE WRK-CLIENTE-BUSCA TO ENT-CLIENTE
                               MOVE WRK-SEQ-BUSCA TO ENT-SEQ
                               READ ENDENTREGA
                               MOVE 'S' TO ENT-PADRAO
                               REWRITE ENT-REG
                               DISPLAY 'ENDERECO PADRAO DEFINIDO'
                           END-IF
                   END-READ
               END-IF
               CLOSE ENDENTREGA
           END-IF.

       2400-DESATIVAR-ENDERECO.
           DISPLAY 'NUMERO DO CLIENTE: '.
           ACCEPT WRK-CLIENTE-BUSCA.
           DISPLAY 'SEQUENCIA DO ENDERECO: '.
           ACCEPT WRK-SEQ-BUSCA.
           OPEN I-O ENDENTREGA.
           IF WRK-FS-ENDENTREGA NOT EQUAL '00'
               DISPLAY 'ARQUIVO ENDENTREGA.DAT NAO ENCONTRADO'
           ELSE
               MOVE WRK-CLIENTE-BUSCA TO ENT-CLIENTE
               MOVE WRK-SEQ-BUSCA TO ENT-SEQ
               READ ENDENTREGA
                   INVALID KEY
                       DISPLAY 'ENDERECO NAO ENCONTRADO'
                   NOT INVALID KEY
                       DISPLAY 'ENDERECO: ' ENT-DESCRICAO ' '
                           ENT-CIDADE ' ' ENT-UF
                       DISPLAY 'CONFIRMA A DESATIVACAO (S/N): '
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA-SIM
                           SET ENT-SIT-INATIVO TO TRUE
                           MOVE 'N' TO ENT-PADRAO
                           REWRITE ENT-REG
                           DISPLAY 'ENDERECO DESATIVADO'
                       END-IF
               END-READ
               CLOSE ENDENTREGA
           END-IF.
