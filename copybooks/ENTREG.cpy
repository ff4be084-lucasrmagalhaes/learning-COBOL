      ******************************************************************
      * COPYBOOK: ENTREG
      * OBJETIVO: LAYOUT DO ENDERECO DE ENTREGA DO CLIENTE
      * (ENDENTREGA.DAT INDEXADO POR CLIENTE + SEQUENCIA) - CADA
      * FILIAL OU DEPOSITO DO CLIENTE VIRA UMA SEQUENCIA, UMA
      * DELAS PODE SER A PADRAO; A SEQUENCIA ZERO E O ENDERECO DO
      * CADASTRO (CLIENTES.DAT), USADO QUANDO NAO HA PADRAO;
      * MANTIDO PELO PROGCOB97 E RESOLVIDO PELA ROTINA PROGCOBENT
      * AUTOR: LUCAS
      ******************************************************************
       01  ENT-REG.
           02  ENT-CHAVE.
               03  ENT-CLIENTE          PIC 9(06).
               03  ENT-SEQ              PIC 9(02).
           02  ENT-DESCRICAO            PIC X(20).
           02  ENT-ENDERECO.
               03  ENT-LOGRADOURO       PIC X(40).
               03  ENT-CIDADE           PIC X(20).
               03  ENT-UF               PIC X(02).
               03  ENT-CEP              PIC 9(08).
           02  ENT-PADRAO               PIC X(01).
               88  ENT-E-PADRAO             VALUE 'S'.
           02  ENT-SITUACAO             PIC X(01).
               88  ENT-SIT-ATIVO            VALUE 'A'.
               88  ENT-SIT-INATIVO          VALUE 'I'.
