      * NA DIGITACAO MANUAL COM A VALIDACAO DE UF DE SEMPRE
      * ATUALIZACAO: OPCAO 7 - OCORRENCIAS DE CONTATO COM O
      * CLIENTE (PROGCOB50), COM FOLLOW-UP E LISTAGEM DIARIA
      * ATUALIZACAO: CLIENTE COM CNPJ ENTRA NO GRUPO ECONOMICO DA
      * RAIZ DO DOCUMENTO (PROGCOBGRP) NA INCLUSAO E QUANDO O
      * DOCUMENTO MUDA NA ALTERACAO; A CONSULTA MOSTRA O GRUPO
      * ATUALIZACAO: OPCAO 8 - CONSULTA DO PEDIDO DE PONTA A
      * PONTA (PROGCOB103) PARA O ATENDIMENTO AO CLIENTE
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-DOC-VALIDO      PIC X(01) VALUE 'N'.
           88 WRK-DOC-OK          VALUE 'S'.
       77 WRK-DOC-MASCARADO   PIC X(18) VALUE SPACES.
       77 WRK-DOC-MUDOU       PIC X(01) VALUE 'N'.
       77 WRK-FS-CLIHISTALT   PIC X(02) VALUE SPACES.
       77 WRK-OPERADOR        PIC X(20) VALUE SPACES.
       77 WRK-IMAGEM-ANTERIOR PIC X(163) VALUE SPACES.
       77 WRK-ARQ-RELCLI      PIC X(30) VALUE 'RELCLI.DAT'.
       77 WRK-GER-PREFIXO     PIC X(06) VALUE 'RELCLI'.
       77 WRK-GER-ARQUIVO     PIC X(30) VALUE SPACES.
       01 WRK-GRP-AREA.
           02 WRK-GRP-FUNCAO       PIC X(01).
           02 WRK-GRP-CLIENTE      PIC 9(06).
           02 WRK-GRP-DOCUMENTO    PIC X(14).
           02 WRK-GRP-NOME-CLI     PIC X(30).
           02 WRK-GRP-GRUPO        PIC 9(08).
           02 WRK-GRP-NOME         PIC X(30).
           02 WRK-GRP-LIMITE       PIC 9(10)V99.
           02 WRK-GRP-ABERTO       PIC 9(10)V99.
           02 WRK-GRP-RETORNO      PIC X(01).
               88 WRK-GRP-OK           VALUE '0'.
           02 WRK-GRP-QT-MEMBROS   PIC 9(03).
           02 WRK-GRP-MEMBRO       PIC 9(06) OCCURS 200 TIMES.
       01 WRK-JRN-AREA.
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'SUBMENU'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       LINKAGE SECTION.
       01 WRK-OPCAO  PIC X(1).
              WHEN 7
                PERFORM 2050-GRAVAR-AUDITORIA
                CALL 'PROGCOB50' USING WRK-USUARIO-LOG
              WHEN 8
                PERFORM 2050-GRAVAR-AUDITORIA
                CALL 'PROGCOB103'
              WHEN 5
                PERFORM 2050-GRAVAR-AUDITORIA
                ACCEPT MENU-RELATO
                   INVALID KEY
                       DISPLAY 'JA EXISTE CLIENTE COM ESSE NUMERO'
                   NOT INVALID KEY
                       MOVE 'I' TO WRK-JRN-OPERACAO
                       PERFORM 0960-JORNAL-CLIENTES
                       DISPLAY 'CLIENTE INCLUIDO COM SUCESSO'
                       PERFORM 2050-GRAVAR-AUDITORIA
                       PERFORM 2060-ASSOCIAR-GRUPO
               END-WRITE
           END-IF
           END-IF.
           CLOSE CLIENTES.

      * CNPJ CAI NO GRUPO DA RAIZ; VINCULO MANUAL FEITO NO
      * PROGCOB98 NAO E MEXIDO
       2060-ASSOCIAR-GRUPO.
           MOVE 'A' TO WRK-GRP-FUNCAO.
           MOVE CLI-NUMERO TO WRK-GRP-CLIENTE.
           MOVE CLI-DOCUMENTO TO WRK-GRP-DOCUMENTO.
           MOVE CLI-NOME TO WRK-GRP-NOME-CLI.
           CALL 'PROGCOBGRP' USING WRK-GRP-AREA.
           IF WRK-GRP-OK
               DISPLAY 'GRUPO ECONOMICO: ' WRK-GRP-GRUPO
           END-IF.

       2020-VALIDAR-UF.
           MOVE 'N' TO WRK-UF-VALIDA.
           PERFORM VARYING WRK-IND-UF FROM 1 BY 1
           DISPLAY 'ENDERECO: ' CLI-ENDERECO.
           DISPLAY 'TELEFONE: ' CLI-TELEFONE.
           DISPLAY 'LIMITE..: ' CLI-LIMITE-CREDITO.
           MOVE 'C' TO WRK-GRP-FUNCAO.
           MOVE CLI-NUMERO TO WRK-GRP-CLIENTE.
           CALL 'PROGCOBGRP' USING WRK-GRP-AREA.
           IF WRK-GRP-OK
               DISPLAY 'GRUPO...: ' WRK-GRP-GRUPO ' ' WRK-GRP-NOME
           END-IF.

       2200-ALTERAR.
           DISPLAY 'NUMERO DO CLIENTE: '.
                   ACCEPT CLI-NOME
                   DISPLAY 'DOCUMENTO ATUAL: ' CLI-DOCUMENTO
                   DISPLAY 'NOVO DOCUMENTO (BRANCO MANTEM): '
                   MOVE 'N' TO WRK-DOC-MUDOU
                   MOVE SPACES TO WRK-NOVO-DOCUMENTO
                   ACCEPT WRK-NOVO-DOCUMENTO
                   IF WRK-NOVO-DOCUMENTO NOT EQUAL SPACES
                       PERFORM 2015-VALIDAR-DOCUMENTO
                       IF WRK-DOC-OK
                           MOVE WRK-NOVO-DOCUMENTO TO CLI-DOCUMENTO
                           MOVE 'S' TO WRK-DOC-MUDOU
                       ELSE
                           DISPLAY 'DOCUMENTO INVALIDO - DIGITO '
                               'VERIFICADOR NAO CONFERE - '
                   DISPLAY 'NOVO LIMITE (0 = SEM LIMITE): '
                   ACCEPT CLI-LIMITE-CREDITO
                   REWRITE CLI-REGISTRO
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 0960-JORNAL-CLIENTES
                   PERFORM 2210-GRAVAR-HISTORICO-ALT
                   DISPLAY 'CLIENTE ALTERADO COM SUCESSO'
                   PERFORM 2050-GRAVAR-AUDITORIA
                   IF WRK-DOC-MUDOU EQUAL 'S'
                       PERFORM 2060-ASSOCIAR-GRUPO
                   END-IF
           END-READ.
           CLOSE CLIENTES.

                       MOVE WRK-DATA-AUDIT TO CLI-DATA-EXCLUSAO
                       SET CLI-SIT-EXCLUIDO TO TRUE
                       REWRITE CLI-REGISTRO
                       MOVE 'A' TO WRK-JRN-OPERACAO
                       PERFORM 0960-JORNAL-CLIENTES
                       DISPLAY 'CLIENTE EXCLUIDO COM SUCESSO'
                   ELSE
                       DISPLAY 'EXCLUSAO CANCELADA'
                   WRK-GER-ARQUIVO
               DISPLAY 'RELATORIO GRAVADO EM ' WRK-ARQ-RELCLI
           END-IF.

       0960-JORNAL-CLIENTES.
           MOVE WRK-OPERADOR TO WRK-JRN-USUARIO.
           MOVE 'CLIENTES' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-CLIENTES TO WRK-JRN-FS.
           MOVE CLI-REGISTRO TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
