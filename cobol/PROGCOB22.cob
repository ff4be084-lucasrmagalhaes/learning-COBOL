      * (PROGCOBCEP) - CEP QUE NAO PERTENCE A UF INFORMADA E
      * REJEITADO; CEP CONHECIDO PREENCHE A CIDADE PELO
      * DIRETORIO, COMO NA INCLUSAO ONLINE
      * ATUALIZACAO: CLIENTE CARREGADO COM CNPJ ENTRA NO GRUPO
      * ECONOMICO DA RAIZ DO DOCUMENTO (PROGCOBGRP), COMO NA
      * INCLUSAO ONLINE
      * ATUALIZACAO: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NOS
      * ARQUIVOS INDEXADOS PASSA A DEIXAR A IMAGEM DO REGISTRO
      * NO DIARIO DO DIA (PROGCOBJRN) PARA A RECUPERACAO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-TRAVA-RECURSO    PIC X(15)      VALUE 'CLIENTES'.
       77 WRK-TRAVA-OK-FLAG    PIC X(01)      VALUE 'N'.
           88 WRK-TRAVA-OK            VALUE 'S'.
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
           02 WRK-JRN-PROGRAMA  PIC X(10)      VALUE 'PROGCOB22'.
           02 WRK-JRN-USUARIO   PIC X(20)      VALUE SPACES.
           02 WRK-JRN-ARQUIVO   PIC X(12)      VALUE SPACES.
           02 WRK-JRN-OPERACAO  PIC X(01)      VALUE SPACES.
           02 WRK-JRN-FS        PIC X(02)      VALUE SPACES.
           02 WRK-JRN-IMAGEM    PIC X(200)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
                       TO WRK-MOTIVO
                   PERFORM 0250-GRAVAR-REJEICAO
               NOT INVALID KEY
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 0960-JORNAL-CLIENTES
                   ADD 1 TO WRK-QT-CARREGADOS
                   PERFORM 0245-GRAVAR-AUDITORIA
                   PERFORM 0247-ASSOCIAR-GRUPO
           END-WRITE.

       0247-ASSOCIAR-GRUPO.
           MOVE 'A' TO WRK-GRP-FUNCAO.
           MOVE CLI-NUMERO TO WRK-GRP-CLIENTE.
           MOVE CLI-DOCUMENTO TO WRK-GRP-DOCUMENTO.
           MOVE CLI-NOME TO WRK-GRP-NOME-CLI.
           CALL 'PROGCOBGRP' USING WRK-GRP-AREA.

      * A LINHA SEGUE O LAYOUT DO SUBMENU (OPCAO NA COLUNA 38)
      * PARA A CARGA ENTRAR NA CONCILIACAO DIARIA DO PROGCOB19
       0245-GRAVAR-AUDITORIA.
           SET RUNLOG-STATUS-OK TO TRUE.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.

       0960-JORNAL-CLIENTES.
           MOVE 'CLIENTES' TO WRK-JRN-ARQUIVO.
           MOVE WRK-FS-CLIENTES TO WRK-JRN-FS.
           MOVE CLI-REGISTRO TO WRK-JRN-IMAGEM.
           CALL 'PROGCOBJRN' USING WRK-JRN-AREA.
