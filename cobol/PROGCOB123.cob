       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB123.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: RECUPERACAO PARA A FRENTE DE UM ARQUIVO
      * INDEXADO - RECARREGA A COPIA DO PROGCOB26 (CLIBK,
      * PEDBK, RECBK, ESTBK, FUNBK OU PAGBK DA DATA INFORMADA) E
      * REAPLICA POR CIMA AS IMAGENS DOS DIARIOS DO DIA
      * (JRNAAAAMMDD.DAT, GRAVADOS PELO PROGCOBJRN) DESDE A MARCA
      * DA COPIA ATE A DATA E HORA ESCOLHIDAS. INCLUSAO E
      * ALTERACAO GRAVAM A IMAGEM (REGRAVA SE JA EXISTE, GRAVA SE
      * NAO EXISTE), EXCLUSAO REMOVE A CHAVE. CADA IMAGEM
      * REAPLICADA SAI NO RELATORIO RECUPREL.DAT COM DATA, HORA,
      * PROGRAMA, USUARIO, OPERACAO E CHAVE, SEGUIDA DOS TOTAIS
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTES.

           SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REC-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CONTASREC.

           SELECT ESTOQUE ASSIGN TO "ESTOQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNCIONARIOS.

           SELECT CONTASPAG ASSIGN TO "CONTASPAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WRK-FS-CONTASPAG.

           SELECT BACKUP ASSIGN TO WRK-ARQ-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BACKUP.

           SELECT JORNAL ASSIGN TO WRK-ARQ-JORNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.

           SELECT RECUPREL ASSIGN TO "RECUPREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECUPREL.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIREG.

       FD  PEDIDOS.
           COPY PEDREG.

       FD  CONTASREC.
           COPY RECREG.

       FD  ESTOQUE.
           COPY ESTREG.

       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  CONTASPAG.
           COPY PAGREG.

       FD  BACKUP.
       01  BACKUP-REG          PIC X(169).

       FD  JORNAL.
           COPY JRNREG.

       FD  RECUPREL.
       01  RECUPREL-LINHA      PIC X(100).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-CLIENTES      PIC X(02)      VALUE SPACES.
       77 WRK-FS-PEDIDOS       PIC X(02)      VALUE SPACES.
       77 WRK-FS-CONTASREC     PIC X(02)      VALUE SPACES.
       77 WRK-FS-ESTOQUE       PIC X(02)      VALUE SPACES.
       77 WRK-FS-FUNCIONARIOS  PIC X(02)      VALUE SPACES.
       77 WRK-FS-CONTASPAG     PIC X(02)      VALUE SPACES.
       77 WRK-FS-BACKUP        PIC X(02)      VALUE SPACES.
       77 WRK-FS-JORNAL        PIC X(02)      VALUE SPACES.
       77 WRK-FS-RECUPREL      PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG        PIC X(02)      VALUE SPACES.
       77 WRK-FS-DESTINO       PIC X(02)      VALUE SPACES.
       77 WRK-ARQ-BACKUP       PIC X(30)      VALUE SPACES.
       77 WRK-ARQ-JORNAL       PIC X(30)      VALUE SPACES.
       77 WRK-PREFIXO-BACKUP   PIC X(05)      VALUE SPACES.
       77 WRK-NOME-JORNAL      PIC X(12)      VALUE SPACES.
       77 WRK-TAM-CHAVE        PIC 9(02)      VALUE ZEROS.
       77 WRK-ARQUIVO          PIC X(01)      VALUE SPACES.
           88 WRK-ARQ-CLIENTES        VALUE 'C'.
           88 WRK-ARQ-PEDIDOS         VALUE 'P'.
           88 WRK-ARQ-CONTASREC       VALUE 'R'.
           88 WRK-ARQ-ESTOQUE         VALUE 'E'.
           88 WRK-ARQ-FUNCIONARIOS    VALUE 'F'.
           88 WRK-ARQ-CONTASPAG       VALUE 'G'.
           88 WRK-ARQ-VALIDO          VALUE 'C' 'P' 'R' 'E' 'F'
                                            'G'.
       77 WRK-DATA-BACKUP      PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-ALVO        PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INFORMADA   PIC 9(06)      VALUE ZEROS.
       77 WRK-HORA-ALVO        PIC 9(08)      VALUE ZEROS.
       01 WRK-DATA-JORNAL      PIC 9(08)      VALUE ZEROS.
       01 WRK-DATA-JORNAL-R REDEFINES WRK-DATA-JORNAL.
           02 WRK-JORNAL-ANO    PIC 9(04).
           02 WRK-JORNAL-MES    PIC 9(02).
           02 WRK-JORNAL-DIA    PIC 9(02).
       77 WRK-DATASYS          PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO      PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM         PIC 9(08)      VALUE ZEROS.
       77 WRK-EOF-ARQ          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ             VALUE 'S'.
       77 WRK-STATUS-OPER      PIC X(01)      VALUE 'S'.
           88 WRK-OPER-OK             VALUE 'S'.
       77 WRK-SEQ-JORNAL       PIC 9(07)      VALUE ZEROS.
       77 WRK-SEQ-MARCA        PIC 9(07)      VALUE ZEROS.
       77 WRK-SEQ-INICIO       PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-RECARREGADOS  PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-INCLUSOES     PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-ALTERACOES    PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-EXCLUSOES     PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-IGNORADAS     PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-DIAS          PIC 9(04)      VALUE ZEROS.
       77 WRK-QT-DIAS-SEM      PIC 9(04)      VALUE ZEROS.
       77 WRK-QT-REAPLICADAS   PIC 9(07)      VALUE ZEROS.
       77 WRK-RESULTADO        PIC X(20)      VALUE SPACES.
       77 WRK-QTDE-ED          PIC Z.ZZZ.ZZ9.
       77 WRK-LINHA-ED         PIC X(100)     VALUE SPACES.
       77 WRK-DATA-FUNCAO      PIC X(01)      VALUE SPACES.
       77 WRK-DATA-SERVICO     PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SERVICO2    PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-RESULTADO   PIC S9(08)     VALUE ZEROS.
       77 WRK-DATA-VALIDA      PIC X(01)      VALUE 'N'.
           88 WRK-DATA-OK             VALUE 'S'.
       77 WRK-TRAVA-FUNCAO     PIC X(01)      VALUE SPACES.
       77 WRK-TRAVA-PROGRAMA   PIC X(15)      VALUE 'PROGCOB123'.
       77 WRK-TRAVA-RECURSO    PIC X(15)      VALUE SPACES.
       77 WRK-TRAVA-OK-FLAG    PIC X(01)      VALUE 'N'.
           88 WRK-TRAVA-OK            VALUE 'S'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-INICIAR.
           IF WRK-OPER-OK
               MOVE 'R' TO WRK-TRAVA-FUNCAO
               CALL 'PROGCOBTRAVA' USING WRK-TRAVA-FUNCAO
                   WRK-TRAVA-PROGRAMA WRK-TRAVA-RECURSO
                   WRK-TRAVA-OK-FLAG
               IF NOT WRK-TRAVA-OK
                   DISPLAY 'RECURSO ' WRK-TRAVA-RECURSO ' EM USO POR '
                       'OUTRA SESSAO - RECUPERACAO NAO EXECUTADA'
                   MOVE 'E' TO WRK-STATUS-OPER
               ELSE
                   PERFORM 0200-RECARREGAR-COPIA
                   IF WRK-OPER-OK
                       PERFORM 0300-REAPLICAR-DIARIOS
                   END-IF
                   MOVE 'L' TO WRK-TRAVA-FUNCAO
                   CALL 'PROGCOBTRAVA' USING WRK-TRAVA-FUNCAO
                       WRK-TRAVA-PROGRAMA WRK-TRAVA-RECURSO
                       WRK-TRAVA-OK-FLAG
               END-IF
               PERFORM 0800-TOTAIS
           END-IF.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.

       0100-INICIAR.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           DISPLAY 'ARQUIVO A RECUPERAR: (C)LIENTES (P)EDIDOS '
               'CONTAS A (R)ECEBER (E)STOQUE (F)UNCIONARIOS '
               'CONTAS A PA(G)AR: '.
           ACCEPT WRK-ARQUIVO.
           DISPLAY 'DATA DA COPIA DO PROGCOB26 (AAAAMMDD): '.
           ACCEPT WRK-DATA-BACKUP.
           DISPLAY 'REAPLICAR O DIARIO ATE A DATA (AAAAMMDD): '.
           ACCEPT WRK-DATA-ALVO.
           DISPLAY 'E ATE A HORA (HHMMSS): '.
           ACCEPT WRK-HORA-INFORMADA.
      * O DIARIO GUARDA A HORA COM CENTESIMOS - O SEGUNDO
      * INFORMADO ENTRA INTEIRO NA REAPLICACAO
           COMPUTE WRK-HORA-ALVO = WRK-HORA-INFORMADA * 100 + 99.
           IF NOT WRK-ARQ-VALIDO
               DISPLAY 'ARQUIVO INVALIDO - USAR C, P, R, E, F OU G'
               MOVE 'E' TO WRK-STATUS-OPER
           ELSE
               PERFORM 0110-IDENTIFICAR-ARQUIVO
               PERFORM 0120-VALIDAR-DATAS
           END-IF.
           IF WRK-OPER-OK
               OPEN OUTPUT RECUPREL
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'PROGCOB123 - RECUPERACAO DE ' WRK-NOME-JORNAL
                   ' - ' WRK-DATASYS
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               PERFORM 0850-IMPRIMIR
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'COPIA ' WRK-ARQ-BACKUP
                   ' DIARIO ATE ' WRK-DATA-ALVO ' '
                   WRK-HORA-INFORMADA
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               PERFORM 0850-IMPRIMIR
               MOVE SPACES TO WRK-LINHA-ED
               PERFORM 0850-IMPRIMIR
               MOVE 'DATA     HORA     PROGRAMA   USUARIO        '
                   TO WRK-LINHA-ED
               MOVE '      OP CHAVE            RESULTADO'
                   TO WRK-LINHA-ED(46:)
               PERFORM 0850-IMPRIMIR
           END-IF.

      * PREFIXO DA COPIA, RECURSO DA TRAVA, NOME DO ARQUIVO NO
      * DIARIO E TAMANHO DA CHAVE NO INICIO DA IMAGEM
       0110-IDENTIFICAR-ARQUIVO.
           EVALUATE TRUE
               WHEN WRK-ARQ-CLIENTES
                   MOVE 'CLIBK' TO WRK-PREFIXO-BACKUP
                   MOVE 'CLIENTES' TO WRK-TRAVA-RECURSO
                   MOVE 'CLIENTES' TO WRK-NOME-JORNAL
                   MOVE 6 TO WRK-TAM-CHAVE
               WHEN WRK-ARQ-PEDIDOS
                   MOVE 'PEDBK' TO WRK-PREFIXO-BACKUP
                   MOVE 'VENDAS' TO WRK-TRAVA-RECURSO
                   MOVE 'PEDIDOS' TO WRK-NOME-JORNAL
                   MOVE 8 TO WRK-TAM-CHAVE
               WHEN WRK-ARQ-CONTASREC
                   MOVE 'RECBK' TO WRK-PREFIXO-BACKUP
                   MOVE 'CONTASREC' TO WRK-TRAVA-RECURSO
                   MOVE 'CONTASREC' TO WRK-NOME-JORNAL
                   MOVE 10 TO WRK-TAM-CHAVE
               WHEN WRK-ARQ-ESTOQUE
                   MOVE 'ESTBK' TO WRK-PREFIXO-BACKUP
                   MOVE 'ESTOQUE' TO WRK-TRAVA-RECURSO
                   MOVE 'ESTOQUE' TO WRK-NOME-JORNAL
                   MOVE 13 TO WRK-TAM-CHAVE
               WHEN WRK-ARQ-FUNCIONARIOS
                   MOVE 'FUNBK' TO WRK-PREFIXO-BACKUP
                   MOVE 'FUNCIONARIOS' TO WRK-TRAVA-RECURSO
                   MOVE 'FUNCIONARIOS' TO WRK-NOME-JORNAL
                   MOVE 6 TO WRK-TAM-CHAVE
               WHEN WRK-ARQ-CONTASPAG
                   MOVE 'PAGBK' TO WRK-PREFIXO-BACKUP
                   MOVE 'CONTASPAG' TO WRK-TRAVA-RECURSO
                   MOVE 'CONTASPAG' TO WRK-NOME-JORNAL
                   MOVE 16 TO WRK-TAM-CHAVE
           END-EVALUATE.
           MOVE SPACES TO WRK-ARQ-BACKUP.
           STRING WRK-PREFIXO-BACKUP WRK-DATA-BACKUP '.DAT'
               DELIMITED BY SIZE INTO WRK-ARQ-BACKUP.

       0120-VALIDAR-DATAS.
           MOVE 'V' TO WRK-DATA-FUNCAO.
           MOVE WRK-DATA-BACKUP TO WRK-DATA-SERVICO.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DATA-RESULTADO WRK-DATA-VALIDA.
           IF NOT WRK-DATA-OK
               DISPLAY 'DATA DA COPIA INVALIDA: ' WRK-DATA-BACKUP
               MOVE 'E' TO WRK-STATUS-OPER
           END-IF.
           MOVE WRK-DATA-ALVO TO WRK-DATA-SERVICO.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DATA-RESULTADO WRK-DATA-VALIDA.
           IF NOT WRK-DATA-OK
               DISPLAY 'DATA LIMITE INVALIDA: ' WRK-DATA-ALVO
               MOVE 'E' TO WRK-STATUS-OPER
           END-IF.
           IF WRK-OPER-OK AND WRK-DATA-ALVO < WRK-DATA-BACKUP
               DISPLAY 'DATA LIMITE ANTERIOR A DATA DA COPIA'
               MOVE 'E' TO WRK-STATUS-OPER
           END-IF.
           IF WRK-OPER-OK AND WRK-HORA-INFORMADA > 235959
               DISPLAY 'HORA LIMITE INVALIDA: ' WRK-HORA-INFORMADA
               MOVE 'E' TO WRK-STATUS-OPER
           END-IF.

      * RECARGA DA COPIA POR CIMA DO ARQUIVO VIVO, COMO O MODO
      * (R)ECARGA DO PROGCOB26
       0200-RECARREGAR-COPIA.
           OPEN INPUT BACKUP.
           IF WRK-FS-BACKUP NOT EQUAL '00'
               DISPLAY 'COPIA ' WRK-ARQ-BACKUP ' NAO ENCONTRADA'
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'COPIA ' WRK-ARQ-BACKUP ' NAO ENCONTRADA - '
                   'NADA FOI ALTERADO'
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               PERFORM 0850-IMPRIMIR
               MOVE 'E' TO WRK-STATUS-OPER
           ELSE
               PERFORM 0700-ABRIR-DESTINO-SAIDA
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM UNTIL WRK-FIM-ARQ
                   READ BACKUP
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           PERFORM 0210-RECARREGAR-REGISTRO
                   END-READ
               END-PERFORM
               PERFORM 0720-FECHAR-DESTINO
               CLOSE BACKUP
               DISPLAY 'COPIA RECARREGADA - ' WRK-QT-RECARREGADOS
                   ' REGISTROS DE ' WRK-ARQ-BACKUP
           END-IF.

       0210-RECARREGAR-REGISTRO.
           MOVE BACKUP-REG TO JRN-IMAGEM.
           PERFORM 0610-GRAVAR-IMAGEM.
           IF WRK-FS-DESTINO EQUAL '00'
               ADD 1 TO WRK-QT-RECARREGADOS
           ELSE
               DISPLAY 'CHAVE DUPLICADA NA RECARGA: '
                   BACKUP-REG(1:WRK-TAM-CHAVE)
           END-IF.

      * DIARIOS DIA A DIA, DA DATA DA COPIA ATE A DATA LIMITE; NO
      * DIA DA COPIA SO ENTRA O QUE VEIO DEPOIS DA MARCA DELA
       0300-REAPLICAR-DIARIOS.
           PERFORM 0310-LOCALIZAR-MARCA.
           PERFORM 0710-ABRIR-DESTINO-ATUALIZACAO.
           MOVE WRK-DATA-BACKUP TO WRK-DATA-JORNAL.
           MOVE WRK-SEQ-MARCA TO WRK-SEQ-INICIO.
           PERFORM UNTIL WRK-DATA-JORNAL > WRK-DATA-ALVO
               PERFORM 0320-REAPLICAR-DIA
               MOVE ZEROS TO WRK-SEQ-INICIO
               PERFORM 0340-PROXIMO-DIA
           END-PERFORM.
           PERFORM 0720-FECHAR-DESTINO.

       0310-LOCALIZAR-MARCA.
           MOVE ZEROS TO WRK-SEQ-MARCA.
           MOVE ZEROS TO WRK-SEQ-JORNAL.
           MOVE WRK-DATA-BACKUP TO WRK-DATA-JORNAL.
           PERFORM 0330-MONTAR-NOME-JORNAL.
           OPEN INPUT JORNAL.
           IF WRK-FS-JORNAL EQUAL '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM UNTIL WRK-FIM-ARQ
                   READ JORNAL
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-SEQ-JORNAL
                           IF JRN-OP-COPIA
                              AND JRN-ARQUIVO EQUAL WRK-NOME-JORNAL
                              AND JRN-IMAGEM(1:30) EQUAL
                                  WRK-ARQ-BACKUP
                               MOVE WRK-SEQ-JORNAL TO WRK-SEQ-MARCA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JORNAL
           END-IF.
      * SEM A MARCA (COPIA ANTERIOR AO DIARIO) O DIA TODO E
      * REAPLICADO - A IMAGEM POSTERIOR E COMPLETA, ENTAO
      * REAPLICAR O QUE A COPIA JA TINHA NAO ALTERA O RESULTADO
           IF WRK-SEQ-MARCA EQUAL ZEROS
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'MARCA DA COPIA NAO ENCONTRADA EM '
                   WRK-ARQ-JORNAL ' - DIA DA COPIA REAPLICADO '
                   'POR INTEIRO'
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               PERFORM 0850-IMPRIMIR
           END-IF.

       0320-REAPLICAR-DIA.
           ADD 1 TO WRK-QT-DIAS.
           MOVE ZEROS TO WRK-SEQ-JORNAL.
           PERFORM 0330-MONTAR-NOME-JORNAL.
           OPEN INPUT JORNAL.
           IF WRK-FS-JORNAL NOT EQUAL '00'
               ADD 1 TO WRK-QT-DIAS-SEM
               MOVE SPACES TO WRK-LINHA-ED
               STRING 'DIARIO ' WRK-ARQ-JORNAL ' NAO ENCONTRADO'
                   DELIMITED BY SIZE INTO WRK-LINHA-ED
               PERFORM 0850-IMPRIMIR
           ELSE
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM UNTIL WRK-FIM-ARQ
                   READ JORNAL
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-SEQ-JORNAL
                           PERFORM 0325-AVALIAR-IMAGEM
                   END-READ
               END-PERFORM
               CLOSE JORNAL
           END-IF.

       0325-AVALIAR-IMAGEM.
           IF WRK-SEQ-JORNAL > WRK-SEQ-INICIO
              AND JRN-ARQUIVO EQUAL WRK-NOME-JORNAL
              AND NOT JRN-OP-COPIA
               IF JRN-DATA < WRK-DATA-ALVO
                  OR (JRN-DATA EQUAL WRK-DATA-ALVO
                      AND JRN-HORA NOT > WRK-HORA-ALVO)
                   PERFORM 0600-APLICAR-IMAGEM
               END-IF
           END-IF.

       0330-MONTAR-NOME-JORNAL.
           MOVE SPACES TO WRK-ARQ-JORNAL.
           STRING 'JRN' WRK-DATA-JORNAL '.DAT'
               DELIMITED BY SIZE INTO WRK-ARQ-JORNAL.

      * NAO HA FUNCAO DE SOMAR DIAS NO PROGCOBDATA - O DIA
      * SEGUINTE E TESTADO PELA VALIDACAO E, SE NAO EXISTE, VIRA
      * O PRIMEIRO DO MES (OU DO ANO) SEGUINTE
       0340-PROXIMO-DIA.
           ADD 1 TO WRK-JORNAL-DIA.
           MOVE 'V' TO WRK-DATA-FUNCAO.
           MOVE WRK-DATA-JORNAL TO WRK-DATA-SERVICO.
           CALL 'PROGCOBDATA' USING WRK-DATA-FUNCAO
               WRK-DATA-SERVICO WRK-DATA-SERVICO2
               WRK-DATA-RESULTADO WRK-DATA-VALIDA.
           IF NOT WRK-DATA-OK
               MOVE 1 TO WRK-JORNAL-DIA
               ADD 1 TO WRK-JORNAL-MES
               IF WRK-JORNAL-MES > 12
                   MOVE 1 TO WRK-JORNAL-MES
                   ADD 1 TO WRK-JORNAL-ANO
               END-IF
           END-IF.

      * INCLUSAO E ALTERACAO LEVAM A IMAGEM COMO FICOU - GRAVA E,
      * SE A CHAVE JA EXISTE, REGRAVA (OU O CONTRARIO); EXCLUSAO
      * DE CHAVE QUE NAO EXISTE MAIS SO E CONTADA COMO IGNORADA
       0600-APLICAR-IMAGEM.
           EVALUATE TRUE
               WHEN JRN-OP-INCLUSAO
                   PERFORM 0610-GRAVAR-IMAGEM
                   IF WRK-FS-DESTINO EQUAL '22'
                       PERFORM 0620-REGRAVAR-IMAGEM
                   END-IF
               WHEN JRN-OP-ALTERACAO
                   PERFORM 0620-REGRAVAR-IMAGEM
                   IF WRK-FS-DESTINO EQUAL '23'
                       PERFORM 0610-GRAVAR-IMAGEM
                   END-IF
               WHEN JRN-OP-EXCLUSAO
                   PERFORM 0630-EXCLUIR-IMAGEM
               WHEN OTHER
                   MOVE '99' TO WRK-FS-DESTINO
           END-EVALUATE.
           IF WRK-FS-DESTINO(1:1) EQUAL '0'
               ADD 1 TO WRK-QT-REAPLICADAS
               EVALUATE TRUE
                   WHEN JRN-OP-INCLUSAO
                       ADD 1 TO WRK-QT-INCLUSOES
                       MOVE 'INCLUIDO' TO WRK-RESULTADO
                   WHEN JRN-OP-ALTERACAO
                       ADD 1 TO WRK-QT-ALTERACOES
                       MOVE 'ALTERADO' TO WRK-RESULTADO
                   WHEN JRN-OP-EXCLUSAO
                       ADD 1 TO WRK-QT-EXCLUSOES
                       MOVE 'EXCLUIDO' TO WRK-RESULTADO
               END-EVALUATE
           ELSE
               ADD 1 TO WRK-QT-IGNORADAS
               MOVE SPACES TO WRK-RESULTADO
               STRING 'IGNORADO STATUS ' WRK-FS-DESTINO
                   DELIMITED BY SIZE INTO WRK-RESULTADO
           END-IF.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING JRN-DATA ' ' JRN-HORA ' ' JRN-PROGRAMA ' '
               JRN-USUARIO ' ' JRN-OPERACAO '  '
               JRN-IMAGEM(1:WRK-TAM-CHAVE)
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-RESULTADO TO WRK-LINHA-ED(79:).
           PERFORM 0850-IMPRIMIR.

       0610-GRAVAR-IMAGEM.
           EVALUATE TRUE
               WHEN WRK-ARQ-CLIENTES
                   MOVE JRN-IMAGEM TO CLI-REGISTRO
                   WRITE CLI-REGISTRO
                   MOVE WRK-FS-CLIENTES TO WRK-FS-DESTINO
               WHEN WRK-ARQ-PEDIDOS
                   MOVE JRN-IMAGEM TO PEDIDO-REG
                   WRITE PEDIDO-REG
                   MOVE WRK-FS-PEDIDOS TO WRK-FS-DESTINO
               WHEN WRK-ARQ-CONTASREC
                   MOVE JRN-IMAGEM TO REC-REG
                   WRITE REC-REG
                   MOVE WRK-FS-CONTASREC TO WRK-FS-DESTINO
               WHEN WRK-ARQ-ESTOQUE
                   MOVE JRN-IMAGEM TO EST-REG
                   WRITE EST-REG
                   MOVE WRK-FS-ESTOQUE TO WRK-FS-DESTINO
               WHEN WRK-ARQ-FUNCIONARIOS
                   MOVE JRN-IMAGEM TO FUNC-REG-ARQ
                   WRITE FUNC-REG-ARQ
                   MOVE WRK-FS-FUNCIONARIOS TO WRK-FS-DESTINO
               WHEN WRK-ARQ-CONTASPAG
                   MOVE JRN-IMAGEM TO PAG-REG
                   WRITE PAG-REG
                   MOVE WRK-FS-CONTASPAG TO WRK-FS-DESTINO
           END-EVALUATE.

       0620-REGRAVAR-IMAGEM.
           EVALUATE TRUE
               WHEN WRK-ARQ-CLIENTES
                   MOVE JRN-IMAGEM TO CLI-REGISTRO
                   REWRITE CLI-REGISTRO
                   MOVE WRK-FS-CLIENTES TO WRK-FS-DESTINO
               WHEN WRK-ARQ-PEDIDOS
                   MOVE JRN-IMAGEM TO PEDIDO-REG
                   REWRITE PEDIDO-REG
                   MOVE WRK-FS-PEDIDOS TO WRK-FS-DESTINO
               WHEN WRK-ARQ-CONTASREC
                   MOVE JRN-IMAGEM TO REC-REG
                   REWRITE REC-REG
                   MOVE WRK-FS-CONTASREC TO WRK-FS-DESTINO
               WHEN WRK-ARQ-ESTOQUE
                   MOVE JRN-IMAGEM TO EST-REG
                   REWRITE EST-REG
                   MOVE WRK-FS-ESTOQUE TO WRK-FS-DESTINO
               WHEN WRK-ARQ-FUNCIONARIOS
                   MOVE JRN-IMAGEM TO FUNC-REG-ARQ
                   REWRITE FUNC-REG-ARQ
                   MOVE WRK-FS-FUNCIONARIOS TO WRK-FS-DESTINO
               WHEN WRK-ARQ-CONTASPAG
                   MOVE JRN-IMAGEM TO PAG-REG
                   REWRITE PAG-REG
                   MOVE WRK-FS-CONTASPAG TO WRK-FS-DESTINO
           END-EVALUATE.

       0630-EXCLUIR-IMAGEM.
           EVALUATE TRUE
               WHEN WRK-ARQ-CLIENTES
                   MOVE JRN-IMAGEM TO CLI-REGISTRO
                   DELETE CLIENTES RECORD
                   MOVE WRK-FS-CLIENTES TO WRK-FS-DESTINO
               WHEN WRK-ARQ-PEDIDOS
                   MOVE JRN-IMAGEM TO PEDIDO-REG
                   DELETE PEDIDOS RECORD
                   MOVE WRK-FS-PEDIDOS TO WRK-FS-DESTINO
               WHEN WRK-ARQ-CONTASREC
                   MOVE JRN-IMAGEM TO REC-REG
                   DELETE CONTASREC RECORD
                   MOVE WRK-FS-CONTASREC TO WRK-FS-DESTINO
               WHEN WRK-ARQ-ESTOQUE
                   MOVE JRN-IMAGEM TO EST-REG
                   DELETE ESTOQUE RECORD
                   MOVE WRK-FS-ESTOQUE TO WRK-FS-DESTINO
               WHEN WRK-ARQ-FUNCIONARIOS
                   MOVE JRN-IMAGEM TO FUNC-REG-ARQ
                   DELETE FUNCIONARIOS RECORD
                   MOVE WRK-FS-FUNCIONARIOS TO WRK-FS-DESTINO
               WHEN WRK-ARQ-CONTASPAG
                   MOVE JRN-IMAGEM TO PAG-REG
                   DELETE CONTASPAG RECORD
                   MOVE WRK-FS-CONTASPAG TO WRK-FS-DESTINO
           END-EVALUATE.

       0700-ABRIR-DESTINO-SAIDA.
           EVALUATE TRUE
               WHEN WRK-ARQ-CLIENTES
                   OPEN OUTPUT CLIENTES
               WHEN WRK-ARQ-PEDIDOS
                   OPEN OUTPUT PEDIDOS
               WHEN WRK-ARQ-CONTASREC
                   OPEN OUTPUT CONTASREC
               WHEN WRK-ARQ-ESTOQUE
                   OPEN OUTPUT ESTOQUE
               WHEN WRK-ARQ-FUNCIONARIOS
                   OPEN OUTPUT FUNCIONARIOS
               WHEN WRK-ARQ-CONTASPAG
                   OPEN OUTPUT CONTASPAG
           END-EVALUATE.

       0710-ABRIR-DESTINO-ATUALIZACAO.
           EVALUATE TRUE
               WHEN WRK-ARQ-CLIENTES
                   OPEN I-O CLIENTES
               WHEN WRK-ARQ-PEDIDOS
                   OPEN I-O PEDIDOS
               WHEN WRK-ARQ-CONTASREC
                   OPEN I-O CONTASREC
               WHEN WRK-ARQ-ESTOQUE
                   OPEN I-O ESTOQUE
               WHEN WRK-ARQ-FUNCIONARIOS
                   OPEN I-O FUNCIONARIOS
               WHEN WRK-ARQ-CONTASPAG
                   OPEN I-O CONTASPAG
           END-EVALUATE.

       0720-FECHAR-DESTINO.
           EVALUATE TRUE
               WHEN WRK-ARQ-CLIENTES
                   CLOSE CLIENTES
               WHEN WRK-ARQ-PEDIDOS
                   CLOSE PEDIDOS
               WHEN WRK-ARQ-CONTASREC
                   CLOSE CONTASREC
               WHEN WRK-ARQ-ESTOQUE
                   CLOSE ESTOQUE
               WHEN WRK-ARQ-FUNCIONARIOS
                   CLOSE FUNCIONARIOS
               WHEN WRK-ARQ-CONTASPAG
                   CLOSE CONTASPAG
           END-EVALUATE.

       0800-TOTAIS.
           MOVE SPACES TO WRK-LINHA-ED.
           PERFORM 0850-IMPRIMIR.
           MOVE '*** TOTAIS DA RECUPERACAO ***' TO WRK-LINHA-ED.
           PERFORM 0850-IMPRIMIR.
           MOVE WRK-QT-RECARREGADOS TO WRK-QTDE-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'REGISTROS RECARREGADOS DA COPIA: ' WRK-QTDE-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0850-IMPRIMIR.
           MOVE WRK-QT-DIAS TO WRK-QTDE-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'DIAS DE DIARIO PERCORRIDOS......: ' WRK-QTDE-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0850-IMPRIMIR.
           MOVE WRK-QT-DIAS-SEM TO WRK-QTDE-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'DIAS SEM DIARIO.................: ' WRK-QTDE-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0850-IMPRIMIR.
           MOVE WRK-QT-INCLUSOES TO WRK-QTDE-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'INCLUSOES REAPLICADAS...........: ' WRK-QTDE-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0850-IMPRIMIR.
           MOVE WRK-QT-ALTERACOES TO WRK-QTDE-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'ALTERACOES REAPLICADAS..........: ' WRK-QTDE-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0850-IMPRIMIR.
           MOVE WRK-QT-EXCLUSOES TO WRK-QTDE-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'EXCLUSOES REAPLICADAS...........: ' WRK-QTDE-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0850-IMPRIMIR.
           MOVE WRK-QT-IGNORADAS TO WRK-QTDE-ED.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING 'IMAGENS IGNORADAS...............: ' WRK-QTDE-ED
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           PERFORM 0850-IMPRIMIR.
           CLOSE RECUPREL.
           DISPLAY 'RECUPERACAO CONCLUIDA - ' WRK-QT-REAPLICADAS
               ' IMAGENS REAPLICADAS - RELATORIO EM RECUPREL.DAT'.

       0850-IMPRIMIR.
           MOVE WRK-LINHA-ED TO RECUPREL-LINHA.
           WRITE RECUPREL-LINHA.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB123' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-REAPLICADAS TO RUNLOG-QTDE-REGISTROS.
           IF WRK-OPER-OK
               SET RUNLOG-STATUS-OK TO TRUE
           ELSE
               SET RUNLOG-STATUS-ERRO TO TRUE
           END-IF.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
