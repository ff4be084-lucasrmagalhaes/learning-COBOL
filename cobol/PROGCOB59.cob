      * EM VENDASDIA.DAT, PERCENTUAL ATINGIDO E O RITMO DIARIO
      * NECESSARIO NOS DIAS UTEIS RESTANTES (SERVICO DE DIA
      * UTIL DO PROGCOBDATA)
      * ATUALIZACAO: OPCAO (P)ROPOSTAS - A PREVISAO DE VENDAS DO
      * PROGCOB106 (PREVISAO.DAT) E OFERECIDA LOJA A LOJA COMO
      * META DO MES; O GERENTE ACEITA, MUDA O VALOR OU RECUSA E A
      * DECISAO FICA NA PREVISAO PARA O ACERTO DO MES SEGUINTE
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-METASREL.

           SELECT PREVISAO ASSIGN TO "PREVISAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREV-CHAVE
               FILE STATUS IS WRK-FS-PREVISAO.

       DATA DIVISION.
       FILE SECTION.
       FD  METAS.
       FD  METASREL.
       01  METASREL-LINHA          PIC X(90).

       FD  PREVISAO.
           COPY PRVREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-METAS      PIC X(02)      VALUE SPACES.
       77 WRK-FS-VENDASDIA  PIC X(02)      VALUE SPACES.
       77 WRK-FS-METASREL   PIC X(02)      VALUE SPACES.
       77 WRK-FS-PREVISAO   PIC X(02)      VALUE SPACES.
       77 WRK-ANOMES-PROPOSTA PIC 9(06)    VALUE ZEROS.
       77 WRK-DECISAO       PIC X(01)      VALUE SPACES.
       77 WRK-VALOR-DECIDIDO PIC 9(10)V99  VALUE ZEROS.
       77 WRK-QT-DECIDIDAS  PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-PROPOSTAS  PIC 9(03)      VALUE ZEROS.
       77 WRK-META-APLICADA PIC X(01)      VALUE 'N'.
           88 WRK-APLICOU-META     VALUE 'S'.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-OPCAO         PIC X(01)      VALUE SPACES.
           DISPLAY 'METAS DE VENDA POR LOJA - ' WRK-QT-METAS
               ' LINHAS'.
           DISPLAY '(L)ISTAR (A)LTERAR (I)NCLUIR (R)ELATORIO '
               'DIARIO (P)ROPOSTAS DA PREVISAO (X) SAIR: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'L'
                   PERFORM 0230-INCLUIR-LINHA
               WHEN 'R'
                   PERFORM 1000-RELATORIO-DIARIO
               WHEN 'P'
                   PERFORM 2000-PROPOSTAS-PREVISAO
               WHEN 'X'
                   SET WRK-MANUT-FIM TO TRUE
               WHEN OTHER
           MOVE WRK-LINHA-ED TO METASREL-LINHA.
           WRITE METASREL-LINHA.
           DISPLAY WRK-LINHA-ED.

      * SO A PROPOSTA AINDA NAO DECIDIDA E OFERECIDA; DEIXAR
      * PARA DEPOIS MANTEM A PROPOSTA PARA A PROXIMA VEZ
       2000-PROPOSTAS-PREVISAO.
           DISPLAY 'ANO-MES DAS PROPOSTAS (AAAAMM, 0 = PROXIMO MES): '.
           ACCEPT WRK-ANOMES-PROPOSTA.
           IF WRK-ANOMES-PROPOSTA EQUAL ZEROS
               IF WRK-MES-SYS EQUAL 12
                   COMPUTE WRK-ANOMES-PROPOSTA =
                       ((WRK-ANO-SYS + 1) * 100) + 1
               ELSE
                   COMPUTE WRK-ANOMES-PROPOSTA =
                       (WRK-ANO-SYS * 100) + WRK-MES-SYS + 1
               END-IF
           END-IF.
           MOVE ZEROS TO WRK-QT-DECIDIDAS.
           MOVE ZEROS TO WRK-QT-PROPOSTAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN I-O PREVISAO.
           IF WRK-FS-PREVISAO NOT EQUAL '00'
               DISPLAY 'PREVISAO.DAT NAO ENCONTRADO - RODAR A '
                   'PREVISAO DE VENDAS (PROGCOB106)'
           ELSE
               MOVE LOW-VALUES TO PREV-CHAVE
               START PREVISAO KEY IS NOT LESS THAN PREV-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL WRK-FIM-ARQ
                   READ PREVISAO NEXT RECORD
                       AT END
                           SET WRK-FIM-ARQ TO TRUE
                       NOT AT END
                           IF PREV-ANOMES EQUAL WRK-ANOMES-PROPOSTA
                               AND PREV-SIT-PROPOSTA
                               PERFORM 2100-DECIDIR-PROPOSTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREVISAO
               IF WRK-QT-DECIDIDAS > ZEROS
                   PERFORM 0250-GRAVAR-METAS
               END-IF
               DISPLAY WRK-QT-PROPOSTAS ' PROPOSTA(S) EM '
                   WRK-ANOMES-PROPOSTA ' - ' WRK-QT-DECIDIDAS
                   ' META(S) GRAVADA(S)'
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.

       2100-DECIDIR-PROPOSTA.
           ADD 1 TO WRK-QT-PROPOSTAS.
           MOVE 'N' TO WRK-META-APLICADA.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'LOJA ' PREV-LOJA ' - MES ' PREV-ANOMES
               ' (' PREV-DIAS-UTEIS ' DIAS UTEIS)'.
           DISPLAY 'PREVISAO.........: ' PREV-VALOR.
           DISPLAY 'PELA MEDIA MOVEL.: ' PREV-MEDIA-MOVEL.
           DISPLAY 'PELO ANO ANTERIOR: ' PREV-ANO-ANTERIOR.
           DISPLAY 'META VIGENTE.....: ' PREV-META-ATUAL.
           DISPLAY '(A)CEITAR (M)UDAR VALOR (R)ECUSAR '
               '(ENTER) DEIXAR PARA DEPOIS: '.
           MOVE SPACES TO WRK-DECISAO.
           ACCEPT WRK-DECISAO.
           EVALUATE WRK-DECISAO
               WHEN 'A'
                   MOVE PREV-VALOR TO WRK-VALOR-DECIDIDO
                   PERFORM 2110-APLICAR-META
                   IF WRK-APLICOU-META
                       SET PREV-SIT-ACEITA TO TRUE
                   END-IF
               WHEN 'M'
                   DISPLAY 'VALOR DA META: '
                   ACCEPT WRK-VALOR-DECIDIDO
                   PERFORM 2110-APLICAR-META
                   IF WRK-APLICOU-META
                       SET PREV-SIT-ALTERADA TO TRUE
                   END-IF
               WHEN 'R'
                   SET PREV-SIT-RECUSADA TO TRUE
                   REWRITE PREV-REG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WRK-APLICOU-META
               MOVE WRK-VALOR-DECIDIDO TO PREV-META-ACEITA
               REWRITE PREV-REG
               ADD 1 TO WRK-QT-DECIDIDAS
           END-IF.

      * A META JA DIGITADA PARA A LOJA E O MES E SUBSTITUIDA;
      * SEM ELA, ENTRA UMA LINHA NOVA NA TABELA
       2110-APLICAR-META.
           MOVE 'N' TO WRK-META-APLICADA.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QT-METAS
               IF WRK-META-LOJA(WRK-IND) EQUAL PREV-LOJA
                   AND WRK-META-ANOMES(WRK-IND) EQUAL PREV-ANOMES
                   MOVE WRK-VALOR-DECIDIDO TO WRK-META-VALOR(WRK-IND)
                   SET WRK-APLICOU-META TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WRK-APLICOU-META
               IF WRK-QT-METAS NOT LESS THAN 100
                   DISPLAY 'LIMITE DE 100 METAS ATINGIDO - PROPOSTA '
                       'MANTIDA'
               ELSE
                   ADD 1 TO WRK-QT-METAS
                   MOVE PREV-LOJA TO WRK-META-LOJA(WRK-QT-METAS)
                   MOVE PREV-ANOMES TO WRK-META-ANOMES(WRK-QT-METAS)
                   MOVE WRK-VALOR-DECIDIDO TO
                       WRK-META-VALOR(WRK-QT-METAS)
                   SET WRK-APLICOU-META TO TRUE
               END-IF
           END-IF.
