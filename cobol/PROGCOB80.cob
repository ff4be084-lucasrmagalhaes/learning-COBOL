      * CHECKLIST DO PAINEL (CHECKLST.DAT), COM LINHA DE
      * ASSINATURA - O TURNO DO DIA COMECA DOS FATOS E O ABEND
      * DAS 2H DEIXA DE SER FOLCLORE
      * ATUALIZACAO: OCORRENCIA DO ERRLOG.DAT COM DETALHE (ACHADO
      * DA CONFERENCIA DE INTEGRIDADE, PROGCOB122) SAI COM UMA
      * SEGUNDA LINHA TRAZENDO AS CHAVES
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02  ERRLOG-OPERACAO     PIC X(10).
           02  ERRLOG-STATUS       PIC X(02).
           02  ERRLOG-ACAO         PIC X(01).
           02  ERRLOG-DETALHE      PIC X(60).

       FD  TRAVAS.
           COPY TRAVREG.
                               MOVE WRK-LINHA-ED TO
                                   PASSAGEM-LINHA
                               WRITE PASSAGEM-LINHA
                               IF ERRLOG-DETALHE NOT EQUAL SPACES
                                   MOVE SPACES TO PASSAGEM-LINHA
                                   STRING '         ' ERRLOG-DETALHE
                                       DELIMITED BY SIZE
                                       INTO PASSAGEM-LINHA
                                   WRITE PASSAGEM-LINHA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
