      * PROGCOBCAL) - PASSO FORA DO CALENDARIO DO DIA E PULADO
      * SEM CONTAR COMO ERRO; PASSO SEM LINHA NO CALENDARIO
      * SEGUE DIARIO COMO SEMPRE
      * ATUALIZACAO: PASSO 6 - NEGATIVACAO NO BIRO DE CREDITO
      * (PROGCOB102) - INCLUSOES E EXCLUSOES DO DIA EM NEGEXP.DAT
      * ATUALIZACAO: PASSO 7 - LEMBRETES DE VENCIMENTO E CONTAGEM
      * DIARIA DA FILA DE AVISOS AO CLIENTE (PROGCOB104)
      * ATUALIZACAO: PASSO 8 - EXPIRACAO DOS PONTOS DE FIDELIDADE
      * E EXTRATO MENSAL DE PONTOS POR CLIENTE (PROGCOB105)
      * ATUALIZACAO: PASSO 9 - PREVISAO MENSAL DE VENDAS POR LOJA
      * COM AS METAS PROPOSTAS E O ACERTO DO MES (PROGCOB106)
      * ATUALIZACAO: PASSO 10 - SCORECARD MENSAL DAS
      * TRANSPORTADORAS (PROGCOB107)
      * ATUALIZACAO: PASSO 11 - FILA DE RELATORIOS NOTURNOS
      * PEDIDOS PELO MENU GERAL (PROGCOB125)
      * ATUALIZACAO: PASSO 12 - LIBERACAO DAS PENDENCIAS DE
      * ENTREGA COM O SALDO QUE ENTROU NO DIA (PROGCOB93)
      * ATUALIZACAO: PASSO 13 - CONFERENCIA SEMANAL DE INTEGRIDADE
      * ENTRE OS ARQUIVOS (PROGCOB122)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-DATASYS      PIC 9(08)       VALUE ZEROS.
       77 WRK-HORA-INICIO  PIC 9(08)       VALUE ZEROS.
       77 WRK-HORA-FIM     PIC 9(08)       VALUE ZEROS.
       77 WRK-IND-PASSO    PIC 9(02)       VALUE ZEROS.
       77 WRK-PASSO-OK     PIC X(01)       VALUE 'N'.
           88 WRK-PASSO-CONCLUIDO  VALUE 'S'.
       77 WRK-CADEIA-PAROU PIC X(01)       VALUE 'N'.
           02 FILLER       PIC X(15)       VALUE 'PROGCOB37'.
           02 FILLER       PIC X(15)       VALUE 'PROGCOB19'.
           02 FILLER       PIC X(15)       VALUE 'PROGCOB79'.
           02 FILLER       PIC X(15)       VALUE 'PROGCOB102'.
           02 FILLER       PIC X(15)       VALUE 'PROGCOB104'.
           02 FILLER       PIC X(15)       VALUE 'PROGCOB105'.
           02 FILLER       PIC X(15)       VALUE 'PROGCOB106'.
           02 FILLER       PIC X(15)       VALUE 'PROGCOB107'.
           02 FILLER       PIC X(15)       VALUE 'PROGCOB125'.
           02 FILLER       PIC X(15)       VALUE 'PROGCOB93'.
           02 FILLER       PIC X(15)       VALUE 'PROGCOB122'.
       01 PASSOS REDEFINES PASSOS-LISTA.
           02 PASSO-PROGRAMA PIC X(15)     OCCURS 13.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           DISPLAY 'CONDUTOR DA RODADA NOTURNA - ' WRK-DATASYS.
           PERFORM VARYING WRK-IND-PASSO FROM 1 BY 1
                   UNTIL WRK-IND-PASSO > 13
                   OR WRK-CADEIA-PARADA
               PERFORM 0100-EXECUTAR-PASSO
           END-PERFORM.
                       CALL 'PROGCOB19'
                   WHEN 5
                       CALL 'PROGCOB79'
                   WHEN 6
                       CALL 'PROGCOB102'
                   WHEN 7
                       CALL 'PROGCOB104'
                   WHEN 8
                       CALL 'PROGCOB105'
                   WHEN 9
                       CALL 'PROGCOB106'
                   WHEN 10
                       CALL 'PROGCOB107'
                   WHEN 11
                       CALL 'PROGCOB125'
                   WHEN 12
                       CALL 'PROGCOB93'
                   WHEN 13
                       CALL 'PROGCOB122'
               END-EVALUATE
               PERFORM 0200-CONSULTAR-RUNLOG
               IF WRK-PASSO-CONCLUIDO
