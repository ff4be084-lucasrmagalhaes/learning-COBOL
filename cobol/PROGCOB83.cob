      * CONTEM A CHAVE COM O ARQUIVO DE ONDE CADA UMA VEIO
      * (ARQBUSCA.DAT) - "QUEM MEXEU NO CLIENTE 1234 NO ANO
      * PASSADO" DEIXA DE SER TARDE PERDIDA
      * ATUALIZACAO: VARRE TAMBEM OS MORTOS DO ENCERRAMENTO DO
      * EXERCICIO (VENDA, VITEM, TITPG E PEDEN AAAA1231.DAT)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  MORTO.
       01  MORTO-LINHA             PIC X(169).

       FD  VIVO.
       01  VIVO-LINHA              PIC X(169).

       FD  ARQBUSCA.
       01  ARQBUSCA-LINHA          PIC X(110).
       77 WRK-QT-ACHADOS    PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-ARQUIVOS   PIC 9(04)      VALUE ZEROS.
       77 WRK-QT-OCORR      PIC 9(03)      VALUE ZEROS.
       77 WRK-LINHA-EXAME   PIC X(169)     VALUE SPACES.
       77 WRK-DIAS-NO-MES   PIC 9(02)      VALUE ZEROS.
       77 WRK-QUOCIENTE     PIC 9(05)      VALUE ZEROS.
       77 WRK-RESTO-4       PIC 9(04)      VALUE ZEROS.
               STRING 'RUNLG' WRK-DATA-VARRE-NUM '.DAT'
                   DELIMITED BY SIZE INTO WRK-ARQ-MORTO
               PERFORM 0210-VARRER-UM-MORTO
               MOVE SPACES TO WRK-ARQ-MORTO
               STRING 'VENDA' WRK-DATA-VARRE-NUM '.DAT'
                   DELIMITED BY SIZE INTO WRK-ARQ-MORTO
               PERFORM 0210-VARRER-UM-MORTO
               MOVE SPACES TO WRK-ARQ-MORTO
               STRING 'VITEM' WRK-DATA-VARRE-NUM '.DAT'
                   DELIMITED BY SIZE INTO WRK-ARQ-MORTO
               PERFORM 0210-VARRER-UM-MORTO
               MOVE SPACES TO WRK-ARQ-MORTO
               STRING 'TITPG' WRK-DATA-VARRE-NUM '.DAT'
                   DELIMITED BY SIZE INTO WRK-ARQ-MORTO
               PERFORM 0210-VARRER-UM-MORTO
               MOVE SPACES TO WRK-ARQ-MORTO
               STRING 'PEDEN' WRK-DATA-VARRE-NUM '.DAT'
                   DELIMITED BY SIZE INTO WRK-ARQ-MORTO
               PERFORM 0210-VARRER-UM-MORTO
               PERFORM 0250-AVANCAR-UM-DIA
           END-PERFORM.

