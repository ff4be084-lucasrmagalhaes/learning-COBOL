      * IMPRIME A LISTAGEM DIARIA DOS FOLLOW-UPS VENCIDOS
      * (FOLLOWUP.DAT) E BAIXA O FOLLOW-UP CUMPRIDO - CHAMADO
      * PELO SUBMENU (OPCAO 7) COM O OPERADOR AUTENTICADO
      * ATUALIZACAO: OPCAO 5 - PREFERENCIA DE AVISOS DO CLIENTE
      * (PREFAVISO.DAT): E-MAIL, CELULAR, CANAL E RECUSA DE
      * AVISOS, CONSULTADA PELA FILA DE E-MAIL/SMS (PROGCOBNTF)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLLOWUP.

           SELECT PREFAVISO ASSIGN TO "PREFAVISO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CLIENTE
               FILE STATUS IS WRK-FS-PREFAVISO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS.
       FD  FOLLOWUP.
       01  FOLLOWUP-LINHA          PIC X(100).

       FD  PREFAVISO.
           COPY PRFREG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-CONTATOS   PIC X(02)      VALUE SPACES.
       77 WRK-FS-CONTNOVO   PIC X(02)      VALUE SPACES.
       77 WRK-FS-FOLLOWUP   PIC X(02)      VALUE SPACES.
       77 WRK-FS-PREFAVISO  PIC X(02)      VALUE SPACES.
       77 WRK-PREF-FLAG     PIC X(01)      VALUE 'N'.
           88 WRK-PREF-EXISTE      VALUE 'S'.
       77 WRK-EOF-ARQ       PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ          VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08)      VALUE ZEROS.
           DISPLAY '2 - CONSULTAR CONTATOS DE UM CLIENTE'.
           DISPLAY '3 - LISTAGEM DE FOLLOW-UPS VENCIDOS'.
           DISPLAY '4 - BAIXAR FOLLOW-UP CUMPRIDO'.
           DISPLAY '5 - PREFERENCIA DE AVISOS (E-MAIL/SMS)'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
                   PERFORM 3000-LISTAR-FOLLOWUPS
               WHEN '4'
                   PERFORM 4000-BAIXAR-FOLLOWUP
               WHEN '5'
                   PERFORM 5000-PREFERENCIA-AVISOS
               WHEN 'X'
                   SET WRK-MENU-FIM TO TRUE
               WHEN OTHER
           END-PERFORM.
           CLOSE CONTNOVO.
           CLOSE CONTATOS.

      * O CLIENTE PODE RECUSAR TODOS OS AVISOS; A ALTERACAO FICA
      * COM A DATA E O OPERADOR QUE ATENDEU O PEDIDO DO CLIENTE
       5000-PREFERENCIA-AVISOS.
           OPEN I-O PREFAVISO.
           IF WRK-FS-PREFAVISO EQUAL '35'
               OPEN OUTPUT PREFAVISO
               CLOSE PREFAVISO
               OPEN I-O PREFAVISO
           END-IF.
           MOVE 'N' TO WRK-PREF-FLAG.
           DISPLAY 'NUMERO DO CLIENTE: '.
           ACCEPT WRK-CLIENTE-BUSCA.
           MOVE WRK-CLIENTE-BUSCA TO PRF-CLIENTE.
           READ PREFAVISO
               INVALID KEY
                   MOVE SPACES TO PRF-REG
                   MOVE WRK-CLIENTE-BUSCA TO PRF-CLIENTE
                   SET PRF-CANAL-SMS TO TRUE
                   SET PRF-ACEITA-AVISOS TO TRUE
                   DISPLAY 'SEM PREFERENCIA - AVISO POR SMS NO '
                       'TELEFONE DO CADASTRO'
               NOT INVALID KEY
                   SET WRK-PREF-EXISTE TO TRUE
                   DISPLAY 'E-MAIL..: ' PRF-EMAIL
                   DISPLAY 'CELULAR.: ' PRF-CELULAR
                   DISPLAY 'CANAL...: ' PRF-CANAL
                       '  RECUSA AVISOS: ' PRF-RECUSA
                   DISPLAY 'ALTERADO EM ' PRF-DATA-ALTERACAO
                       ' POR ' PRF-OPERADOR
           END-READ.
           DISPLAY 'E-MAIL (BRANCO = SEM E-MAIL): '.
           ACCEPT PRF-EMAIL.
           DISPLAY 'CELULAR (BRANCO = TELEFONE DO CADASTRO): '.
           ACCEPT PRF-CELULAR.
           DISPLAY 'CANAL - (E)-MAIL (S)MS (A)MBOS: '.
           ACCEPT PRF-CANAL.
           IF NOT PRF-CANAL-EMAIL AND NOT PRF-CANAL-AMBOS
               SET PRF-CANAL-SMS TO TRUE
           END-IF.
           DISPLAY 'CLIENTE RECUSA RECEBER AVISOS (S/N): '.
           ACCEPT PRF-RECUSA.
           IF NOT PRF-RECUSA-AVISOS
               SET PRF-ACEITA-AVISOS TO TRUE
           END-IF.
           MOVE WRK-DATASYS TO PRF-DATA-ALTERACAO.
           MOVE WRK-OPERADOR TO PRF-OPERADOR.
           IF WRK-PREF-EXISTE
               REWRITE PRF-REG
           ELSE
               WRITE PRF-REG
           END-IF.
           CLOSE PREFAVISO.
           IF PRF-RECUSA-AVISOS
               DISPLAY 'PREFERENCIA GRAVADA - CLIENTE NAO RECEBE '
                   'MAIS AVISOS'
           ELSE
               DISPLAY 'PREFERENCIA GRAVADA'
           END-IF.
