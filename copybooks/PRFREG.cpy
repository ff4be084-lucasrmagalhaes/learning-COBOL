      ******************************************************************
      * COPYBOOK: PRFREG
      * OBJETIVO: LAYOUT DA PREFERENCIA DE AVISOS DO CLIENTE
      * (PREFAVISO.DAT INDEXADO POR CLIENTE) - E-MAIL, CELULAR,
      * CANAL ESCOLHIDO E A RECUSA DE AVISOS (OPT-OUT); MANTIDA
      * NOS CONTATOS COM CLIENTES (PROGCOB50). CLIENTE SEM
      * REGISTRO RECEBE SMS NO TELEFONE DO CADASTRO
      * AUTOR: LUCAS
      ******************************************************************
       01  PRF-REG.
           02  PRF-CLIENTE          PIC 9(06).
           02  PRF-EMAIL            PIC X(40).
           02  PRF-CELULAR          PIC X(15).
           02  PRF-CANAL            PIC X(01).
               88  PRF-CANAL-EMAIL      VALUE 'E'.
               88  PRF-CANAL-SMS        VALUE 'S'.
               88  PRF-CANAL-AMBOS      VALUE 'A'.
           02  PRF-RECUSA           PIC X(01).
               88  PRF-RECUSA-AVISOS    VALUE 'S'.
               88  PRF-ACEITA-AVISOS    VALUE 'N'.
           02  PRF-DATA-ALTERACAO   PIC 9(08).
           02  PRF-OPERADOR         PIC X(20).
