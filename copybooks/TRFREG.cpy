      ******************************************************************
      * COPYBOOK: TRFREG
      * OBJETIVO: LAYOUT DA LINHA DA TRANSFERENCIA DE ESTOQUE ENTRE
      * LOJAS (TRANSF.DAT INDEXADO POR DOCUMENTO + LINHA) - O
      * ENVIO BAIXA O SALDO DA LOJA DE ORIGEM E DEIXA A LINHA EM
      * TRANSITO; SO A CONFIRMACAO DE RECEBIMENTO DA LOJA DE
      * DESTINO SOMA O SALDO LA; MANTIDO PELO PROGCOB90
      * AUTOR: LUCAS
      ******************************************************************
       01  TRF-REG.
           02  TRF-CHAVE.
               03  TRF-NUMERO           PIC 9(06).
               03  TRF-LINHA            PIC 9(02).
           02  TRF-ORIGEM               PIC 9(03).
           02  TRF-DESTINO              PIC 9(03).
           02  TRF-PRODUTO              PIC X(10).
           02  TRF-QTDE                 PIC 9(05).
           02  TRF-EMISSAO              PIC 9(08).
           02  TRF-RECEBIMENTO          PIC 9(08).
           02  TRF-SITUACAO             PIC X(01).
               88  TRF-SIT-TRANSITO         VALUE 'T'.
               88  TRF-SIT-RECEBIDA         VALUE 'R'.
