      ******************************************************************
      * COPYBOOK: LANCREG
      * OBJETIVO: LAYOUT DA PARTIDA DOBRADA DO DIARIO CONTABIL
      * (LANCTOS.DAT) - O LAYOUT MORAVA DENTRO DO PROGCOB64; COM A
      * BAIXA DE PERDAS (PROGCOB81) E A RECUPERACAO NA BAIXA DO
      * TITULO (PROGCOB40 E PROGCOB53) GRAVANDO NO MESMO DIARIO
      * VIROU COPYBOOK PARA NAO DIVERGIR ENTRE OS GRAVADORES
      * AUTOR: LUCAS
      * ATUALIZACAO: CENTRO DE CUSTO DA PARTIDA (FOLHA E COMISSOES DO
      * PROGCOB64, DEPRECIACAO DO PROGCOB109) PARA O ORCADO X
      * REALIZADO (PROGCOB110); BRANCO NAS DEMAIS PARTIDAS
      ******************************************************************
       01  LANCTO-REG.
           02  LANCTO-DATA         PIC 9(08).
           02  LANCTO-CONTA-DEB    PIC 9(06).
           02  LANCTO-CONTA-CRED   PIC 9(06).
           02  LANCTO-VALOR        PIC 9(12)V99.
           02  LANCTO-HISTORICO    PIC X(30).
           02  LANCTO-CENTRO-CUSTO PIC X(06).
