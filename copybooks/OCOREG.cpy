      ******************************************************************
      * COPYBOOK: OCOREG
      * OBJETIVO: LAYOUT DA OCORRENCIA DE ENTREGA (OCORRENC.DAT
      * INDEXADO POR PEDIDO + SEQUENCIA) - ABERTA PELO RASTREAMENTO
      * (PROGCOB70) QUANDO A TRANSPORTADORA NAO CONSEGUE ENTREGAR,
      * COM O MOTIVO CLASSIFICADO, E ENCERRADA PELO TRATAMENTO:
      * REENVIO (VOLTA NO PROXIMO ROMANEIO DO PROGCOB69 COM O FRETE
      * PROPRIO), DEVOLUCAO A LOJA (ITENS VOLTAM AO ESTOQUE) OU
      * CANCELAMENTO DO PEDIDO (PROGCOB55)
      * AUTOR: LUCAS
      ******************************************************************
       01  OCO-REG.
           02  OCO-CHAVE.
               03  OCO-PEDIDO           PIC 9(08).
               03  OCO-SEQ              PIC 9(03).
           02  OCO-TRANSPORTADORA       PIC X(03).
           02  OCO-ROMANEIO-ORIGEM      PIC 9(06).
           02  OCO-MOTIVO               PIC X(02).
               88  OCO-MOT-AUSENTE          VALUE 'AU'.
               88  OCO-MOT-ENDERECO         VALUE 'EI'.
               88  OCO-MOT-RECUSA           VALUE 'RE'.
               88  OCO-MOT-AVARIA           VALUE 'AV'.
               88  OCO-MOT-EXTRAVIO         VALUE 'EX'.
               88  OCO-MOT-OUTROS           VALUE 'OU'.
               88  OCO-MOTIVO-VALIDO        VALUE 'AU' 'EI' 'RE'
                                                  'AV' 'EX' 'OU'.
           02  OCO-OBSERVACAO           PIC X(30).
           02  OCO-DATA-ABERTURA        PIC 9(08).
           02  OCO-SITUACAO             PIC X(01).
               88  OCO-SIT-ABERTA           VALUE 'A'.
               88  OCO-SIT-REENVIO          VALUE 'R'.
               88  OCO-SIT-REENVIADA        VALUE 'E'.
               88  OCO-SIT-DEVOLVIDA        VALUE 'D'.
               88  OCO-SIT-CANCELADA        VALUE 'C'.
           02  OCO-DATA-SOLUCAO         PIC 9(08).
           02  OCO-TRANSP-REENVIO       PIC X(03).
           02  OCO-FRETE-REENVIO        PIC 9(06)V99.
           02  OCO-ROMANEIO-REENVIO     PIC 9(06).
