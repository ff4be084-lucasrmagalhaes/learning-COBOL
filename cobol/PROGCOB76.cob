      * IMPRIME EM IMAGEM DE IMPRESSAO (SALEVOL.DAT) CADA
      * MUDANCA COM DATA, VALOR ANTERIOR, NOVO VALOR, MOTIVO E
      * ORIGEM, PARA DEFESA EM RECLAMACAO TRABALHISTA
      * ATUALIZACAO: REAJUSTE DE DISSIDIO COLETIVO (MOTIVO DIS,
      * PROGCOB118) SAI COM A COMPETENCIA DE VIGENCIA E A NOTA DAS
      * DIFERENCAS RETROATIVAS PAGAS NA FOLHA
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                               MOVE WRK-LINHA-ED TO SALEVOL-LINHA
                               WRITE SALEVOL-LINHA
                               DISPLAY WRK-LINHA-ED
                               IF SALH-MOTIVO EQUAL 'DIS'
                                   PERFORM 0210-EXPLICAR-DISSIDIO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'EXTRATO GRAVADO EM SALEVOL.DAT - '
                   WRK-QT-MUDANCAS ' MUDANCA(S)'
           END-IF.

       0210-EXPLICAR-DISSIDIO.
           MOVE SPACES TO WRK-LINHA-ED.
           STRING '         REAJUSTE DO DISSIDIO COLETIVO COM '
               'VIGENCIA EM ' SALH-OPERADOR(10:6)
               ' - DIFERENCAS DOS MESES ANTERIORES PAGAS NA FOLHA'
               DELIMITED BY SIZE INTO WRK-LINHA-ED.
           MOVE WRK-LINHA-ED TO SALEVOL-LINHA.
           WRITE SALEVOL-LINHA.
