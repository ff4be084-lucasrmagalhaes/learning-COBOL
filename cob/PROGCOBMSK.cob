       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBMSK.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: ROTINA CHAMAVEL DE EMBARALHAMENTO DE DADOS
      * PESSOAIS PARA A COPIA DE TREINAMENTO (PROGCOB126). O
      * RESULTADO SO DEPENDE DO VALOR ORIGINAL E DA CHAVE DA
      * RODADA, ENTAO O MESMO NOME, DOCUMENTO OU ENDERECO SAI
      * IGUAL EM TODOS OS ARQUIVOS. FUNCOES: N NOME, D CPF/CNPJ
      * (RAIZ DO CNPJ EMBARALHADA E FILIAL MANTIDA, DIGITOS
      * REFEITOS ATE PASSAR NO PROGCOBCPFVAL), L LOGRADOURO,
      * T TELEFONE (DDD MANTIDO), E EMAIL, B DADOS BANCARIOS
      * (BANCO MANTIDO) E V VALOR DE SALARIO, MULTIPLICADO POR
      * UM FATOR DE 0,80 A 1,20 FIXO PARA CADA PESSOA
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-HASH         PIC 9(09)       VALUE ZEROS.
       77 WRK-HASH6        PIC 9(06)       VALUE ZEROS.
       77 WRK-CALC         PIC 9(15)       VALUE ZEROS.
       77 WRK-QUOC         PIC 9(15)       VALUE ZEROS.
       77 WRK-R1           PIC 9(03)       VALUE ZEROS.
       77 WRK-R2           PIC 9(03)       VALUE ZEROS.
       77 WRK-R3           PIC 9(03)       VALUE ZEROS.
       77 WRK-IND          PIC 9(03)       VALUE ZEROS.
       77 WRK-J            PIC 9(03)       VALUE ZEROS.
       77 WRK-POS          PIC 9(03)       VALUE ZEROS.
       77 WRK-TAM          PIC 9(02)       VALUE ZEROS.
       77 WRK-QT-ESPACOS   PIC 9(02)       VALUE ZEROS.
       77 WRK-DIG-INI      PIC 9(02)       VALUE ZEROS.
       77 WRK-DIG-FIM      PIC 9(02)       VALUE ZEROS.
       77 WRK-DIG-PULAR    PIC 9(02)       VALUE ZEROS.
       77 WRK-QT-DIG       PIC 9(02)       VALUE ZEROS.
       77 WRK-D            PIC 9(01)       VALUE ZEROS.
       77 WRK-K            PIC 9(01)       VALUE ZEROS.
       77 WRK-ACUM         PIC 9(02)       VALUE ZEROS.
       77 WRK-NOVO         PIC 9(03)       VALUE ZEROS.
       77 WRK-TENTATIVA    PIC 9(02)       VALUE ZEROS.
       77 WRK-FATOR        PIC 9V99        VALUE ZEROS.
       77 WRK-NUM-RUA      PIC 9(04)       VALUE ZEROS.
       77 WRK-NUM-RUA-ED   PIC ZZZ9        VALUE ZEROS.
       77 WRK-DIGITOS      PIC X(40)       VALUE SPACES.
       77 WRK-DOC          PIC X(14)       VALUE SPACES.
       77 WRK-TIPO-DOC     PIC X(01)       VALUE SPACES.
       77 WRK-DOC-VALIDO   PIC X(01)       VALUE 'N'.
           88 WRK-DOC-OK           VALUE 'S'.
       77 WRK-DOC-MASCARADO PIC X(18)      VALUE SPACES.
       01 WRK-SEMENTE      PIC 9(09)       VALUE ZEROS.
       01 WRK-SEMENTE-R REDEFINES WRK-SEMENTE.
           02 WRK-SEM-DIG  PIC 9(01)       OCCURS 9.
       01 WRK-ALFABETO-LISTA PIC X(40)     VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789.-@/'.
       01 WRK-ALFABETO REDEFINES WRK-ALFABETO-LISTA.
           02 WRK-LETRA    PIC X(01)       OCCURS 40.
       01 PRIMEIROS-LISTA.
           02 FILLER       PIC X(10)       VALUE 'ANA'.
           02 FILLER       PIC X(10)       VALUE 'BRUNO'.
           02 FILLER       PIC X(10)       VALUE 'CARLA'.
           02 FILLER       PIC X(10)       VALUE 'DANIEL'.
           02 FILLER       PIC X(10)       VALUE 'EDUARDO'.
           02 FILLER       PIC X(10)       VALUE 'FERNANDA'.
           02 FILLER       PIC X(10)       VALUE 'GABRIEL'.
           02 FILLER       PIC X(10)       VALUE 'HELENA'.
           02 FILLER       PIC X(10)       VALUE 'IGOR'.
           02 FILLER       PIC X(10)       VALUE 'JULIANA'.
           02 FILLER       PIC X(10)       VALUE 'KARINA'.
           02 FILLER       PIC X(10)       VALUE 'MARCOS'.
           02 FILLER       PIC X(10)       VALUE 'NATALIA'.
           02 FILLER       PIC X(10)       VALUE 'OTAVIO'.
           02 FILLER       PIC X(10)       VALUE 'PAULA'.
           02 FILLER       PIC X(10)       VALUE 'RAFAEL'.
           02 FILLER       PIC X(10)       VALUE 'SABRINA'.
           02 FILLER       PIC X(10)       VALUE 'TIAGO'.
           02 FILLER       PIC X(10)       VALUE 'VANESSA'.
           02 FILLER       PIC X(10)       VALUE 'WAGNER'.
           02 FILLER       PIC X(10)       VALUE 'ALINE'.
           02 FILLER       PIC X(10)       VALUE 'BEATRIZ'.
           02 FILLER       PIC X(10)       VALUE 'CAIO'.
           02 FILLER       PIC X(10)       VALUE 'DENISE'.
           02 FILLER       PIC X(10)       VALUE 'ELIAS'.
           02 FILLER       PIC X(10)       VALUE 'FABIO'.
           02 FILLER       PIC X(10)       VALUE 'GUSTAVO'.
           02 FILLER       PIC X(10)       VALUE 'LARISSA'.
           02 FILLER       PIC X(10)       VALUE 'MATEUS'.
           02 FILLER       PIC X(10)       VALUE 'RENATA'.
       01 PRIMEIROS-TAB REDEFINES PRIMEIROS-LISTA.
           02 PRIMEIRO-NOME PIC X(10)     OCCURS 30.
       01 SOBRENOMES-LISTA.
           02 FILLER       PIC X(10)       VALUE 'SILVA'.
           02 FILLER       PIC X(10)       VALUE 'SOUZA'.
           02 FILLER       PIC X(10)       VALUE 'OLIVEIRA'.
           02 FILLER       PIC X(10)       VALUE 'SANTOS'.
           02 FILLER       PIC X(10)       VALUE 'PEREIRA'.
           02 FILLER       PIC X(10)       VALUE 'LIMA'.
           02 FILLER       PIC X(10)       VALUE 'CARVALHO'.
           02 FILLER       PIC X(10)       VALUE 'FERREIRA'.
           02 FILLER       PIC X(10)       VALUE 'RODRIGUES'.
           02 FILLER       PIC X(10)       VALUE 'ALMEIDA'.
           02 FILLER       PIC X(10)       VALUE 'COSTA'.
           02 FILLER       PIC X(10)       VALUE 'GOMES'.
           02 FILLER       PIC X(10)       VALUE 'MARTINS'.
           02 FILLER       PIC X(10)       VALUE 'ARAUJO'.
           02 FILLER       PIC X(10)       VALUE 'MELO'.
           02 FILLER       PIC X(10)       VALUE 'BARBOSA'.
           02 FILLER       PIC X(10)       VALUE 'RIBEIRO'.
           02 FILLER       PIC X(10)       VALUE 'ALVES'.
           02 FILLER       PIC X(10)       VALUE 'CARDOSO'.
           02 FILLER       PIC X(10)       VALUE 'ROCHA'.
           02 FILLER       PIC X(10)       VALUE 'DIAS'.
           02 FILLER       PIC X(10)       VALUE 'TEIXEIRA'.
           02 FILLER       PIC X(10)       VALUE 'MOREIRA'.
           02 FILLER       PIC X(10)       VALUE 'CORREIA'.
           02 FILLER       PIC X(10)       VALUE 'MENDES'.
           02 FILLER       PIC X(10)       VALUE 'NUNES'.
           02 FILLER       PIC X(10)       VALUE 'MOURA'.
           02 FILLER       PIC X(10)       VALUE 'CAVALCANTI'.
           02 FILLER       PIC X(10)       VALUE 'MONTEIRO'.
           02 FILLER       PIC X(10)       VALUE 'FREITAS'.
       01 SOBRENOMES-TAB REDEFINES SOBRENOMES-LISTA.
           02 SOBRENOME PIC X(10)     OCCURS 30.
       01 RUAS-LISTA.
           02 FILLER       PIC X(20)       VALUE 'DAS FLORES'.
           02 FILLER       PIC X(20)       VALUE 'DOS PINHEIROS'.
           02 FILLER       PIC X(20)       VALUE 'SETE DE SETEMBRO'.
           02 FILLER       PIC X(20)       VALUE 'DA PAZ'.
           02 FILLER       PIC X(20)       VALUE 'DAS ACACIAS'.
           02 FILLER       PIC X(20)       VALUE 'DOS IPES'.
           02 FILLER       PIC X(20)       VALUE 'SAO JOAO'.
           02 FILLER       PIC X(20)       VALUE 'DA LIBERDADE'.
           02 FILLER       PIC X(20)       VALUE 'DAS PALMEIRAS'.
           02 FILLER       PIC X(20)       VALUE 'DO COMERCIO'.
           02 FILLER       PIC X(20)       VALUE 'DOS ANDRADAS'.
           02 FILLER       PIC X(20)       VALUE 'QUINZE DE NOVEMBRO'.
           02 FILLER       PIC X(20)       VALUE 'DA AURORA'.
           02 FILLER       PIC X(20)       VALUE 'DAS HORTENSIAS'.
           02 FILLER       PIC X(20)       VALUE 'DO SOL'.
           02 FILLER       PIC X(20)       VALUE 'DA ESPERANCA'.
           02 FILLER       PIC X(20)       VALUE 'DOS LIRIOS'.
           02 FILLER       PIC X(20)       VALUE 'DAS CAMELIAS'.
           02 FILLER       PIC X(20)       VALUE 'DO BOSQUE'.
           02 FILLER       PIC X(20)       VALUE 'DA CONSOLACAO'.
           02 FILLER       PIC X(20)       VALUE 'DAS MANGUEIRAS'.
           02 FILLER       PIC X(20)       VALUE 'DOS JASMINS'.
           02 FILLER       PIC X(20)       VALUE 'DA ALEGRIA'.
           02 FILLER       PIC X(20)       VALUE 'DO PROGRESSO'.
           02 FILLER       PIC X(20)       VALUE 'DAS OLIVEIRAS'.
           02 FILLER       PIC X(20)       VALUE 'DO MERCADO'.
           02 FILLER       PIC X(20)       VALUE 'DOS GIRASSOIS'.
           02 FILLER       PIC X(20)       VALUE 'DA HARMONIA'.
           02 FILLER       PIC X(20)       VALUE 'DAS VIOLETAS'.
           02 FILLER       PIC X(20)       VALUE 'DO CRUZEIRO'.
       01 RUAS-TAB REDEFINES RUAS-LISTA.
           02 RUA-NOME PIC X(20)     OCCURS 30.

       LINKAGE SECTION.
       01 LNK-MSK-AREA.
           02 LNK-MSK-FUNCAO       PIC X(01).
               88 LNK-MSK-NOME         VALUE 'N'.
               88 LNK-MSK-DOCUMENTO    VALUE 'D'.
               88 LNK-MSK-LOGRADOURO   VALUE 'L'.
               88 LNK-MSK-TELEFONE     VALUE 'T'.
               88 LNK-MSK-EMAIL        VALUE 'E'.
               88 LNK-MSK-BANCO        VALUE 'B'.
               88 LNK-MSK-VALOR-PESSOA VALUE 'V'.
           02 LNK-MSK-SEMENTE      PIC 9(09).
           02 LNK-MSK-PESSOA       PIC 9(08).
           02 LNK-MSK-TEXTO        PIC X(40).
           02 LNK-MSK-VALOR        PIC 9(10)V99.
           02 LNK-MSK-RETORNO      PIC X(01).
               88 LNK-MSK-OK           VALUE '0'.
               88 LNK-MSK-FUNCAO-INVALIDA VALUE '9'.

       PROCEDURE DIVISION USING LNK-MSK-AREA.
       0000-PRINCIPAL.
           SET LNK-MSK-OK TO TRUE.
           MOVE LNK-MSK-SEMENTE TO WRK-SEMENTE.
      * CAMPO EM BRANCO CONTINUA EM BRANCO - NAO SE INVENTA DADO
      * ONDE O CADASTRO NAO TINHA
           IF LNK-MSK-TEXTO EQUAL SPACES
                   AND NOT LNK-MSK-VALOR-PESSOA
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN LNK-MSK-NOME
                       PERFORM 0100-NOME
                   WHEN LNK-MSK-DOCUMENTO
                       PERFORM 0200-DOCUMENTO
                   WHEN LNK-MSK-LOGRADOURO
                       PERFORM 0300-LOGRADOURO
                   WHEN LNK-MSK-TELEFONE
                       MOVE LNK-MSK-TEXTO TO WRK-DIGITOS
                       MOVE 1 TO WRK-DIG-INI
                       MOVE 40 TO WRK-DIG-FIM
                       MOVE 2 TO WRK-DIG-PULAR
                       PERFORM 0500-EMBARALHAR-DIGITOS
                       MOVE WRK-DIGITOS TO LNK-MSK-TEXTO
                   WHEN LNK-MSK-EMAIL
                       PERFORM 0400-CALCULAR-HASH
                       DIVIDE WRK-HASH BY 1000000 GIVING WRK-QUOC
                           REMAINDER WRK-HASH6
                       MOVE SPACES TO LNK-MSK-TEXTO
                       STRING 'CONTATO' WRK-HASH6 '@EXEMPLO.COM.BR'
                           DELIMITED BY SIZE INTO LNK-MSK-TEXTO
                   WHEN LNK-MSK-BANCO
                       MOVE LNK-MSK-TEXTO TO WRK-DIGITOS
                       MOVE 4 TO WRK-DIG-INI
                       MOVE 19 TO WRK-DIG-FIM
                       MOVE ZEROS TO WRK-DIG-PULAR
                       PERFORM 0500-EMBARALHAR-DIGITOS
                       MOVE WRK-DIGITOS TO LNK-MSK-TEXTO
                   WHEN LNK-MSK-VALOR-PESSOA
                       PERFORM 0600-VALOR
                   WHEN OTHER
                       SET LNK-MSK-FUNCAO-INVALIDA TO TRUE
               END-EVALUATE
           END-IF.
           GOBACK.

       0100-NOME.
           PERFORM 0400-CALCULAR-HASH.
           DIVIDE WRK-HASH BY 30 GIVING WRK-QUOC REMAINDER WRK-R1.
           DIVIDE WRK-QUOC BY 30 GIVING WRK-QUOC REMAINDER WRK-R2.
           DIVIDE WRK-QUOC BY 30 GIVING WRK-QUOC REMAINDER WRK-R3.
           IF WRK-R3 EQUAL WRK-R2
               IF WRK-R3 < 29
                   ADD 1 TO WRK-R3
               ELSE
                   MOVE ZEROS TO WRK-R3
               END-IF
           END-IF.
           MOVE SPACES TO LNK-MSK-TEXTO.
           STRING PRIMEIRO-NOME(WRK-R1 + 1) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               SOBRENOME(WRK-R2 + 1) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               SOBRENOME(WRK-R3 + 1) DELIMITED BY SPACE
               INTO LNK-MSK-TEXTO.
      * OS CADASTROS GUARDAM 30 POSICOES DE NOME - SE NAO COUBER
      * FICA SO COM O PRIMEIRO SOBRENOME
           IF LNK-MSK-TEXTO(31:10) NOT EQUAL SPACES
               MOVE SPACES TO LNK-MSK-TEXTO
               STRING PRIMEIRO-NOME(WRK-R1 + 1) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   SOBRENOME(WRK-R2 + 1) DELIMITED BY SPACE
                   INTO LNK-MSK-TEXTO
           END-IF.

      * CPF: OS 9 DIGITOS DA BASE; CNPJ: SO A RAIZ DE 8 DIGITOS,
      * PARA AS FILIAIS DA MESMA EMPRESA CONTINUAREM NO MESMO
      * GRUPO ECONOMICO. OS DOIS DIGITOS VERIFICADORES SAO
      * PROCURADOS ATE O PROGCOBCPFVAL ACEITAR O DOCUMENTO
       0200-DOCUMENTO.
           MOVE ZEROS TO WRK-QT-ESPACOS.
           INSPECT LNK-MSK-TEXTO(1:14) TALLYING WRK-QT-ESPACOS
               FOR TRAILING SPACES.
           COMPUTE WRK-TAM = 14 - WRK-QT-ESPACOS.
           MOVE LNK-MSK-TEXTO TO WRK-DIGITOS.
           MOVE 1 TO WRK-DIG-INI.
           MOVE ZEROS TO WRK-DIG-PULAR.
           EVALUATE TRUE
               WHEN WRK-TAM EQUAL 11
                       AND LNK-MSK-TEXTO(1:11) IS NUMERIC
                   MOVE 9 TO WRK-DIG-FIM
                   PERFORM 0500-EMBARALHAR-DIGITOS
                   MOVE 10 TO WRK-POS
                   PERFORM 0210-REFAZER-DIGITOS
               WHEN WRK-TAM EQUAL 14
                       AND LNK-MSK-TEXTO(1:14) IS NUMERIC
                   MOVE 8 TO WRK-DIG-FIM
                   PERFORM 0500-EMBARALHAR-DIGITOS
                   MOVE 13 TO WRK-POS
                   PERFORM 0210-REFAZER-DIGITOS
               WHEN OTHER
                   MOVE 40 TO WRK-DIG-FIM
                   PERFORM 0500-EMBARALHAR-DIGITOS
           END-EVALUATE.
           MOVE WRK-DIGITOS TO LNK-MSK-TEXTO.

       0210-REFAZER-DIGITOS.
           MOVE WRK-DIGITOS(1:14) TO WRK-DOC.
           MOVE 'N' TO WRK-DOC-VALIDO.
           PERFORM VARYING WRK-TENTATIVA FROM 0 BY 1
                   UNTIL WRK-DOC-OK OR WRK-TENTATIVA > 98
               MOVE WRK-TENTATIVA TO WRK-DOC(WRK-POS:2)
               CALL 'PROGCOBCPFVAL' USING WRK-DOC WRK-TIPO-DOC
                   WRK-DOC-VALIDO WRK-DOC-MASCARADO
           END-PERFORM.
           IF NOT WRK-DOC-OK
               MOVE 99 TO WRK-DOC(WRK-POS:2)
           END-IF.
           MOVE WRK-DOC TO WRK-DIGITOS(1:14).

       0300-LOGRADOURO.
           PERFORM 0400-CALCULAR-HASH.
           DIVIDE WRK-HASH BY 30 GIVING WRK-QUOC REMAINDER WRK-R1.
           DIVIDE WRK-QUOC BY 1999 GIVING WRK-QUOC
               REMAINDER WRK-NUM-RUA.
           ADD 1 TO WRK-NUM-RUA.
           MOVE WRK-NUM-RUA TO WRK-NUM-RUA-ED.
           MOVE 1 TO WRK-J.
           PERFORM UNTIL WRK-NUM-RUA-ED(WRK-J:1) NOT EQUAL SPACE
               ADD 1 TO WRK-J
           END-PERFORM.
           MOVE SPACES TO LNK-MSK-TEXTO.
           STRING 'RUA ' DELIMITED BY SIZE
               RUA-NOME(WRK-R1 + 1) DELIMITED BY '  '
               ', ' DELIMITED BY SIZE
               WRK-NUM-RUA-ED(WRK-J:) DELIMITED BY SIZE
               INTO LNK-MSK-TEXTO.

      * O HASH PARTE DA CHAVE DA RODADA E MISTURA CADA CARACTER
      * COM A SUA POSICAO NO TEXTO
       0400-CALCULAR-HASH.
           DIVIDE WRK-SEMENTE BY 999983 GIVING WRK-QUOC
               REMAINDER WRK-HASH.
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 40
               IF LNK-MSK-TEXTO(WRK-IND:1) NOT EQUAL SPACE
                   MOVE ZEROS TO WRK-POS
                   PERFORM VARYING WRK-J FROM 1 BY 1
                           UNTIL WRK-J > 40 OR WRK-POS > 0
                       IF WRK-LETRA(WRK-J) EQUAL
                               LNK-MSK-TEXTO(WRK-IND:1)
                           MOVE WRK-J TO WRK-POS
                       END-IF
                   END-PERFORM
                   COMPUTE WRK-CALC = WRK-HASH * 31 + WRK-POS
                       + WRK-IND
                   DIVIDE WRK-CALC BY 999983 GIVING WRK-QUOC
                       REMAINDER WRK-HASH
               END-IF
           END-PERFORM.

      * CADA DIGITO SOMA O DIGITO DA CHAVE DA POSICAO E O ACUMULADO
      * DOS DIGITOS ORIGINAIS ANTERIORES - DOCUMENTOS DIFERENTES
      * NUNCA CAEM NO MESMO RESULTADO E O QUE NAO E DIGITO FICA
      * COMO ESTA; OS PRIMEIROS WRK-DIG-PULAR DIGITOS SAO MANTIDOS
       0500-EMBARALHAR-DIGITOS.
           MOVE ZEROS TO WRK-ACUM.
           MOVE ZEROS TO WRK-QT-DIG.
           PERFORM VARYING WRK-IND FROM WRK-DIG-INI BY 1
                   UNTIL WRK-IND > WRK-DIG-FIM
               IF WRK-DIGITOS(WRK-IND:1) IS NUMERIC
                   ADD 1 TO WRK-QT-DIG
                   IF WRK-QT-DIG > WRK-DIG-PULAR
                       MOVE WRK-DIGITOS(WRK-IND:1) TO WRK-D
                       COMPUTE WRK-CALC = WRK-QT-DIG - 1
                       DIVIDE WRK-CALC BY 9 GIVING WRK-QUOC
                           REMAINDER WRK-R1
                       MOVE WRK-SEM-DIG(WRK-R1 + 1) TO WRK-K
                       COMPUTE WRK-NOVO = WRK-D + WRK-K + WRK-ACUM
                           + WRK-QT-DIG
                       DIVIDE WRK-NOVO BY 10 GIVING WRK-QUOC
                           REMAINDER WRK-R2
                       MOVE WRK-R2(3:1) TO WRK-DIGITOS(WRK-IND:1)
                       COMPUTE WRK-NOVO = WRK-ACUM + WRK-D
                       DIVIDE WRK-NOVO BY 10 GIVING WRK-QUOC
                           REMAINDER WRK-ACUM
                   END-IF
               END-IF
           END-PERFORM.

       0600-VALOR.
           COMPUTE WRK-CALC = LNK-MSK-PESSOA * 7919 + WRK-SEMENTE.
           DIVIDE WRK-CALC BY 41 GIVING WRK-QUOC REMAINDER WRK-R1.
           COMPUTE WRK-FATOR = 0,80 + (WRK-R1 / 100).
           COMPUTE LNK-MSK-VALOR ROUNDED = LNK-MSK-VALOR * WRK-FATOR.
