      ******************************************************************
      * COPYBOOK: GRPMREG
      * OBJETIVO: LAYOUT DO VINCULO CLIENTE X GRUPO ECONOMICO
      * (GRPMEMB.DAT INDEXADO PELO CLIENTE, CHAVE ALTERNADA PELO
      * GRUPO) - ORIGEM A = ATRIBUIDO PELA RAIZ DO CNPJ, REFEITO
      * SEMPRE QUE O DOCUMENTO MUDA; ORIGEM M = VINCULO MANUAL,
      * QUE A ATRIBUICAO AUTOMATICA NUNCA SOBREPOE
      * AUTOR: LUCAS
      ******************************************************************
       01  GRM-REG.
           02  GRM-CLIENTE              PIC 9(06).
           02  GRM-GRUPO                PIC 9(08).
           02  GRM-ORIGEM               PIC X(01).
               88  GRM-AUTOMATICO           VALUE 'A'.
               88  GRM-MANUAL               VALUE 'M'.
           02  GRM-DATA                 PIC 9(08).
