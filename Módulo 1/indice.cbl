      ******************************************************************
      * COPYBOOK = INDICE
      * AUTOR = LUCAS
      * OBJETIVO = ÁREA DE COMUNICAÇÃO COM O BUSCAINDICE: O CHAMADOR
      *            INFORMA O ÍNDICE (CDI, SELIC OU IPCA), O MÊS
      *            (AAAAMM) E COMO O PRODUTO É REMUNERADO - (P)
      *            PERCENTUAL DO ÍNDICE (102 = 102% DO CDI) OU (I)
      *            ÍNDICE MAIS SPREAD AO ANO (6 = IPCA + 6% A.A.) - E
      *            RECEBE A TAXA DO ÍNDICE NO MÊS, A TAXA MENSAL DO
      *            PRODUTO E A ORIGEM: (R)EAL QUANDO O MÊS JÁ FOI
      *            PUBLICADO, (P)REVISTA QUANDO VEIO DA PREVISÃO
      *            CONFIGURADA, (X) QUANDO O ÍNDICE NÃO EXISTE
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-INDICE-PEDIDO.
           02 REG-INP-INDICE      PIC X(05).
           02 REG-INP-ANOMES      PIC 9(06).
           02 REG-INP-TIPO        PIC X(01).
               88 INP-PCT-INDICE      VALUE 'P'.
               88 INP-INDICE-SPREAD   VALUE 'I'.
           02 REG-INP-FATOR       PIC 9(03)V99.
           02 REG-INP-TAXA-INDICE PIC S9(02)V9(04).
           02 REG-INP-TAXA        PIC S9(03)V9(04).
           02 REG-INP-ORIGEM      PIC X(01).
               88 INP-REAL            VALUE 'R'.
               88 INP-PREVISTA        VALUE 'P'.
               88 INP-INVALIDO        VALUE 'X'.
