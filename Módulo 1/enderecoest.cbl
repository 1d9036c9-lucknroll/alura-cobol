      ******************************************************************
      * COPYBOOK = ENDERECOEST
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO ENDEREÇAMENTO DO ARMAZÉM
      *            (ENDERECOS-ESTOQUE): ONDE O PRODUTO MORA EM CADA
      *            FILIAL - CORREDOR, PRATELEIRA E NÍVEL - COM UM
      *            ENDEREÇO PRINCIPAL E QUANTOS ENDEREÇOS DE PULMÃO
      *            FOREM PRECISOS PARA O EXCEDENTE. MANTIDO PELO
      *            MANUTENDER; A SEQUÊNCIA DE CAMINHADA DA SEPARAÇÃO
      *            É O PRÓPRIO ENDEREÇO (CORREDOR, PRATELEIRA, NÍVEL)
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-ENDERECO-ESTOQUE.
           02 REG-ENE-PRODUTO PIC 9(06).
           02 REG-ENE-FILIAL  PIC 9(02).
           02 REG-ENE-ENDERECO.
               03 REG-ENE-CORREDOR   PIC 9(02).
               03 REG-ENE-PRATELEIRA PIC 9(02).
               03 REG-ENE-NIVEL      PIC 9(01).
           02 REG-ENE-TIPO    PIC X(01).
               88 REG-ENE-PRINCIPAL VALUE 'P'.
               88 REG-ENE-PULMAO    VALUE 'O'.
