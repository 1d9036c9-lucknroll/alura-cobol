      ******************************************************************
      * COPYBOOK = SERVUNIDADE
      * AUTOR = LUCAS
      * OBJETIVO = ÁREA DE COMUNICAÇÃO COM O BUSCAUNIDADE, O LEITOR DA
      *            TABELA DE UNIDADES DE MEDIDA (UNIDADES-MEDIDA): O
      *            CHAMADOR INFORMA O PRODUTO E RECEBE A UNIDADE BASE,
      *            AS EMBALAGENS DE COMPRA E DE VENDA COM OS FATORES
      *            DE CONVERSÃO E O PREÇO DA EMBALAGEM DE VENDA;
      *            PRODUTO FORA DA TABELA VOLTA COM TUDO EM 'UN' E
      *            FATOR 1, QUE É COMO O SISTEMA SEMPRE CONTOU
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-SERVUNIDADE.
           02 REG-SUN-PRODUTO      PIC 9(06).
           02 REG-SUN-BASE         PIC X(03).
           02 REG-SUN-COMPRA       PIC X(03).
           02 REG-SUN-FATOR-COMPRA PIC 9(05).
           02 REG-SUN-VENDA        PIC X(03).
           02 REG-SUN-FATOR-VENDA  PIC 9(05).
           02 REG-SUN-PRECO-VENDA  PIC 9(08)V99.
           02 REG-SUN-ACHADO       PIC X(01).
               88 SUN-ACHADO          VALUE 'S'.
