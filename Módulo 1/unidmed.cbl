      ******************************************************************
      * COPYBOOK = UNIDMED
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DA TABELA DE UNIDADES DE MEDIDA POR PRODUTO
      *            (UNIDADES-MEDIDA, MANTIDA PELO MANUTUNID): A
      *            UNIDADE BASE, EM QUE O ESTOQUE, OS MOVIMENTOS E OS
      *            RELATÓRIOS SÃO CONTADOS, A EMBALAGEM DE COMPRA DO
      *            FORNECEDOR E A EMBALAGEM DE VENDA, CADA UMA COM O
      *            FATOR (QUANTAS UNIDADES BASE CABEM NELA), E O
      *            PREÇO DA EMBALAGEM DE VENDA (ZERO = PREÇO UNITÁRIO
      *            VEZES O FATOR)
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-UNIDADE-MEDIDA.
           02 REG-UNM-PRODUTO      PIC 9(06).
           02 REG-UNM-BASE         PIC X(03).
           02 REG-UNM-COMPRA       PIC X(03).
           02 REG-UNM-FATOR-COMPRA PIC 9(05).
           02 REG-UNM-VENDA        PIC X(03).
           02 REG-UNM-FATOR-VENDA  PIC 9(05).
           02 REG-UNM-PRECO-VENDA  PIC 9(08)V99.
