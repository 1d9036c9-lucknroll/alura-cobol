      ******************************************************************
      * COPYBOOK = ORCITEM
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO ITEM DO ORÇAMENTO DE VENDA
      *            (ORCAMENTOS-ITEM), NA FORMA DO ITEM DO PEDIDO:
      *            QUANTIDADE NA UNIDADE BASE, PREÇO UNITÁRIO, TOTAL
      *            JÁ LÍQUIDO DO DESCONTO POR QUANTIDADE E A MARCA DE
      *            PROMOÇÃO - A CONVERSÃO EM PEDIDO GRAVA O ITEM COM
      *            ESSES VALORES
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-ORCITEM.
           02 REG-OI-NUMERO   PIC 9(06).
           02 REG-OI-SEQ      PIC 9(03).
           02 REG-OI-PRODUTO  PIC 9(06).
           02 REG-OI-QTDE     PIC 9(05).
           02 REG-OI-PRECO    PIC 9(08)V99.
           02 REG-OI-TOTAL    PIC 9(10)V99.
           02 REG-OI-PROMO    PIC X(01).
           02 REG-OI-DESCONTO PIC 9(08)V99.
