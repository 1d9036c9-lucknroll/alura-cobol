      *            LIBERAÇÃO (LIBERABACKORDER) CONSEGUIR RESERVAR
      *            DEPOIS DE UMA ENTRADA DE MERCADORIA
      * DATA = 01/09/2026
      * -------------------------------------------------------------- *
      * 15/10/2026 LUCAS  INCLUIDA A FILIAL DO PEDIDO, PARA A
      *                    LIBERAÇÃO RESERVAR NA PRATELEIRA DA FILIAL
      *                    QUE VENDEU (ZERO/BRANCO = FILIAL PADRÃO)
      ******************************************************************
       01  REG-BACKORDER.
           02 REG-BCK-PEDIDO  PIC 9(06).
           02 REG-BCK-PRODUTO PIC 9(06).
           02 REG-BCK-QTDE    PIC 9(07).
           02 REG-BCK-DATA    PIC 9(08).
           02 REG-BCK-FILIAL  PIC 9(02).
