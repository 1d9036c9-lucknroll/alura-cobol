      ******************************************************************
      * COPYBOOK = NOTAFORN
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DAS LINHAS DA NOTA DO FORNECEDOR
      *            (NOTAS-FORNECEDOR): CADA LINHA COBRA UM PEDIDO DE
      *            COMPRA E GUARDA, AO LADO DO QUE FOI COBRADO, O
      *            PREÇO E A QUANTIDADE DO PEDIDO, O QUE CHEGOU NO
      *            RECEBIMENTO E O RESULTADO DA CONFERÊNCIA EM TRÊS
      *            VIAS, PARA A REVISÃO DOS TÍTULOS BLOQUEADOS
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-NOTA-FORN.
           02 REG-NFF-FORNECEDOR    PIC 9(06).
           02 REG-NFF-DOCUMENTO     PIC X(10).
           02 REG-NFF-LINHA         PIC 9(02).
           02 REG-NFF-PEDIDO        PIC 9(06).
           02 REG-NFF-PRODUTO       PIC 9(06).
           02 REG-NFF-QTDE          PIC 9(05).
           02 REG-NFF-PRECO         PIC 9(08)V99.
           02 REG-NFF-QTDE-PEDIDA   PIC 9(05).
           02 REG-NFF-PRECO-PEDIDO  PIC 9(08)V99.
           02 REG-NFF-QTDE-RECEBIDA PIC 9(05).
           02 REG-NFF-CONFERENCIA   PIC X(01).
               88 REG-NFF-CONFERE       VALUE 'S'.
               88 REG-NFF-SEM-PEDIDO    VALUE 'N'.
               88 REG-NFF-NAO-RECEBIDO  VALUE 'R'.
               88 REG-NFF-DIV-QTDE      VALUE 'Q'.
               88 REG-NFF-DIV-PRECO     VALUE 'P'.
