      ******************************************************************
      * COPYBOOK = ORCCAB
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO CABEÇALHO DO ORÇAMENTO DE VENDA
      *            (ORCAMENTOS-CAB), NA FORMA DO CABEÇALHO DO PEDIDO,
      *            COM A DATA DE VALIDADE E A SITUAÇÃO: ABERTO ATÉ A
      *            CONVERSÃO EM PEDIDO PELO PEDIDOVENDA, QUE GRAVA O
      *            NÚMERO DO PEDIDO E A DATA DA CONVERSÃO - GRAVADO
      *            PELO ORCAMVENDA E LIDO PELA TAXA DE CONVERSÃO
      *            (CONVORCAM)
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-ORCCAB.
           02 REG-OC-NUMERO      PIC 9(06).
           02 REG-OC-DATA        PIC 9(08).
           02 REG-OC-CLIENTE     PIC 9(06).
           02 REG-OC-FILIAL      PIC 9(02).
           02 REG-OC-MES         PIC 9(02).
           02 REG-OC-TOTAL       PIC 9(10)V99.
           02 REG-OC-VENDEDOR    PIC 9(03).
           02 REG-OC-CEP-ENTREGA PIC 9(08).
           02 REG-OC-VALIDADE    PIC 9(08).
           02 REG-OC-SITUACAO    PIC X(01).
               88 REG-OC-ABERTO     VALUE 'A'.
               88 REG-OC-CONVERTIDO VALUE 'C'.
           02 REG-OC-PEDIDO      PIC 9(06).
           02 REG-OC-DATA-CONVERSAO PIC 9(08).
