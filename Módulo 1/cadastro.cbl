      * 01/09/2026 LUCAS  INCLUIDO O TIPO FORNECEDOR ('F') AO LADO
      *                    DE PRODUTO E CLIENTE, PARA AS SUGESTÕES E
      *                    PEDIDOS DE COMPRA DA REPOSIÇÃO
      * 15/10/2026 LUCAS  INCLUIDO O CÓDIGO SUCESSOR DO CLIENTE,
      *                    PREENCHIDO PELA FUSÃO DE CLIENTES NO
      *                    CÓDIGO APOSENTADO (INATIVO) COM O CÓDIGO
      *                    QUE FICOU; ZERO = SEM SUCESSOR
      ******************************************************************
       01  REG-CADASTRO.
           02 REG-CAD-CODIGO   PIC 9(06).
           02 REG-CAD-CPFCNPJ  PIC X(14).
           02 REG-CAD-CEP      PIC 9(08).
           02 REG-CAD-LIMITE   PIC 9(08)V99.
           02 REG-CAD-SUCESSOR PIC 9(06).
