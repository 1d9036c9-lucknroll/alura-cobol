      ******************************************************************
      * COPYBOOK = COTCOMPRA
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DAS COTAÇÕES DE COMPRA (COTACOES-COMPRA):
      *            UMA COTAÇÃO POR FORNECEDOR ('F' ATIVO) PARA O
      *            PRODUTO DE UMA SUGESTÃO DE COMPRA, COM O PREÇO, O
      *            PRAZO DE ENTREGA E O PRAZO DE PAGAMENTO EM DIAS -
      *            DIGITADA NA RODADA DE COTAÇÃO (COTACOMPRA) E
      *            ESCOLHIDA NA CONFIRMAÇÃO (CONFIRMACOMPRA), QUE
      *            MARCA AS COTAÇÕES DO PRODUTO COMO USADAS
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-COTACAO-COMPRA.
           02 REG-CQT-PRODUTO       PIC 9(06).
           02 REG-CQT-FORNECEDOR    PIC 9(06).
           02 REG-CQT-DATA          PIC 9(08).
           02 REG-CQT-PRECO         PIC 9(08)V99.
           02 REG-CQT-PRAZO-ENTREGA PIC 9(03).
           02 REG-CQT-PRAZO-PAGTO   PIC 9(03).
           02 REG-CQT-SITUACAO      PIC X(01).
               88 REG-CQT-ABERTA       VALUE 'A'.
               88 REG-CQT-USADA        VALUE 'U'.
