      *            BAIXADO PELO RECEBIMENTO (RECEBECOMPRA), QUE POSTA
      *            A ENTRADA NO ESTOQUE
      * DATA = 01/09/2026
      * -------------------------------------------------------------- *
      * 15/10/2026 LUCAS  INCLUIDA A QUANTIDADE RECEBIDA, GRAVADA PELO
      *                    RECEBECOMPRA, PARA A NOTA DO FORNECEDOR
      *                    SER CONFERIDA CONTRA O PEDIDO E CONTRA O
      *                    QUE CHEGOU (PEDIDO RECEBIDO ANTES DELA
      *                    VALE A QUANTIDADE PEDIDA)
      * 15/10/2026 LUCAS  INCLUIDOS OS DADOS DA COTAÇÃO ESCOLHIDA NA
      *                    CONFIRMAÇÃO: PRAZOS DE ENTREGA E DE
      *                    PAGAMENTO, QUANTIDADE DE COTAÇÕES, MENOR
      *                    PREÇO COTADO E O MOTIVO QUANDO A ESCOLHIDA
      *                    NÃO FOI A MAIS BARATA (PEDIDO ANTERIOR À
      *                    COTAÇÃO FICA COM ESTES CAMPOS EM BRANCO)
      * 15/10/2026 LUCAS  INCLUIDOS A DATA DO RECEBIMENTO, A
      *                    DIVERGÊNCIA (CHEGADA MENOS PEDIDA) E A
      *                    QUANTIDADE REJEITADA NA CONFERÊNCIA, PARA
      *                    O SCORECARD DOS FORNECEDORES; A QUANTIDADE
      *                    ACEITA É A RECEBIDA MENOS A REJEITADA
      * 15/10/2026 LUCAS  INCLUIDA A EMBALAGEM DE COMPRA DO PEDIDO
      *                    (UNIDADE, FATOR E PREÇO DA EMBALAGEM): A
      *                    QUANTIDADE E O PREÇO DO PEDIDO SEGUEM NA
      *                    UNIDADE BASE E O RECEBIMENTO CONVERTE A
      *                    CONTAGEM EM EMBALAGENS PELO FATOR GRAVADO
      *                    AQUI (PEDIDO ANTERIOR FICA EM BRANCO E
      *                    VALE FATOR 1)
      ******************************************************************
       01  REG-PEDIDO-COMPRA.
           02 REG-PCO-NUMERO     PIC 9(06).
           02 REG-PCO-SITUACAO   PIC X(01).
               88 REG-PCO-ABERTO   VALUE 'A'.
               88 REG-PCO-RECEBIDO VALUE 'R'.
           02 REG-PCO-QTDE-RECEBIDA PIC 9(05).
           02 REG-PCO-PRAZO-ENTREGA PIC 9(03).
           02 REG-PCO-PRAZO-PAGTO   PIC 9(03).
           02 REG-PCO-QT-COTACOES   PIC 9(02).
           02 REG-PCO-MENOR-PRECO   PIC 9(08)V99.
           02 REG-PCO-MOTIVO        PIC X(30).
           02 REG-PCO-DATA-RECEB    PIC 9(08).
           02 REG-PCO-DIVERGENCIA   PIC S9(05).
           02 REG-PCO-QTDE-REJEITADA PIC 9(05).
           02 REG-PCO-UNIDADE       PIC X(03).
           02 REG-PCO-FATOR         PIC 9(05).
           02 REG-PCO-PRECO-EMB     PIC 9(08)V99.
