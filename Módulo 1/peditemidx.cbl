      ******************************************************************
      * COPYBOOK = PEDITEMIDX
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO ITEM DO PEDIDO DE VENDA NA VERSÃO
      *            INDEXADA (PEDIDOS-ITEM-IDX), CHAVEADA POR NÚMERO DO
      *            PEDIDO + SEQUÊNCIA DO ITEM: OS ITENS DE UM PEDIDO
      *            SÃO LIDOS POSICIONANDO NA SEQUÊNCIA ZERO DO NÚMERO
      *            E AVANÇANDO ATÉ O NÚMERO MUDAR. CARGA ÚNICA A
      *            PARTIR DO SEQUENCIAL PELO PEDIDOCONV; OS NOMES
      *            DOS CAMPOS SÃO OS MESMOS DO LAYOUT SEQUENCIAL, COM
      *            A CHAVE AGRUPANDO O NÚMERO E A SEQUÊNCIA. NO KIT, A
      *            QUANTIDADE DE KIT PRONTO É A PARTE DO ITEM AINDA
      *            RESERVADA NO KIT JÁ MONTADO (O RESTO FOI RESERVADO
      *            NOS COMPONENTES): O CANCELAMENTO E A ALTERAÇÃO
      *            LIBERAM EXATAMENTE ELA, E A VENDA DIGITADA COM O
      *            PEDIDO (ESTOQUEMOV) A LEVA PARA O MOVIMENTO E A
      *            ABATE DO ITEM
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-PEDITEM.
           02 REG-PI-CHAVE.
               03 REG-PI-NUMERO  PIC 9(06).
               03 REG-PI-SEQ     PIC 9(03).
           02 REG-PI-PRODUTO PIC 9(06).
           02 REG-PI-QTDE    PIC 9(05).
           02 REG-PI-PRECO   PIC 9(08)V99.
           02 REG-PI-TOTAL   PIC 9(10)V99.
           02 REG-PI-PROMO   PIC X(01).
           02 REG-PI-DESCONTO PIC 9(08)V99.
           02 REG-PI-CUSTO   PIC 9(08)V99.
           02 REG-PI-KIT-PRONTO PIC 9(05).
