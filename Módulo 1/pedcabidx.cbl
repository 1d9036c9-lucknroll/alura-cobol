      ******************************************************************
      * COPYBOOK = PEDCABIDX
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO CABEÇALHO DO PEDIDO DE VENDA NA VERSÃO
      *            INDEXADA (PEDIDOS-CAB-IDX), CHAVEADA PELO NÚMERO
      *            DO PEDIDO COM CHAVE ALTERNATIVA PELO CLIENTE (COM
      *            REPETIÇÃO): A BAIXA DA SEPARAÇÃO, A NOTA E A NF-E
      *            LEEM E REGRAVAM SÓ O PEDIDO DA VEZ EM VEZ DE
      *            VARRER E REGRAVAR O ARQUIVO INTEIRO, E A VISÃO DO
      *            CLIENTE E A FUSÃO POSICIONAM PELO CLIENTE. CARGA
      *            ÚNICA A PARTIR DO SEQUENCIAL PELO PEDIDOCONV (COMO
      *            O RAZAOCONV FEZ COM O RAZÃO); OS NOMES DOS CAMPOS
      *            SÃO OS MESMOS DO LAYOUT SEQUENCIAL
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-PEDCAB.
           02 REG-PC-NUMERO  PIC 9(06).
           02 REG-PC-DATA    PIC 9(08).
           02 REG-PC-CLIENTE PIC 9(06).
           02 REG-PC-FILIAL  PIC 9(02).
           02 REG-PC-MES     PIC 9(02).
           02 REG-PC-TOTAL   PIC 9(10)V99.
           02 REG-PC-VENDEDOR PIC 9(03).
           02 REG-PC-CEP-ENTREGA PIC 9(08).
           02 REG-PC-NOTA    PIC 9(06).
           02 REG-PC-SITUACAO PIC X(01).
           02 REG-PC-NFE     PIC X(01).
