      ******************************************************************
      * COPYBOOK = PEDWEB
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO ARQUIVO DIÁRIO DE PEDIDOS DA LOJA VIRTUAL
      *            (PEDIDOS-WEB): UM REGISTRO 'P' ABRE O PEDIDO COM O
      *            CLIENTE (DOCUMENTO, NOME, UF E CEP DE ENTREGA), A
      *            DATA, AS PARCELAS E O TOTAL, SEGUIDO DOS SEUS
      *            REGISTROS 'I' DE ITEM, TODOS COM O NÚMERO DO PEDIDO
      *            NA LOJA; O ARQUIVO VEM ENTRE O CABEÇALHO E O RODAPÉ
      *            DE CONTROLE DO LOTECTL (QUANTIDADE DE REGISTROS DE
      *            DADOS E SOMA DOS TOTAIS DOS PEDIDOS)
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-PEDWEB.
           02 REG-PW-TIPO       PIC X(01).
               88 PW-PEDIDO        VALUE 'P'.
               88 PW-ITEM          VALUE 'I'.
           02 REG-PW-WEB        PIC X(12).
           02 REG-PW-DADOS      PIC X(80).
           02 REG-PW-PEDIDO REDEFINES REG-PW-DADOS.
               03 REG-PWP-DATA     PIC 9(08).
               03 REG-PWP-TIPO-DOC PIC X(01).
               03 REG-PWP-CPFCNPJ  PIC X(14).
               03 REG-PWP-NOME     PIC X(30).
               03 REG-PWP-UF       PIC X(02).
               03 REG-PWP-CEP      PIC 9(08).
               03 REG-PWP-PARCELAS PIC 9(01).
               03 REG-PWP-TOTAL    PIC 9(10)V99.
               03 FILLER           PIC X(04).
           02 REG-PW-ITEM REDEFINES REG-PW-DADOS.
               03 REG-PWI-PRODUTO  PIC 9(06).
               03 REG-PWI-QTDE     PIC 9(05).
               03 REG-PWI-PRECO    PIC 9(08)V99.
               03 FILLER           PIC X(59).
