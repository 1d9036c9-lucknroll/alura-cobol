      ******************************************************************
      * COPYBOOK = ALTPEDIDO
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DA TRILHA DE ALTERAÇÕES DE PEDIDO
      *            (ALTERACOES-PEDIDO): CADA LINHA INCLUÍDA, ALTERADA
      *            OU EXCLUÍDA PELO ALTERAPEDIDO GRAVA O ANTES E O
      *            DEPOIS (QUANTIDADE, PREÇO E TOTAL), E UM REGISTRO
      *            DE TOTAL FECHA CADA ALTERAÇÃO COM O TOTAL ANTERIOR
      *            E O NOVO DO PEDIDO
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-ALTPEDIDO.
           02 REG-ALT-DATA       PIC 9(08).
           02 REG-ALT-HORA       PIC 9(06).
           02 REG-ALT-PEDIDO     PIC 9(06).
           02 REG-ALT-SEQ        PIC 9(03).
           02 REG-ALT-OPERACAO   PIC X(01).
               88 REG-ALT-INCLUSAO   VALUE 'I'.
               88 REG-ALT-ALTERACAO  VALUE 'A'.
               88 REG-ALT-EXCLUSAO   VALUE 'E'.
               88 REG-ALT-TOTAL      VALUE 'T'.
           02 REG-ALT-PRODUTO    PIC 9(06).
           02 REG-ALT-QTDE-ANT   PIC 9(05).
           02 REG-ALT-QTDE-NOVA  PIC 9(05).
           02 REG-ALT-PRECO-ANT  PIC 9(08)V99.
           02 REG-ALT-PRECO-NOVO PIC 9(08)V99.
           02 REG-ALT-TOTAL-ANT  PIC 9(10)V99.
           02 REG-ALT-TOTAL-NOVO PIC 9(10)V99.
