      ******************************************************************
      * COPYBOOK = MOVPDD
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DOS MOVIMENTOS DA PROVISÃO PARA DEVEDORES
      *            DUVIDOSOS (MOVIMENTOS-PDD): UMA LINHA POR DUPLICATA
      *            BAIXADA PARA PERDA CONTRA A PROVISÃO (TIPO B) E POR
      *            VALOR RECUPERADO DEPOIS DA BAIXA (TIPO R), COM A
      *            COMPETÊNCIA DA DATA DO MOVIMENTO - GRAVADO PELO
      *            PERDAPDD E LIDO PELO FECHAMENTO DA PROVISÃO
      *            (PROVISAOPDD) PARA A MOVIMENTAÇÃO DO SALDO
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-MOV-PDD.
           02 REG-MPD-TIPO        PIC X(01).
               88 REG-MPD-BAIXA       VALUE 'B'.
               88 REG-MPD-RECUPERACAO VALUE 'R'.
           02 REG-MPD-DATA        PIC 9(08).
           02 REG-MPD-COMPETENCIA PIC 9(06).
           02 REG-MPD-CLIENTE     PIC 9(06).
           02 REG-MPD-PEDIDO      PIC 9(06).
           02 REG-MPD-PARCELA     PIC 9(02).
           02 REG-MPD-VALOR       PIC 9(10)V99.
