      ******************************************************************
      * COPYBOOK = ACORDOTIT
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DAS DUPLICATAS RENEGOCIADAS EM CADA ACORDO
      *            (ACORDOS-TITULOS): UMA LINHA POR DUPLICATA ORIGINAL
      *            CANCELADA PELO ACORDO, COM O SALDO, A MULTA E OS
      *            JUROS CALCULADOS ATÉ A DATA DO ACORDO - É A
      *            REFERÊNCIA DA DUPLICATA RENEGOCIADA (SITUAÇÃO R)
      *            PARA O ACORDO QUE A SUBSTITUIU
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-ACORDO-TITULO.
           02 REG-ACT-ACORDO  PIC 9(06).
           02 REG-ACT-CLIENTE PIC 9(06).
           02 REG-ACT-PEDIDO  PIC 9(06).
           02 REG-ACT-PARCELA PIC 9(02).
           02 REG-ACT-VENCIMENTO PIC 9(08).
           02 REG-ACT-SALDO   PIC 9(08)V99.
           02 REG-ACT-MULTA   PIC 9(08)V99.
           02 REG-ACT-JUROS   PIC 9(08)V99.
