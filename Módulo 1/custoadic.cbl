      ******************************************************************
      * COPYBOOK = CUSTOADIC
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO RATEIO DE CUSTO ADICIONAL DE COMPRA
      *            (CUSTOS-ADICIONAIS): UMA LINHA POR PEDIDO DE
      *            COMPRA RECEBIDO QUE ABSORVEU PARTE DO DOCUMENTO DE
      *            FRETE, SEGURO OU DESCARGA, COM A BASE DO RATEIO
      *            (VALOR OU PESO) E O VALOR LANÇADO NO CUSTO MÉDIO
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-CUSTO-ADIC.
           02 REG-CUA-DOCUMENTO PIC X(10).
           02 REG-CUA-TIPO      PIC X(01).
               88 REG-CUA-FRETE     VALUE 'F'.
               88 REG-CUA-SEGURO    VALUE 'S'.
               88 REG-CUA-DESCARGA  VALUE 'D'.
               88 REG-CUA-OUTROS    VALUE 'O'.
           02 REG-CUA-DATA      PIC 9(08).
           02 REG-CUA-CRITERIO  PIC X(01).
               88 REG-CUA-POR-VALOR VALUE 'V'.
               88 REG-CUA-POR-PESO  VALUE 'P'.
           02 REG-CUA-PEDIDO    PIC 9(06).
           02 REG-CUA-PRODUTO   PIC 9(06).
           02 REG-CUA-BASE      PIC 9(10)V99.
           02 REG-CUA-VALOR     PIC 9(08)V99.
