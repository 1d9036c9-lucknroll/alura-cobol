      ******************************************************************
      * COPYBOOK = ACORDO
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DOS ACORDOS DE RENEGOCIAÇÃO DE DUPLICATAS
      *            VENCIDAS (ACORDOS): UM REGISTRO POR ACORDO, COM A
      *            DÍVIDA NA DATA DO ACORDO (PRINCIPAL EM ABERTO MAIS
      *            MULTA E JUROS), O DESCONTO NEGOCIADO E O PLANO DE
      *            PARCELAS GERADO EM DUPLICATAS-ABERTAS COM O NÚMERO
      *            DO ACORDO NO LUGAR DO PEDIDO - GRAVADO PELO
      *            ACORDOCOBRANCA E ACOMPANHADO PELO ACOMPACORDO, QUE
      *            MARCA O ACORDO QUITADO OU ROMPIDO
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-ACORDO.
           02 REG-ACO-NUMERO     PIC 9(06).
           02 REG-ACO-CLIENTE    PIC 9(06).
           02 REG-ACO-DATA       PIC 9(08).
           02 REG-ACO-PRINCIPAL  PIC 9(10)V99.
           02 REG-ACO-ENCARGOS   PIC 9(10)V99.
           02 REG-ACO-DESC-PCT   PIC 9(03)V99.
           02 REG-ACO-DESCONTO   PIC 9(10)V99.
           02 REG-ACO-TOTAL      PIC 9(10)V99.
           02 REG-ACO-PARCELAS   PIC 9(02).
           02 REG-ACO-SITUACAO   PIC X(01).
               88 REG-ACO-ATIVO     VALUE 'A'.
               88 REG-ACO-QUITADO   VALUE 'Q'.
               88 REG-ACO-ROMPIDO   VALUE 'R'.
           02 REG-ACO-DATA-SITUACAO PIC 9(08).
