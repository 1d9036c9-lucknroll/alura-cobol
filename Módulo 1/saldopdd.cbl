      ******************************************************************
      * COPYBOOK = SALDOPDD
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DOS SALDOS DA PROVISÃO PARA DEVEDORES
      *            DUVIDOSOS (SALDOS-PDD): UM REGISTRO POR CLIENTE E
      *            COMPETÊNCIA COM O SALDO DAS DUPLICATAS EM ABERTO NO
      *            FIM DO MÊS E A PROVISÃO EXIGIDA PELAS FAIXAS DE
      *            ATRASO. O ARQUIVO SÓ CRESCE; O FECHAMENTO SEGUINTE
      *            LANÇA A DIFERENÇA CONTRA O ÚLTIMO SALDO DO CLIENTE,
      *            DESCONTADAS AS BAIXAS PARA PERDA DO INTERVALO
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-SALDO-PDD.
           02 REG-SPD-COMPETENCIA PIC 9(06).
           02 REG-SPD-CLIENTE     PIC 9(06).
           02 REG-SPD-TITULOS     PIC 9(10)V99.
           02 REG-SPD-PROVISAO    PIC 9(10)V99.
