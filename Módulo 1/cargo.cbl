      ******************************************************************
      * COPYBOOK = CARGO
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO CADASTRO DE CARGOS (CARGOS), MANTIDO PELO
      *            MANUTCARGO: CÓDIGO, DESCRIÇÃO E A FAIXA SALARIAL DO
      *            CARGO (MÍNIMO, PONTO MÉDIO E MÁXIMO). O PONTO MÉDIO
      *            É A BASE DO COMPA-RATIO DO RELATÓRIO FORADAFAIXA E
      *            O MÁXIMO SEGURA O AUMENTO DO TEMPODECASA
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-CARGO.
           02 REG-CAR-CODIGO    PIC X(04).
           02 REG-CAR-DESCRICAO PIC X(20).
           02 REG-CAR-MINIMO    PIC 9(06)V99.
           02 REG-CAR-MEDIO     PIC 9(06)V99.
           02 REG-CAR-MAXIMO    PIC 9(06)V99.
