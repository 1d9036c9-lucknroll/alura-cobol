      ******************************************************************
      * COPYBOOK = LCTOMOD
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DOS MODELOS DE LANÇAMENTO RECORRENTE
      *            (MODELOS-LANCAMENTO): UMA LINHA POR PARTIDA DO
      *            MODELO (ALUGUEL DO MÊS, POR EXEMPLO), AGRUPADAS
      *            PELO NÚMERO DO MODELO, COM A MARCA DE ATIVO E A
      *            ÚLTIMA COMPETÊNCIA JÁ GERADA - MANTIDO PELO
      *            LANCAMANUAL E LIDO PELO GERARECORRENTE, QUE NA
      *            VIRADA DO MÊS GERA O LANÇAMENTO PENDENTE DE CADA
      *            MODELO ATIVO AINDA NÃO GERADO NA COMPETÊNCIA
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-MODELO-LANC.
           02 REG-MLC-MODELO      PIC 9(04).
           02 REG-MLC-LINHA       PIC 9(02).
           02 REG-MLC-DESCRICAO   PIC X(30).
           02 REG-MLC-TIPO        PIC X(01).
           02 REG-MLC-CONTA       PIC X(08).
           02 REG-MLC-CENTRO      PIC X(06).
           02 REG-MLC-VALOR       PIC 9(10)V99.
           02 REG-MLC-HISTORICO   PIC X(30).
           02 REG-MLC-ATIVO       PIC X(01).
               88 REG-MLC-ATIVADO    VALUE 'S'.
           02 REG-MLC-ULT-GERADA  PIC 9(06).
