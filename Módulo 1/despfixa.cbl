      ******************************************************************
      * COPYBOOK = DESPFIXA
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DAS DESPESAS FIXAS RECORRENTES
      *            (DESPESAS-FIXAS): UMA LINHA POR DESPESA MENSAL
      *            (ALUGUEL, ENERGIA, SISTEMAS...) COM O DIA DO MÊS EM
      *            QUE É PAGA, O VALOR E A MARCA DE ATIVA - MANTIDO
      *            PELO MANUTDESPFIX E LIDO PELO FLUXO DE CAIXA
      *            PROJETADO (FLUXOCAIXA), QUE LANÇA CADA DESPESA
      *            ATIVA NO DIA DE CADA MÊS DO HORIZONTE
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-DESPESA-FIXA.
           02 REG-DFX-DESCRICAO PIC X(30).
           02 REG-DFX-DIA       PIC 9(02).
           02 REG-DFX-VALOR     PIC 9(08)V99.
           02 REG-DFX-ATIVA     PIC X(01).
               88 REG-DFX-ATIVADA  VALUE 'S'.
