      ******************************************************************
      * COPYBOOK = PRECOMENSAL
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DA TABELA DE MENSALIDADES POR TURMA
      *            (TABELA-MENSALIDADES), MANTIDA PELO MANUTMENSAL:
      *            O VALOR CHEIO DA MENSALIDADE DE CADA TURMA NO ANO
      *            LETIVO, LIDO PELO FATURAMENTO MENSAL (MENSALIDADES)
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-PRECO-MENSAL.
           02 REG-PME-TURMA     PIC X(03).
           02 REG-PME-ANO       PIC 9(04).
           02 REG-PME-VALOR     PIC 9(06)V99.
