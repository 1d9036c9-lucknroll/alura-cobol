      ******************************************************************
      * COPYBOOK = FAIXAFOLHA
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO ARQUIVO DE FAIXAS DE DESCONTO DA FOLHA
      *            (FAIXAS-FOLHA), MANTIDO PELO MANUTFAIXAS E LIDO PELA
      *            FOLHA MENSAL: TIPO I = INSS (ALÍQUOTA PROGRESSIVA
      *            POR FAIXA, A ÚLTIMA FAIXA É O TETO), TIPO R = IRRF
      *            (ALÍQUOTA DA FAIXA MENOS A PARCELA A DEDUZIR). AS
      *            FAIXAS DE CADA TIPO FICAM EM ORDEM CRESCENTE DE
      *            LIMITE E SÃO ATUALIZADAS TODO JANEIRO
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-FAIXA-FOLHA.
           02 REG-FXF-TIPO     PIC X(01).
               88 FXF-INSS        VALUE 'I'.
               88 FXF-IRRF        VALUE 'R'.
           02 REG-FXF-LIMITE   PIC 9(08)V99.
           02 REG-FXF-ALIQUOTA PIC 9(02)V99.
           02 REG-FXF-DEDUZIR  PIC 9(06)V99.
