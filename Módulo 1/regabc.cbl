      ******************************************************************
      * COPYBOOK = REGABC
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DA CLASSIFICAÇÃO ABC DOS PRODUTOS
      *            (CLASSE-ABC), REFEITA TODO MÊS PELO CLASSEABC PELO
      *            VALOR DE CONSUMO ANUAL (QUANTIDADE VENDIDA NOS
      *            ÚLTIMOS 12 MESES AO CUSTO MÉDIO): A CLASSE DECIDE
      *            A FREQUÊNCIA DA CONTAGEM CÍCLICA E ENTRA NA
      *            ACURÁCIA DO INVENTÁRIO. GRAVADO EM ORDEM DE PRODUTO
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-CLASSE-ABC.
           02 REG-ABC-PRODUTO PIC 9(06).
           02 REG-ABC-CLASSE  PIC X(01).
               88 REG-ABC-CLASSE-A VALUE 'A'.
               88 REG-ABC-CLASSE-B VALUE 'B'.
               88 REG-ABC-CLASSE-C VALUE 'C'.
           02 REG-ABC-CONSUMO PIC 9(11)V99.
           02 REG-ABC-MES     PIC 9(06).
