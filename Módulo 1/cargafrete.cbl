      ******************************************************************
      * COPYBOOK = CARGAFRETE
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DA COMPOSIÇÃO DAS CARGAS CONSOLIDADAS
      *            (CARGAS-FRETE): NO ACEITE DE UMA CARGA O
      *            CONSOLIDAFRETE GRAVA UMA LINHA POR REMESSA DO GRUPO,
      *            COM A REMESSA LÍDER (A QUE SEGUE PARA A COTAÇÃO COM
      *            O PESO SOMADO) E O FRETE QUE A REMESSA TERIA
      *            SOZINHA - É A BASE DO RATEIO DO FRETE PAGO DA CARGA
      *            ENTRE OS PEDIDOS NA RENTABILIDADE DO FRETE
      *            (RENTABFRETE)
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-CARGA-FRETE.
           02 REG-CAR-DATA          PIC 9(08).
           02 REG-CAR-LIDER-PRODUTO PIC 9(06).
           02 REG-CAR-LIDER-CLIENTE PIC 9(06).
           02 REG-CAR-PRODUTO       PIC 9(06).
           02 REG-CAR-CLIENTE       PIC 9(06).
           02 REG-CAR-PESO          PIC 9(05)V99.
           02 REG-CAR-FRETE-IND     PIC 9(08)V99.
