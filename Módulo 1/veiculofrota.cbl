      ******************************************************************
      * COPYBOOK = VEICULOFROTA
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DOS CAMINHÕES DA FROTA PRÓPRIA
      *            (VEICULOS-FROTA): CADA VEÍCULO ATENDE UMA ROTA
      *            (O MESMO CÓDIGO DE ROTA DAS FAIXAS-CEP DE FROTA
      *            PRÓPRIA) COM A CAPACIDADE DE CARGA EM KG CONFERIDA
      *            NA MONTAGEM DO ROMANEIO - MANTIDO PELO ROMANEIO
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-VEICULO-FROTA.
           02 REG-VEI-CODIGO     PIC 9(02).
           02 REG-VEI-PLACA      PIC X(07).
           02 REG-VEI-DESCRICAO  PIC X(20).
           02 REG-VEI-MOTORISTA  PIC X(20).
           02 REG-VEI-CAPACIDADE PIC 9(05)V99.
           02 REG-VEI-ROTA       PIC 9(02).
           02 REG-VEI-SITUACAO   PIC X(01).
               88 VEI-ATIVO         VALUE 'A'.
               88 VEI-INATIVO       VALUE 'I'.
