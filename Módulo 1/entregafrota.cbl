      ******************************************************************
      * COPYBOOK = ENTREGAFROTA
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DAS ENTREGAS PELA FROTA PRÓPRIA
      *            (ENTREGAS-FROTA): UMA PARADA POR PEDIDO EXPEDIDO
      *            NA SEPARAÇÃO PARA CEP DE ZONA DA FROTA PRÓPRIA
      *            (FAIXAS-CEP), NO LUGAR DA REMESSA PARA
      *            TRANSPORTADORA - COM O PESO PESADO NO ARMAZÉM E OS
      *            VOLUMES DO PEDIDO; O ROMANEIO DISTRIBUI AS PARADAS
      *            PENDENTES PELOS CAMINHÕES DA ROTA (VEICULOS-FROTA)
      *            E BAIXA O RETORNO DO MOTORISTA. PARADA NÃO
      *            ENTREGUE VOLTA PARA O ROMANEIO SEGUINTE
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-ENTREGA-FROTA.
           02 REG-EFR-PEDIDO        PIC 9(06).
           02 REG-EFR-CLIENTE       PIC 9(06).
           02 REG-EFR-CEP           PIC 9(08).
           02 REG-EFR-ROTA          PIC 9(02).
           02 REG-EFR-DATA-EXPEDICAO PIC 9(08).
           02 REG-EFR-PESO          PIC 9(05)V99.
           02 REG-EFR-VOLUMES       PIC 9(05).
           02 REG-EFR-COBRAR        PIC 9(08)V99.
           02 REG-EFR-SITUACAO      PIC X(01).
               88 EFR-PENDENTE         VALUE 'P'.
               88 EFR-EM-ROMANEIO      VALUE 'R'.
               88 EFR-ENTREGUE         VALUE 'E'.
               88 EFR-NAO-ENTREGUE     VALUE 'N'.
               88 EFR-A-ROTEIRIZAR     VALUE 'P' 'N'.
           02 REG-EFR-ROMANEIO      PIC 9(06).
           02 REG-EFR-VEICULO       PIC 9(02).
           02 REG-EFR-PARADA        PIC 9(03).
           02 REG-EFR-DATA-ROMANEIO PIC 9(08).
           02 REG-EFR-DATA-RETORNO  PIC 9(08).
           02 REG-EFR-TENTATIVAS    PIC 9(02).
           02 REG-EFR-OCORRENCIA    PIC X(30).
