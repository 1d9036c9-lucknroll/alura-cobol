      *                    NÃO ENCERRAR O RUN UNIT
      * 01/09/2026 LUCAS  LEITURA TROCADA PARA O RAZÃO INDEXADO
      *                    RAZAO-CLIENTES-IDX (CARGA PELO RAZAOCONV)
      * 15/10/2026 LUCAS  OS LANÇAMENTOS DE CONSUMO DO CRÉDITO DE
      *                    DEVOLUÇÃO (FAIXA RESERVADA DE SEQUÊNCIA DO
      *                    RAZÃO) NÃO ENTRAM NA BASE DO ICMS
      ****************************

       ENVIRONMENT DIVISION.
           END-READ.

       0220-CLASSIFICAR-VENDA.
           IF REG-RAZ-MES = WRK-MES-APURACAO AND
              NOT REG-RAZ-SEQ-CONSUMO
               PERFORM 0230-BUSCAR-UF-CLIENTE
               IF WRK-UF-CLIENTE = SPACES
                   ADD REG-RAZ-VALOR TO WRK-SEM-UF
