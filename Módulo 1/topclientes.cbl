      *                    NÃO ENCERRAR O RUN UNIT
      * 01/09/2026 LUCAS  LEITURA TROCADA PARA O RAZÃO INDEXADO
      *                    RAZAO-CLIENTES-IDX (CARGA PELO RAZAOCONV)
      * 15/10/2026 LUCAS  OS LANÇAMENTOS DE CONSUMO DO CRÉDITO DE
      *                    DEVOLUÇÃO (FAIXA RESERVADA DE SEQUÊNCIA DO
      *                    RAZÃO) NÃO CONTAM COMO VENDA DO CLIENTE
      ****************************

       ENVIRONMENT DIVISION.
           END-READ.

       0120-ACUMULAR-CLIENTE.
           IF REG-RAZ-SEQ-CONSUMO
               PERFORM 0110-LER-RAZAO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-CLI-ACHADO.
           PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
               UNTIL WRK-SUB-CLI > WRK-QT-CLIENTES
