      *                    CABEÇALHO: O PEDIDO RETIDO POR CRÉDITO
      *                    AINDA NÃO GRAVOU PEDIDOS-CAB E SAÍA COMO
      *                    'ITEM SEM CABECALHO' TODA NOITE
      * 15/10/2026 LUCAS  INCLUIDO O CUSTO UNITÁRIO DA VENDA NO
      *                    LAYOUT DO ITEM DO PEDIDO
      * 15/10/2026 LUCAS  INCLUÍDA A SITUAÇÃO DA NF-E NO LAYOUT DO
      *                    CABEÇALHO DO PEDIDO
      * 15/10/2026 LUCAS  CABEÇALHO E ITENS DO PEDIDO LIDOS DOS
      *                    ARQUIVOS INDEXADOS PEDIDOS-CAB-IDX E
      *                    PEDIDOS-ITEM-IDX
      ****************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-PEDCAB ASSIGN TO 'PEDIDOS-CAB-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-PC-NUMERO
               ALTERNATE RECORD KEY IS REG-PC-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-PEDCAB.
           SELECT ARQ-PEDITEM ASSIGN TO 'PEDIDOS-ITEM-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-PI-CHAVE
               FILE STATUS IS WRK-STATUS-PEDITEM.
           SELECT ARQ-RETIDOS ASSIGN TO 'PEDIDOS-RETIDOS'
               ORGANIZATION IS LINE SEQUENTIAL
           COPY 'cadastro.cbl'.

       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

       FD  ARQ-PEDITEM.
           COPY 'peditemidx.cbl'.

       FD  ARQ-RETIDOS.
           COPY 'pedretido.cbl'.
           END-IF.

       0210-LER-PEDCAB.
           READ ARQ-PEDCAB NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
           PERFORM 0221-LER-RETIDO.

       0230-LER-ITEM.
           READ ARQ-PEDITEM NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
