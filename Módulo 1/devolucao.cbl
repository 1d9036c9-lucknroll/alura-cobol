      *                    DEVOLUÇÕES JÁ FEITAS DO MESMO PEDIDO/ITEM
      *                    (HISTÓRICO DEVOLUCOES-VENDA): DUAS RODADAS
      *                    DEVOLVIAM O MESMO ITEM DUAS VEZES
      * 15/10/2026 LUCAS  A MERCADORIA DEVOLVIDA VOLTA PARA O
      *                    ESTOQUE DA FILIAL DO PEDIDO ORIGINAL
      * 15/10/2026 LUCAS  INCLUIDO O CUSTO UNITÁRIO DA VENDA NO
      *                    LAYOUT DO ITEM DO PEDIDO
      * 15/10/2026 LUCAS  INCLUÍDA A SITUAÇÃO DA NF-E NO LAYOUT DO
      *                    CABEÇALHO DO PEDIDO
      * 15/10/2026 LUCAS  PEDIDO E ITEM DEVOLVIDO LIDOS PELA CHAVE NOS
      *                    ARQUIVOS INDEXADOS PEDIDOS-CAB-IDX E
      *                    PEDIDOS-ITEM-IDX
      * 15/10/2026 LUCAS  O MOVIMENTO GERADO LEVA O PEDIDO E O KIT
      *                    PRONTO ZERADOS
      ****************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDCAB ASSIGN TO 'PEDIDOS-CAB-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-PC-NUMERO
               ALTERNATE RECORD KEY IS REG-PC-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-PEDCAB.
           SELECT ARQ-PEDITEM ASSIGN TO 'PEDIDOS-ITEM-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-PI-CHAVE
               FILE STATUS IS WRK-STATUS-PEDITEM.
           SELECT ARQ-MOVIMENTOS ASSIGN TO 'MOVIMENTOS-ESTOQUE'
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

       FD  ARQ-PEDITEM.
           COPY 'peditemidx.cbl'.

       FD  ARQ-MOVIMENTOS.
           COPY 'movest.cbl'.
           88 GL-OK                VALUE '00'.
       77 WRK-STATUS-DEVOLUCOES PIC X(02) VALUE '00'.
           88 DEVOLUCOES-OK        VALUE '00'.
       77 WRK-FIM-TOTFIL  PIC X(01) VALUE 'N'.
           88 FIM-TOTAIS-FILIAL VALUE 'S'.
       77 WRK-FIM-MAPA    PIC X(01) VALUE 'N'.

       0100-LOCALIZAR-PEDIDO.
           MOVE 'N' TO WRK-PEDIDO-ACHADO.
           OPEN INPUT ARQ-PEDCAB.
           IF PEDCAB-OK
               MOVE WRK-NUMERO-PEDIDO TO REG-PC-NUMERO
               READ ARQ-PEDCAB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-PEDIDO-ACHADO
                       MOVE REG-PC-CLIENTE TO WRK-PG-CLIENTE
                       MOVE REG-PC-FILIAL  TO WRK-PG-FILIAL
                       MOVE REG-PC-MES     TO WRK-PG-MES
               END-READ
               CLOSE ARQ-PEDCAB
           ELSE
               DISPLAY 'ARQUIVO DE PEDIDOS NÃO ENCONTRADO'
           END-IF.

       0150-LOCALIZAR-ITEM.
           DISPLAY 'SEQUÊNCIA DO ITEM DEVOLVIDO:'.
           ACCEPT WRK-SEQ-ITEM FROM CONSOLE.
           MOVE 'N' TO WRK-ITEM-ACHADO.
           OPEN INPUT ARQ-PEDITEM.
           IF PEDITEM-OK
               MOVE WRK-NUMERO-PEDIDO TO REG-PI-NUMERO
               MOVE WRK-SEQ-ITEM      TO REG-PI-SEQ
               READ ARQ-PEDITEM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ITEM-ACHADO
                       MOVE REG-PI-PRODUTO TO WRK-IG-PRODUTO
                       MOVE REG-PI-QTDE    TO WRK-IG-QTDE
                       MOVE REG-PI-PRECO   TO WRK-IG-PRECO
                       MOVE REG-PI-TOTAL   TO WRK-IG-TOTAL
               END-READ
               CLOSE ARQ-PEDITEM
           END-IF.

       0200-PEDIR-QUANTIDADE.
           PERFORM 0210-SOMAR-JA-DEVOLVIDO.
           COMPUTE WRK-SALDO-DEVOLVER =
           MOVE 'DEVOLUCAO '       TO REG-MOV-REF.
           MOVE SPACES             TO REG-MOV-LOTE.
           MOVE ZEROES             TO REG-MOV-VALIDADE.
           MOVE WRK-PG-FILIAL      TO REG-MOV-FILIAL.
           MOVE ZEROES             TO REG-MOV-PEDIDO.
           MOVE ZEROES             TO REG-MOV-KIT-PRONTO.
           WRITE REG-MOVIMENTO.

       0370-CARREGAR-KITS.
