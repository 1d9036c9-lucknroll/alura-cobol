      *                    PRODUTO SEM CONTROLE DE LOTE), PARA O
      *                    SALDO POR LOTE DA BAIXA E O RELATÓRIO DE
      *                    VALIDADE
      * 15/10/2026 LUCAS  O MOVIMENTO PASSA A SER DIGITADO POR FILIAL
      *                    (VALIDADA NO SALDOFILIAL) E O ESTOQUE
      *                    MÍNIMO PODE SER DEFINIDO POR FILIAL OU
      *                    CONSOLIDADO (FILIAL 00)
      * 15/10/2026 LUCAS  A SAÍDA POR VENDA PEDE O PEDIDO (0 = SEM
      *                    PEDIDO): O MOVIMENTO LEVA O NÚMERO E, NO
      *                    KIT, A PARTE QUE A RESERVA DO ITEM TIROU DO
      *                    KIT JÁ MONTADO, QUE SAI DO ITEM EM
      *                    PEDIDOS-ITEM-IDX
      ****************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-SAL-PRODUTO
               FILE STATUS IS WRK-STATUS-SALDOS.
           SELECT ARQ-PEDITEM ASSIGN TO 'PEDIDOS-ITEM-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PI-CHAVE
               FILE STATUS IS WRK-STATUS-PEDITEM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SALDOS.
           COPY 'saldoest.cbl'.

       FD  ARQ-PEDITEM.
           COPY 'peditemidx.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'servfilial.cbl'.
       77 WRK-STATUS-CADASTRO   PIC X(02) VALUE '00'.
           88 CADASTRO-OK          VALUE '00'.
       77 WRK-STATUS-MOVIMENTOS PIC X(02) VALUE '00'.
       77 WRK-STATUS-SALDOS     PIC X(02) VALUE '00'.
           88 SALDOS-OK            VALUE '00'.
           88 SALDOS-INEXISTENTE   VALUE '35'.
       77 WRK-STATUS-PEDITEM    PIC X(02) VALUE '00'.
           88 PEDITEM-OK           VALUE '00'.

       77 WRK-OPCAO     PIC X(01) VALUE SPACES.
           88 OPCAO-MOVIMENTO VALUES 'E' 'V' 'A'.
       77 WRK-VALIDADE     PIC 9(08) VALUE ZEROES.
       77 WRK-MINIMO       PIC 9(05) VALUE ZEROES.
       77 WRK-QT-GRAVADOS  PIC 9(05) VALUE ZEROES.
       77 WRK-FILIAL       PIC 9(02) VALUE ZEROES.
       77 WRK-FILIAL-OK    PIC X(01) VALUE 'N'.
           88 FILIAL-VALIDA   VALUE 'S'.

      * VENDA DE PEDIDO: O NÚMERO E A PARTE QUE SAI DO KIT JÁ MONTADO
       77 WRK-PEDIDO       PIC 9(06) VALUE ZEROES.
       77 WRK-KIT-PRONTO   PIC 9(05) VALUE ZEROES.
       77 WRK-KIT-PARTE    PIC 9(05) VALUE ZEROES.
       77 WRK-FIM-ITENS    PIC X(01) VALUE 'N'.
           88 FIM-ITENS       VALUE 'S'.
       77 WRK-ITEM-ACHADO  PIC X(01) VALUE 'N'.
           88 ITEM-ACHADO     VALUE 'S'.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
       0210-DIGITAR-MOVIMENTO.
           PERFORM 0250-PEDIR-PRODUTO.
           IF PRODUTO-ENCONTRADO
               MOVE 'N' TO WRK-FILIAL-OK
               PERFORM 0260-PEDIR-FILIAL UNTIL FILIAL-VALIDA
               DISPLAY 'QUANTIDADE (NEGATIVA SÓ NO AJUSTE):'
               ACCEPT WRK-QTDE FROM CONSOLE
               IF WRK-QTDE = 0
                               ACCEPT WRK-VALIDADE FROM CONSOLE
                           END-IF
                       END-IF
                       MOVE ZEROES TO WRK-PEDIDO
                       MOVE ZEROES TO WRK-KIT-PRONTO
                       IF WRK-OPCAO = 'V'
                           PERFORM 0270-PEDIR-PEDIDO
                       END-IF
                       PERFORM 0220-GRAVAR-MOVIMENTO
                   END-IF
               END-IF
           MOVE WRK-DATA-SYS-NUM TO REG-MOV-DATA.
           MOVE WRK-QTDE         TO REG-MOV-QTDE.
           MOVE WRK-CUSTO        TO REG-MOV-CUSTO.
           IF WRK-PEDIDO > ZEROES
               MOVE 'PEDIDO'     TO REG-MOV-REF
           ELSE
               MOVE SPACES       TO REG-MOV-REF
           END-IF.
           MOVE WRK-LOTE         TO REG-MOV-LOTE.
           MOVE WRK-VALIDADE     TO REG-MOV-VALIDADE.
           MOVE WRK-FILIAL       TO REG-MOV-FILIAL.
           MOVE WRK-PEDIDO       TO REG-MOV-PEDIDO.
           MOVE WRK-KIT-PRONTO   TO REG-MOV-KIT-PRONTO.
           WRITE REG-MOVIMENTO.
           CLOSE ARQ-MOVIMENTOS.
           ADD 1 TO WRK-QT-GRAVADOS.
       0230-DEFINIR-MINIMO.
           PERFORM 0250-PEDIR-PRODUTO.
           IF PRODUTO-ENCONTRADO
               DISPLAY 'FILIAL DO MÍNIMO (00 = CONSOLIDADO):'
               ACCEPT WRK-FILIAL FROM CONSOLE
               IF WRK-FILIAL = ZEROES
                   DISPLAY 'ESTOQUE MÍNIMO DE REPOSIÇÃO:'
                   ACCEPT WRK-MINIMO FROM CONSOLE
                   PERFORM 0240-GRAVAR-MINIMO
               ELSE
                   PERFORM 0245-GRAVAR-MINIMO-FILIAL
               END-IF
           END-IF.

       0245-GRAVAR-MINIMO-FILIAL.
           MOVE 9 TO REG-SFS-FUNCAO.
           MOVE WRK-FILIAL TO REG-SFS-FILIAL.
           CALL 'saldofilial' USING REG-SERVFILIAL.
           IF NOT SFS-OK
               DISPLAY 'FILIAL NÃO CADASTRADA OU INATIVA'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'ESTOQUE MÍNIMO DE REPOSIÇÃO DA FILIAL:'.
           ACCEPT WRK-MINIMO FROM CONSOLE.
           MOVE 4 TO REG-SFS-FUNCAO.
           MOVE WRK-COD-PRODUTO TO REG-SFS-PRODUTO.
           MOVE WRK-FILIAL TO REG-SFS-FILIAL.
           MOVE WRK-MINIMO TO REG-SFS-MINIMO.
           CALL 'saldofilial' USING REG-SERVFILIAL.
           IF SFS-OK
               DISPLAY 'ESTOQUE MÍNIMO DA FILIAL GRAVADO'
           ELSE
               DISPLAY 'SALDOS POR FILIAL INDISPONÍVEIS'
           END-IF.

       0240-GRAVAR-MINIMO.
           ELSE
               DISPLAY 'PRODUTO NÃO ENCONTRADO NO CADASTRO'
           END-IF.

       0260-PEDIR-FILIAL.
           DISPLAY 'FILIAL DO MOVIMENTO (01-10):'.
           ACCEPT WRK-FILIAL FROM CONSOLE.
           MOVE 9 TO REG-SFS-FUNCAO.
           MOVE WRK-FILIAL TO REG-SFS-FILIAL.
           IF WRK-FILIAL = ZEROES
               DISPLAY 'FILIAL INVÁLIDA'
           ELSE
               CALL 'saldofilial' USING REG-SERVFILIAL
               IF SFS-OK
                   MOVE 'S' TO WRK-FILIAL-OK
               ELSE
                   DISPLAY 'FILIAL NÃO CADASTRADA OU INATIVA'
               END-IF
           END-IF.

      * A VENDA DE UM PEDIDO LEVA O NÚMERO PARA O MOVIMENTO E, NO
      * KIT, A PARTE QUE A RESERVA DO ITEM TIROU DO KIT JÁ MONTADO;
      * ESSA PARTE SAI DO ITEM, PARA A PRÓXIMA VENDA DO MESMO ITEM
      * NÃO CONTÁ-LA DE NOVO E O CANCELAMENTO SÓ LIBERAR O QUE SOBROU
       0270-PEDIR-PEDIDO.
           DISPLAY 'PEDIDO DA VENDA (0 = VENDA SEM PEDIDO):'.
           ACCEPT WRK-PEDIDO FROM CONSOLE.
           IF WRK-PEDIDO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-PEDITEM.
           IF NOT PEDITEM-OK
               DISPLAY 'PEDIDOS-ITEM INDISPONÍVEL - STATUS '
                   WRK-STATUS-PEDITEM ' - VENDA GRAVADA SEM PEDIDO'
               MOVE ZEROES TO WRK-PEDIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-ITEM-ACHADO.
           MOVE 'N' TO WRK-FIM-ITENS.
           MOVE WRK-PEDIDO TO REG-PI-NUMERO.
           MOVE ZEROES TO REG-PI-SEQ.
           START ARQ-PEDITEM KEY IS NOT LESS THAN REG-PI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ITENS
           END-START.
           IF NOT FIM-ITENS
               PERFORM 0271-LER-ITEM
           END-IF.
           PERFORM 0272-PROCURAR-ITEM UNTIL FIM-ITENS.
           CLOSE ARQ-PEDITEM.
           IF NOT ITEM-ACHADO
               DISPLAY 'PRODUTO NÃO CONSTA DO PEDIDO ' WRK-PEDIDO
                   ' - VENDA GRAVADA SEM PEDIDO'
               MOVE ZEROES TO WRK-PEDIDO
           END-IF.

       0271-LER-ITEM.
           READ ARQ-PEDITEM NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ITENS
           END-READ.

      * O MESMO PRODUTO EM MAIS DE UMA LINHA: A PARTE DE KIT PRONTO
      * VEM DAS LINHAS NA ORDEM, ATÉ A QUANTIDADE DA VENDA
       0272-PROCURAR-ITEM.
           IF REG-PI-NUMERO NOT = WRK-PEDIDO
               MOVE 'S' TO WRK-FIM-ITENS
               EXIT PARAGRAPH
           END-IF.
           IF REG-PI-PRODUTO = WRK-COD-PRODUTO
               MOVE 'S' TO WRK-ITEM-ACHADO
               IF REG-PI-KIT-PRONTO > ZEROES AND
                  WRK-KIT-PRONTO < WRK-QTDE
                   COMPUTE WRK-KIT-PARTE = WRK-QTDE - WRK-KIT-PRONTO
                   IF WRK-KIT-PARTE > REG-PI-KIT-PRONTO
                       MOVE REG-PI-KIT-PRONTO TO WRK-KIT-PARTE
                   END-IF
                   ADD WRK-KIT-PARTE TO WRK-KIT-PRONTO
                   SUBTRACT WRK-KIT-PARTE FROM REG-PI-KIT-PRONTO
                   REWRITE REG-PEDITEM
               END-IF
           END-IF.
           PERFORM 0271-LER-ITEM.
