       IDENTIFICATION DIVISION.
       PROGRAM-ID. custoadicional.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = RATEIO DO CUSTO ADICIONAL DA COMPRA (FRETE DE
      *            ENTRADA, SEGURO, DESCARGA) SOBRE OS PEDIDOS DE
      *            COMPRA RECEBIDOS QUE O DOCUMENTO COBRE: A DIVISÃO
      *            É PELO VALOR ACEITO DE CADA PEDIDO OU PELO PESO
      *            INFORMADO NA DIGITAÇÃO, E CADA PARCELA VAI PARA
      *            MOVIMENTOS-ESTOQUE COMO MOVIMENTO SÓ DE CUSTO
      *            (TIPO 'C', QUANTIDADE ZERO), QUE A BAIXA
      *            (ESTOQUEPOSTA) SOMA NO CUSTO MÉDIO PONDERADO DO
      *            PRODUTO - O CUSTO DEIXA DE SAIR SÓ COM O PREÇO
      *            NEGOCIADO; O RATEIO FICA EM CUSTOS-ADICIONAIS
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-COMPRAS ASSIGN TO 'PEDIDOS-COMPRA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COMPRAS.
           SELECT ARQ-CUSTOS ASSIGN TO 'CUSTOS-ADICIONAIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CUSTOS.
           SELECT ARQ-MOVIMENTOS ASSIGN TO 'MOVIMENTOS-ESTOQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVIMENTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-COMPRAS.
           COPY 'pedcompra.cbl'.

       FD  ARQ-CUSTOS.
           COPY 'custoadic.cbl'.

       FD  ARQ-MOVIMENTOS.
           COPY 'movest.cbl'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-COMPRAS    PIC X(02) VALUE '00'.
           88 COMPRAS-OK           VALUE '00'.
       77 WRK-STATUS-CUSTOS     PIC X(02) VALUE '00'.
           88 CUSTOS-OK            VALUE '00'.
       77 WRK-STATUS-MOVIMENTOS PIC X(02) VALUE '00'.
           88 MOVIMENTOS-OK        VALUE '00'.
       77 WRK-FIM-COMPRAS PIC X(01) VALUE 'N'.
           88 FIM-COMPRAS    VALUE 'S'.
       77 WRK-FIM-CUSTOS  PIC X(01) VALUE 'N'.
           88 FIM-CUSTOS     VALUE 'S'.

      * DADOS DO DOCUMENTO DE CUSTO ADICIONAL
       77 WRK-DOCUMENTO    PIC X(10) VALUE SPACES.
       77 WRK-DOC-USADO    PIC X(01) VALUE 'N'.
           88 DOCUMENTO-USADO VALUE 'S'.
       77 WRK-TIPO         PIC X(01) VALUE SPACES.
           88 TIPO-VALIDO     VALUE 'F' 'S' 'D' 'O'.
       77 WRK-CRITERIO     PIC X(01) VALUE SPACES.
           88 CRITERIO-VALOR  VALUE 'V'.
           88 CRITERIO-PESO   VALUE 'P'.
           88 CRITERIO-VALIDO VALUE 'V' 'P'.
       77 WRK-VALOR-TOTAL  PIC 9(08)V99 VALUE ZEROES.
       77 WRK-CONFIRMA     PIC X(01) VALUE SPACES.

      * PEDIDOS RECEBIDOS COBERTOS PELO DOCUMENTO E SUA PARCELA
       77 WRK-NUMERO-COMPRA PIC 9(06) VALUE ZEROES.
       77 WRK-PEDIDO-ACHADO PIC X(01) VALUE 'N'.
           88 PEDIDO-ACHADO    VALUE 'S'.
       77 WRK-FIM-DIGITACAO PIC X(01) VALUE 'N'.
           88 FIM-DIGITACAO    VALUE 'S'.
       77 WRK-QTDE-ACEITA   PIC 9(05) VALUE ZEROES.
       77 WRK-PESO          PIC 9(07)V99 VALUE ZEROES.
       77 WRK-QT-RATEIO  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-RAT    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-RAT-ACHADO PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-RATEIO.
           02 WRK-TR-ITEM OCCURS 20 TIMES.
               03 WRK-TR-PEDIDO  PIC 9(06).
               03 WRK-TR-PRODUTO PIC 9(06).
               03 WRK-TR-BASE    PIC 9(10)V99.
               03 WRK-TR-VALOR   PIC 9(08)V99.
       77 WRK-SOMA-BASE    PIC 9(12)V99 VALUE ZEROES.
       77 WRK-SOMA-RATEADA PIC 9(08)V99 VALUE ZEROES.
       77 WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-BASE-ED      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'RATEIO DE CUSTO ADICIONAL DE COMPRA'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           DISPLAY 'DOCUMENTO DO CUSTO (BRANCO = DESISTIR):'.
           ACCEPT WRK-DOCUMENTO FROM CONSOLE.
           IF WRK-DOCUMENTO = SPACES
               DISPLAY 'RATEIO NÃO EFETIVADO'
               GOBACK
           END-IF.
           PERFORM 0100-VERIFICAR-DOCUMENTO.
           IF DOCUMENTO-USADO
               DISPLAY 'DOCUMENTO JÁ RATEADO EM CUSTOS-ADICIONAIS - '
                   'RATEIO RECUSADO'
               GOBACK
           END-IF.
           PERFORM 0150-PEDIR-TIPO UNTIL TIPO-VALIDO.
           PERFORM 0160-PEDIR-VALOR UNTIL WRK-VALOR-TOTAL > ZEROES.
           PERFORM 0170-PEDIR-CRITERIO UNTIL CRITERIO-VALIDO.
           PERFORM 0200-PEDIR-PEDIDO UNTIL FIM-DIGITACAO.
           IF WRK-QT-RATEIO = ZEROES OR WRK-SOMA-BASE = ZEROES
               DISPLAY 'NENHUM PEDIDO RECEBIDO INFORMADO - RATEIO '
                   'NÃO EFETIVADO'
               GOBACK
           END-IF.
           PERFORM 0300-RATEAR.
           DISPLAY 'GRAVAR O RATEIO? (S/N)'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'RATEIO DESCARTADO - NADA GRAVADO'
               GOBACK
           END-IF.
           PERFORM 0400-GRAVAR-RATEIO.
           DISPLAY 'RATEIO GRAVADO - O CUSTO ENTRA NO CUSTO MÉDIO '
               'NA PRÓXIMA BAIXA DE ESTOQUE'.
           DISPLAY 'FINAL DO RATEIO DE CUSTO ADICIONAL'.
           GOBACK.

      * O MESMO DOCUMENTO NÃO É RATEADO DUAS VEZES
       0100-VERIFICAR-DOCUMENTO.
           MOVE 'N' TO WRK-DOC-USADO.
           OPEN INPUT ARQ-CUSTOS.
           IF CUSTOS-OK
               PERFORM 0110-LER-CUSTO
               PERFORM 0120-CONFERIR-CUSTO UNTIL FIM-CUSTOS
               CLOSE ARQ-CUSTOS
           END-IF.

       0110-LER-CUSTO.
           READ ARQ-CUSTOS
               AT END
                   MOVE 'S' TO WRK-FIM-CUSTOS
           END-READ.

       0120-CONFERIR-CUSTO.
           IF REG-CUA-DOCUMENTO = WRK-DOCUMENTO
               MOVE 'S' TO WRK-DOC-USADO
               MOVE 'S' TO WRK-FIM-CUSTOS
           ELSE
               PERFORM 0110-LER-CUSTO
           END-IF.

       0150-PEDIR-TIPO.
           DISPLAY 'TIPO (F=FRETE S=SEGURO D=DESCARGA O=OUTROS):'.
           ACCEPT WRK-TIPO FROM CONSOLE.
           IF NOT TIPO-VALIDO
               DISPLAY 'TIPO INVÁLIDO'
           END-IF.

       0160-PEDIR-VALOR.
           DISPLAY 'VALOR TOTAL DO DOCUMENTO:'.
           ACCEPT WRK-VALOR-TOTAL FROM CONSOLE.
           IF WRK-VALOR-TOTAL = ZEROES
               DISPLAY 'VALOR DEVE SER MAIOR QUE ZERO'
           END-IF.

       0170-PEDIR-CRITERIO.
           DISPLAY 'RATEAR POR (V=VALOR DOS PEDIDOS P=PESO):'.
           ACCEPT WRK-CRITERIO FROM CONSOLE.
           IF NOT CRITERIO-VALIDO
               DISPLAY 'CRITÉRIO INVÁLIDO'
           END-IF.

      * CADA PEDIDO PRECISA ESTAR RECEBIDO E TER QUANTIDADE ACEITA;
      * A BASE É O VALOR ACEITO (ACEITA X PREÇO) OU O PESO DIGITADO
       0200-PEDIR-PEDIDO.
           IF WRK-QT-RATEIO NOT < 20
               DISPLAY 'LIMITE DE 20 PEDIDOS POR DOCUMENTO'
               MOVE 'S' TO WRK-FIM-DIGITACAO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'PEDIDO DE COMPRA RECEBIDO (0 = FIM):'.
           ACCEPT WRK-NUMERO-COMPRA FROM CONSOLE.
           IF WRK-NUMERO-COMPRA = ZEROES
               MOVE 'S' TO WRK-FIM-DIGITACAO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-RAT-ACHADO.
           PERFORM VARYING WRK-SUB-RAT FROM 1 BY 1
               UNTIL WRK-SUB-RAT > WRK-QT-RATEIO
               IF WRK-TR-PEDIDO(WRK-SUB-RAT) = WRK-NUMERO-COMPRA
                   MOVE WRK-SUB-RAT TO WRK-RAT-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-RAT-ACHADO > ZEROES
               DISPLAY 'PEDIDO JÁ INFORMADO NESTE DOCUMENTO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0210-LOCALIZAR-PEDIDO.
           IF NOT PEDIDO-ACHADO
               DISPLAY 'PEDIDO DE COMPRA NÃO ENCONTRADO'
               EXIT PARAGRAPH
           END-IF.
           IF NOT REG-PCO-RECEBIDO
               DISPLAY 'PEDIDO AINDA NÃO RECEBIDO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0220-CALCULAR-ACEITA.
           IF WRK-QTDE-ACEITA = ZEROES
               DISPLAY 'PEDIDO SEM QUANTIDADE ACEITA NO ESTOQUE'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-RATEIO.
           MOVE REG-PCO-NUMERO  TO WRK-TR-PEDIDO(WRK-QT-RATEIO).
           MOVE REG-PCO-PRODUTO TO WRK-TR-PRODUTO(WRK-QT-RATEIO).
           MOVE ZEROES TO WRK-TR-VALOR(WRK-QT-RATEIO).
           IF CRITERIO-VALOR
               COMPUTE WRK-TR-BASE(WRK-QT-RATEIO) =
                   WRK-QTDE-ACEITA * REG-PCO-PRECO
           ELSE
               MOVE ZEROES TO WRK-PESO
               PERFORM 0230-PEDIR-PESO UNTIL WRK-PESO > ZEROES
               MOVE WRK-PESO TO WRK-TR-BASE(WRK-QT-RATEIO)
           END-IF.
           ADD WRK-TR-BASE(WRK-QT-RATEIO) TO WRK-SOMA-BASE.
           DISPLAY 'PRODUTO ' REG-PCO-PRODUTO ' ACEITO '
               WRK-QTDE-ACEITA ' - INCLUIDO NO RATEIO'.

       0210-LOCALIZAR-PEDIDO.
           MOVE 'N' TO WRK-PEDIDO-ACHADO.
           MOVE 'N' TO WRK-FIM-COMPRAS.
           OPEN INPUT ARQ-COMPRAS.
           IF NOT COMPRAS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0211-LER-COMPRA.
           PERFORM 0212-CONFERIR-COMPRA UNTIL FIM-COMPRAS.
           CLOSE ARQ-COMPRAS.

       0211-LER-COMPRA.
           READ ARQ-COMPRAS
               AT END
                   MOVE 'S' TO WRK-FIM-COMPRAS
           END-READ.

       0212-CONFERIR-COMPRA.
           IF REG-PCO-NUMERO = WRK-NUMERO-COMPRA
               MOVE 'S' TO WRK-PEDIDO-ACHADO
               MOVE 'S' TO WRK-FIM-COMPRAS
           ELSE
               PERFORM 0211-LER-COMPRA
           END-IF.

      * PEDIDO RECEBIDO ANTES DA GRAVAÇÃO DA QUANTIDADE RECEBIDA
      * ENTROU INTEIRO NO ESTOQUE
       0220-CALCULAR-ACEITA.
           IF REG-PCO-QTDE-RECEBIDA IS NUMERIC
               MOVE REG-PCO-QTDE-RECEBIDA TO WRK-QTDE-ACEITA
           ELSE
               MOVE REG-PCO-QTDE TO WRK-QTDE-ACEITA
           END-IF.
           IF REG-PCO-QTDE-REJEITADA IS NUMERIC
               IF REG-PCO-QTDE-REJEITADA < WRK-QTDE-ACEITA
                   SUBTRACT REG-PCO-QTDE-REJEITADA
                       FROM WRK-QTDE-ACEITA
               ELSE
                   MOVE ZEROES TO WRK-QTDE-ACEITA
               END-IF
           END-IF.

       0230-PEDIR-PESO.
           DISPLAY 'PESO RECEBIDO DO PEDIDO (KG):'.
           ACCEPT WRK-PESO FROM CONSOLE.
           IF WRK-PESO = ZEROES
               DISPLAY 'PESO DEVE SER MAIOR QUE ZERO'
           END-IF.

      * A PARCELA DE CADA PEDIDO É PROPORCIONAL À SUA BASE; O ÚLTIMO
      * PEDIDO LEVA A SOBRA DO ARREDONDAMENTO, PARA O RATEIO FECHAR
      * CENTAVO A CENTAVO COM O DOCUMENTO
       0300-RATEAR.
           MOVE ZEROES TO WRK-SOMA-RATEADA.
           PERFORM VARYING WRK-SUB-RAT FROM 1 BY 1
               UNTIL WRK-SUB-RAT > WRK-QT-RATEIO
               IF WRK-SUB-RAT = WRK-QT-RATEIO
                   COMPUTE WRK-TR-VALOR(WRK-SUB-RAT) =
                       WRK-VALOR-TOTAL - WRK-SOMA-RATEADA
               ELSE
                   COMPUTE WRK-TR-VALOR(WRK-SUB-RAT) ROUNDED =
                       WRK-VALOR-TOTAL * WRK-TR-BASE(WRK-SUB-RAT) /
                       WRK-SOMA-BASE
                   ADD WRK-TR-VALOR(WRK-SUB-RAT) TO WRK-SOMA-RATEADA
               END-IF
               MOVE WRK-TR-BASE(WRK-SUB-RAT) TO WRK-BASE-ED
               MOVE WRK-TR-VALOR(WRK-SUB-RAT) TO WRK-VALOR-ED
               DISPLAY 'PEDIDO ' WRK-TR-PEDIDO(WRK-SUB-RAT)
                   ' PRODUTO ' WRK-TR-PRODUTO(WRK-SUB-RAT)
                   ' BASE ' WRK-BASE-ED ' PARCELA ' WRK-VALOR-ED
           END-PERFORM.
           MOVE WRK-VALOR-TOTAL TO WRK-VALOR-ED.
           DISPLAY 'TOTAL RATEADO: ' WRK-VALOR-ED.

      * CADA PARCELA VIRA UM MOVIMENTO SÓ DE CUSTO (QUANTIDADE ZERO,
      * CUSTO = VALOR TOTAL DA PARCELA) E UMA LINHA DO RATEIO
       0400-GRAVAR-RATEIO.
           OPEN EXTEND ARQ-MOVIMENTOS.
           IF NOT MOVIMENTOS-OK
               OPEN OUTPUT ARQ-MOVIMENTOS
           END-IF.
           OPEN EXTEND ARQ-CUSTOS.
           IF NOT CUSTOS-OK
               OPEN OUTPUT ARQ-CUSTOS
           END-IF.
           PERFORM VARYING WRK-SUB-RAT FROM 1 BY 1
               UNTIL WRK-SUB-RAT > WRK-QT-RATEIO
               IF WRK-TR-VALOR(WRK-SUB-RAT) > ZEROES
                   MOVE WRK-TR-PRODUTO(WRK-SUB-RAT)
                       TO REG-MOV-PRODUTO
                   MOVE 'C'              TO REG-MOV-TIPO
                   MOVE WRK-DATA-SYS-NUM TO REG-MOV-DATA
                   MOVE ZEROES           TO REG-MOV-QTDE
                   MOVE WRK-TR-VALOR(WRK-SUB-RAT) TO REG-MOV-CUSTO
                   MOVE 'CUSTO-ADIC'     TO REG-MOV-REF
                   MOVE SPACES           TO REG-MOV-LOTE
                   MOVE ZEROES           TO REG-MOV-VALIDADE
                   MOVE ZEROES           TO REG-MOV-FILIAL
                   MOVE ZEROES           TO REG-MOV-PEDIDO
                   MOVE ZEROES           TO REG-MOV-KIT-PRONTO
                   WRITE REG-MOVIMENTO
               END-IF
               MOVE WRK-DOCUMENTO    TO REG-CUA-DOCUMENTO
               MOVE WRK-TIPO         TO REG-CUA-TIPO
               MOVE WRK-DATA-SYS-NUM TO REG-CUA-DATA
               MOVE WRK-CRITERIO     TO REG-CUA-CRITERIO
               MOVE WRK-TR-PEDIDO(WRK-SUB-RAT)  TO REG-CUA-PEDIDO
               MOVE WRK-TR-PRODUTO(WRK-SUB-RAT) TO REG-CUA-PRODUTO
               MOVE WRK-TR-BASE(WRK-SUB-RAT)    TO REG-CUA-BASE
               MOVE WRK-TR-VALOR(WRK-SUB-RAT)   TO REG-CUA-VALOR
               WRITE REG-CUSTO-ADIC
           END-PERFORM.
           CLOSE ARQ-CUSTOS.
           CLOSE ARQ-MOVIMENTOS.
