       IDENTIFICATION DIVISION.
       PROGRAM-ID. margembruta.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = RELATÓRIO MENSAL DE MARGEM BRUTA: CADA ITEM DOS
      *            PEDIDOS DO MÊS É VALORIZADO PELO CUSTO MÉDIO EM
      *            VIGOR NA VENDA (GRAVADO NO ITEM PELO PEDIDOVENDA;
      *            ITEM ANTIGO SEM CUSTO VAI PELO CUSTO MÉDIO ATUAL)
      *            E AS DEVOLUÇÕES DO MÊS (DEVOLUCOES-VENDA) SÃO
      *            ABATIDAS PELO MESMO CUSTO DO ITEM ORIGINAL. MOSTRA
      *            RECEITA, CUSTO, MARGEM E MARGEM % POR PRODUTO, POR
      *            CLIENTE, POR VENDEDOR E POR FILIAL, MARCANDO A
      *            LINHA COM MARGEM NEGATIVA, E LISTA OS ITENS
      *            VENDIDOS ABAIXO DO CUSTO COM A CAUSA (PROMOÇÃO,
      *            DESCONTO POR QUANTIDADE OU PREÇO DIGITADO)
      * DATA = 15/10/2026
      * 15/10/2026 LUCAS  INCLUÍDA A SITUAÇÃO DA NF-E NO LAYOUT DO
      *                    CABEÇALHO DO PEDIDO
      * 15/10/2026 LUCAS  CABEÇALHO E ITENS DO PEDIDO LIDOS DOS
      *                    ARQUIVOS INDEXADOS PEDIDOS-CAB-IDX E
      *                    PEDIDOS-ITEM-IDX
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARQ-DEVOLUCOES ASSIGN TO 'DEVOLUCOES-VENDA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEVOLUCOES.
           SELECT ARQ-SALDOS ASSIGN TO 'SALDOS-ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-SAL-PRODUTO
               FILE STATUS IS WRK-STATUS-SALDOS.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-MARGEM-BRUTA'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

       FD  ARQ-PEDITEM.
           COPY 'peditemidx.cbl'.

       FD  ARQ-DEVOLUCOES.
       01  REG-DEVOLUCAO.
           02 REG-DEV-PEDIDO  PIC 9(06).
           02 REG-DEV-SEQ     PIC 9(03).
           02 REG-DEV-PRODUTO PIC 9(06).
           02 REG-DEV-QTDE    PIC 9(05).
           02 REG-DEV-VALOR   PIC 9(10)V99.
           02 REG-DEV-DATA    PIC 9(08).

       FD  ARQ-SALDOS.
           COPY 'saldoest.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PEDCAB     PIC X(02) VALUE '00'.
           88 PEDCAB-OK            VALUE '00'.
       77 WRK-STATUS-PEDITEM    PIC X(02) VALUE '00'.
           88 PEDITEM-OK           VALUE '00'.
       77 WRK-STATUS-DEVOLUCOES PIC X(02) VALUE '00'.
           88 DEVOLUCOES-OK        VALUE '00'.
       77 WRK-STATUS-SALDOS     PIC X(02) VALUE '00'.
           88 SALDOS-OK            VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-TABELA-EXCEDIDA PIC X(01) VALUE 'N'.
           88 TABELA-EXCEDIDA    VALUE 'S'.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       77 WRK-MES-INFORMADO PIC 9(06) VALUE ZEROES.
       01  WRK-MES-REFERENCIA.
           02 WRK-MR-ANO PIC 9(04).
           02 WRK-MR-MES PIC 9(02).
       01  WRK-MES-REF-NUM REDEFINES WRK-MES-REFERENCIA PIC 9(06).
       01  WRK-DATA-LIDA.
           02 WRK-DL-ANOMES PIC 9(06).
           02 WRK-DL-DIA    PIC 9(02).
       01  WRK-DATA-LIDA-NUM REDEFINES WRK-DATA-LIDA PIC 9(08).

      * DEVOLUÇÕES DO MÊS; O CUSTO UNITÁRIO VEM DO ITEM ORIGINAL
       77 WRK-QT-DEVOL  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-DEV   PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-DEVOLUCOES.
           02 WRK-TD-ITEM OCCURS 500 TIMES.
               03 WRK-TD-PEDIDO  PIC 9(06).
               03 WRK-TD-SEQ     PIC 9(03).
               03 WRK-TD-PRODUTO PIC 9(06).
               03 WRK-TD-QTDE    PIC 9(05).
               03 WRK-TD-VALOR   PIC 9(10)V99.
               03 WRK-TD-CUSTO   PIC 9(08)V99.

      * PEDIDOS DO MÊS E OS DE MESES ANTERIORES COM DEVOLUÇÃO NO MÊS
       77 WRK-QT-PEDIDOS PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-PED    PIC 9(04) COMP VALUE ZEROES.
       77 WRK-PED-ACHADO PIC 9(04) COMP VALUE ZEROES.
       77 WRK-PED-PROCURADO PIC 9(06) VALUE ZEROES.
       01  WRK-TAB-PEDIDOS.
           02 WRK-TP-ITEM OCCURS 2000 TIMES.
               03 WRK-TP-NUMERO   PIC 9(06).
               03 WRK-TP-CLIENTE  PIC 9(06).
               03 WRK-TP-VENDEDOR PIC 9(03).
               03 WRK-TP-FILIAL   PIC 9(02).
               03 WRK-TP-DO-MES   PIC X(01).
       77 WRK-GUARDAR-PEDIDO PIC X(01) VALUE 'N'.
           88 GUARDAR-PEDIDO    VALUE 'S'.

      * ACUMULADO POR DIMENSÃO: 1 = PRODUTO, 2 = CLIENTE,
      * 3 = VENDEDOR, 4 = FILIAL
       77 WRK-QT-LINHAS PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-LIN   PIC 9(04) COMP VALUE ZEROES.
       77 WRK-LIN-ACHADA PIC 9(04) COMP VALUE ZEROES.
       01  WRK-TAB-MARGEM.
           02 WRK-TM-ITEM OCCURS 4000 TIMES.
               03 WRK-TM-ORDEM.
                   04 WRK-TM-TIPO   PIC 9(01).
                   04 WRK-TM-CHAVE  PIC 9(06).
               03 WRK-TM-RECEITA PIC S9(11)V99.
               03 WRK-TM-CUSTO   PIC S9(11)V99.
       01  WRK-TM-AUX.
           02 FILLER PIC X(07).
           02 FILLER PIC S9(11)V99.
           02 FILLER PIC S9(11)V99.
       77 WRK-TROCOU PIC X(01) VALUE 'N'.
           88 HOUVE-TROCA VALUE 'S'.
       01  WRK-NOMES-DIMENSAO.
           02 FILLER PIC X(12) VALUE 'POR PRODUTO'.
           02 FILLER PIC X(12) VALUE 'POR CLIENTE'.
           02 FILLER PIC X(12) VALUE 'POR VENDEDOR'.
           02 FILLER PIC X(12) VALUE 'POR FILIAL'.
       01  WRK-TAB-NOMES-DIM REDEFINES WRK-NOMES-DIMENSAO.
           02 WRK-NOME-DIMENSAO PIC X(12) OCCURS 4 TIMES.
       77 WRK-SUB-DIM PIC 9(01) VALUE ZEROES.

      * VALORES DO LANÇAMENTO EM CURSO (VENDA POSITIVA, DEVOLUÇÃO
      * NEGATIVA)
       77 WRK-DIM-TIPO    PIC 9(01) VALUE ZEROES.
       77 WRK-DIM-CHAVE   PIC 9(06) VALUE ZEROES.
       77 WRK-LANC-RECEITA PIC S9(11)V99 VALUE ZEROES.
       77 WRK-LANC-CUSTO   PIC S9(11)V99 VALUE ZEROES.
       77 WRK-LANC-CLIENTE  PIC 9(06) VALUE ZEROES.
       77 WRK-LANC-VENDEDOR PIC 9(03) VALUE ZEROES.
       77 WRK-LANC-FILIAL   PIC 9(02) VALUE ZEROES.
       77 WRK-LANC-PRODUTO  PIC 9(06) VALUE ZEROES.
       77 WRK-CUSTO-UNIT    PIC 9(08)V99 VALUE ZEROES.
       77 WRK-QT-CUSTO-ATUAL PIC 9(05) VALUE ZEROES.
       77 WRK-QT-ITENS-MES   PIC 9(05) VALUE ZEROES.

       77 WRK-TOTAL-RECEITA PIC S9(11)V99 VALUE ZEROES.
       77 WRK-TOTAL-CUSTO   PIC S9(11)V99 VALUE ZEROES.
       77 WRK-MARGEM        PIC S9(11)V99 VALUE ZEROES.
       77 WRK-MARGEM-PCT    PIC S9(05)V99 VALUE ZEROES.

      * ITENS VENDIDOS ABAIXO DO CUSTO; A CAUSA É 1 = PREÇO DIGITADO,
      * 2 = PROMOÇÃO, 3 = DESCONTO POR QUANTIDADE, 4 = OS DOIS
       77 WRK-QT-ABAIXO   PIC 9(03) COMP VALUE ZEROES.
       77 WRK-QT-ABAIXO-FORA PIC 9(05) VALUE ZEROES.
       77 WRK-SUB-ABX     PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-ABAIXO.
           02 WRK-TA-ITEM OCCURS 500 TIMES.
               03 WRK-TA-PEDIDO  PIC 9(06).
               03 WRK-TA-SEQ     PIC 9(03).
               03 WRK-TA-PRODUTO PIC 9(06).
               03 WRK-TA-QTDE    PIC 9(05).
               03 WRK-TA-RECEITA PIC 9(10)V99.
               03 WRK-TA-CUSTO   PIC 9(11)V99.
               03 WRK-TA-CAUSA   PIC 9(01).
       77 WRK-CAUSA PIC 9(01) VALUE ZEROES.
       01  WRK-TOT-CAUSAS.
           02 WRK-TCA-ITEM OCCURS 4 TIMES.
               03 WRK-TCA-ITENS PIC 9(05).
               03 WRK-TCA-PERDA PIC 9(11)V99.
       01  WRK-NOMES-CAUSA.
           02 FILLER PIC X(24) VALUE 'PRECO DIGITADO'.
           02 FILLER PIC X(24) VALUE 'PROMOCAO'.
           02 FILLER PIC X(24) VALUE 'DESCONTO POR QUANTIDADE'.
           02 FILLER PIC X(24) VALUE 'PROMOCAO E DESCONTO'.
       01  WRK-TAB-NOMES-CAUSA REDEFINES WRK-NOMES-CAUSA.
           02 WRK-NOME-CAUSA PIC X(24) OCCURS 4 TIMES.
       77 WRK-PERDA PIC 9(11)V99 VALUE ZEROES.

       01  WRK-LINHA-DET.
           02 WRK-LD-CHAVE   PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LD-RECEITA PIC --.---.---.--9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LD-CUSTO   PIC --.---.---.--9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LD-MARGEM  PIC --.---.---.--9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LD-PCT     PIC -----9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LD-MARCA   PIC X(16).
       01  WRK-LINHA-ABAIXO.
           02 WRK-LA-PEDIDO  PIC 9(06).
           02 FILLER         PIC X(01) VALUE '/'.
           02 WRK-LA-SEQ     PIC 9(03).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LA-PRODUTO PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LA-QTDE    PIC ZZ.ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LA-RECEITA PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LA-CUSTO   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LA-PERDA   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LA-CAUSA   PIC X(24).
       01  WRK-LINHA-CAUSA.
           02 WRK-LCA-NOME   PIC X(24).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LCA-ITENS  PIC ZZ.ZZ9.
           02 FILLER         PIC X(10) VALUE ' ITEM(NS) '.
           02 FILLER         PIC X(07) VALUE 'PERDA: '.
           02 WRK-LCA-PERDA  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINRELAT PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'RELATÓRIO DE MARGEM BRUTA'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           INITIALIZE WRK-TOT-CAUSAS.
           DISPLAY 'MÊS DO RELATÓRIO (AAAAMM, 0 = MÊS ATUAL):'.
           ACCEPT WRK-MES-INFORMADO FROM CONSOLE.
           IF WRK-MES-INFORMADO = ZEROES
               MOVE WRK-DS-ANO TO WRK-MR-ANO
               MOVE WRK-DS-MES TO WRK-MR-MES
           ELSE
               MOVE WRK-MES-INFORMADO TO WRK-MES-REF-NUM
           END-IF.
           IF WRK-MR-MES < 1 OR WRK-MR-MES > 12
               DISPLAY 'MÊS INVÁLIDO'
               GOBACK
           END-IF.
           PERFORM 0100-CARREGAR-DEVOLUCOES.
           IF NOT TABELA-EXCEDIDA
               PERFORM 0200-CARREGAR-PEDIDOS
           END-IF.
           IF TABELA-EXCEDIDA
               DISPLAY 'MOVIMENTO DO MÊS EXCEDE O LIMITE DAS TABELAS '
                   '- RELATÓRIO RECUSADO PARA NÃO SAIR INCOMPLETO'
               GOBACK
           END-IF.
           OPEN INPUT ARQ-SALDOS.
           PERFORM 0300-VALORIZAR-ITENS.
           PERFORM 0400-ABATER-DEVOLUCOES.
           IF SALDOS-OK
               CLOSE ARQ-SALDOS
           END-IF.
           IF TABELA-EXCEDIDA
               DISPLAY 'COMBINAÇÕES DO MÊS EXCEDEM O LIMITE DE 4000 '
                   'DA TABELA - RELATÓRIO RECUSADO PARA NÃO SAIR '
                   'INCOMPLETO'
               GOBACK
           END-IF.
           MOVE 'S' TO WRK-TROCOU.
           PERFORM 0500-PASSADA-ORDENACAO UNTIL NOT HOUVE-TROCA.
           PERFORM 0600-IMPRIMIR-RELATORIO.
           DISPLAY 'ITENS VENDIDOS NO MÊS..........: '
               WRK-QT-ITENS-MES.
           DISPLAY 'DEVOLUÇÕES ABATIDAS............: ' WRK-QT-DEVOL.
           DISPLAY 'AVALIADOS PELO CUSTO ATUAL.....: '
               WRK-QT-CUSTO-ATUAL.
           IF WRK-QT-ABAIXO-FORA > ZEROES
               DISPLAY 'ITENS ABAIXO DO CUSTO FORA DA LISTA: '
                   WRK-QT-ABAIXO-FORA
           END-IF.
           DISPLAY 'FINAL DO RELATÓRIO DE MARGEM BRUTA'.
           GOBACK.

       0100-CARREGAR-DEVOLUCOES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-DEVOLUCOES.
           IF NOT DEVOLUCOES-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0110-LER-DEVOLUCAO.
           PERFORM 0120-GUARDAR-DEVOLUCAO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-DEVOLUCOES.

       0110-LER-DEVOLUCAO.
           READ ARQ-DEVOLUCOES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0120-GUARDAR-DEVOLUCAO.
           MOVE REG-DEV-DATA TO WRK-DATA-LIDA-NUM.
           IF WRK-DL-ANOMES = WRK-MES-REF-NUM
               IF WRK-QT-DEVOL < 500
                   ADD 1 TO WRK-QT-DEVOL
                   MOVE REG-DEV-PEDIDO  TO WRK-TD-PEDIDO(WRK-QT-DEVOL)
                   MOVE REG-DEV-SEQ     TO WRK-TD-SEQ(WRK-QT-DEVOL)
                   MOVE REG-DEV-PRODUTO TO WRK-TD-PRODUTO(WRK-QT-DEVOL)
                   MOVE REG-DEV-QTDE    TO WRK-TD-QTDE(WRK-QT-DEVOL)
                   MOVE REG-DEV-VALOR   TO WRK-TD-VALOR(WRK-QT-DEVOL)
                   MOVE ZEROES          TO WRK-TD-CUSTO(WRK-QT-DEVOL)
               ELSE
                   MOVE 'S' TO WRK-TABELA-EXCEDIDA
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               END-IF
           END-IF.
           PERFORM 0110-LER-DEVOLUCAO.

       0200-CARREGAR-PEDIDOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PEDCAB.
           IF NOT PEDCAB-OK
               DISPLAY 'ARQUIVO DE PEDIDOS NÃO ENCONTRADO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0210-LER-PEDCAB.
           PERFORM 0220-GUARDAR-PEDIDO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-PEDCAB.

       0210-LER-PEDCAB.
           READ ARQ-PEDCAB NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0220-GUARDAR-PEDIDO.
           MOVE REG-PC-DATA TO WRK-DATA-LIDA-NUM.
           MOVE 'N' TO WRK-GUARDAR-PEDIDO.
           IF WRK-DL-ANOMES = WRK-MES-REF-NUM
               MOVE 'S' TO WRK-GUARDAR-PEDIDO
           ELSE
               PERFORM VARYING WRK-SUB-DEV FROM 1 BY 1
                   UNTIL WRK-SUB-DEV > WRK-QT-DEVOL
                       OR GUARDAR-PEDIDO
                   IF WRK-TD-PEDIDO(WRK-SUB-DEV) = REG-PC-NUMERO
                       MOVE 'S' TO WRK-GUARDAR-PEDIDO
                   END-IF
               END-PERFORM
           END-IF.
           IF GUARDAR-PEDIDO
               IF WRK-QT-PEDIDOS < 2000
                   ADD 1 TO WRK-QT-PEDIDOS
                   MOVE REG-PC-NUMERO
                       TO WRK-TP-NUMERO(WRK-QT-PEDIDOS)
                   MOVE REG-PC-CLIENTE
                       TO WRK-TP-CLIENTE(WRK-QT-PEDIDOS)
                   MOVE REG-PC-VENDEDOR
                       TO WRK-TP-VENDEDOR(WRK-QT-PEDIDOS)
                   MOVE REG-PC-FILIAL
                       TO WRK-TP-FILIAL(WRK-QT-PEDIDOS)
                   IF WRK-DL-ANOMES = WRK-MES-REF-NUM
                       MOVE 'S' TO WRK-TP-DO-MES(WRK-QT-PEDIDOS)
                   ELSE
                       MOVE 'N' TO WRK-TP-DO-MES(WRK-QT-PEDIDOS)
                   END-IF
               ELSE
                   MOVE 'S' TO WRK-TABELA-EXCEDIDA
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               END-IF
           END-IF.
           PERFORM 0210-LER-PEDCAB.

       0300-VALORIZAR-ITENS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PEDITEM.
           IF NOT PEDITEM-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0310-LER-ITEM.
           PERFORM 0320-VALORIZAR-ITEM UNTIL FIM-ARQUIVO.
           CLOSE ARQ-PEDITEM.

       0310-LER-ITEM.
           READ ARQ-PEDITEM NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * O ITEM DO MÊS ENTRA COMO VENDA; O DE PEDIDO COM DEVOLUÇÃO NO
      * MÊS SÓ EMPRESTA O CUSTO UNITÁRIO PARA A DEVOLUÇÃO
       0320-VALORIZAR-ITEM.
           MOVE REG-PI-NUMERO TO WRK-PED-PROCURADO.
           PERFORM 0330-LOCALIZAR-PEDIDO.
           IF WRK-PED-ACHADO = ZEROES
               PERFORM 0310-LER-ITEM
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-PI-PRODUTO TO WRK-LANC-PRODUTO.
           IF REG-PI-CUSTO IS NUMERIC AND REG-PI-CUSTO > ZEROES
               MOVE REG-PI-CUSTO TO WRK-CUSTO-UNIT
           ELSE
               PERFORM 0340-CUSTO-ATUAL
           END-IF.
           PERFORM VARYING WRK-SUB-DEV FROM 1 BY 1
               UNTIL WRK-SUB-DEV > WRK-QT-DEVOL
               IF WRK-TD-PEDIDO(WRK-SUB-DEV) = REG-PI-NUMERO AND
                  WRK-TD-SEQ(WRK-SUB-DEV) = REG-PI-SEQ
                   MOVE WRK-CUSTO-UNIT TO WRK-TD-CUSTO(WRK-SUB-DEV)
               END-IF
           END-PERFORM.
           IF WRK-TP-DO-MES(WRK-PED-ACHADO) = 'S'
               ADD 1 TO WRK-QT-ITENS-MES
               IF NOT (REG-PI-CUSTO IS NUMERIC AND
                       REG-PI-CUSTO > ZEROES)
                   ADD 1 TO WRK-QT-CUSTO-ATUAL
               END-IF
               MOVE REG-PI-TOTAL TO WRK-LANC-RECEITA
               COMPUTE WRK-LANC-CUSTO = REG-PI-QTDE * WRK-CUSTO-UNIT
               PERFORM 0350-LANCAR-NAS-DIMENSOES
               IF WRK-LANC-RECEITA < WRK-LANC-CUSTO
                   PERFORM 0360-GUARDAR-ABAIXO-CUSTO
               END-IF
           END-IF.
           PERFORM 0310-LER-ITEM.

       0330-LOCALIZAR-PEDIDO.
           MOVE ZEROES TO WRK-PED-ACHADO.
           PERFORM VARYING WRK-SUB-PED FROM 1 BY 1
               UNTIL WRK-SUB-PED > WRK-QT-PEDIDOS
                   OR WRK-PED-ACHADO > ZEROES
               IF WRK-TP-NUMERO(WRK-SUB-PED) = WRK-PED-PROCURADO
                   MOVE WRK-SUB-PED TO WRK-PED-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-PED-ACHADO > ZEROES
               MOVE WRK-TP-CLIENTE(WRK-PED-ACHADO)
                   TO WRK-LANC-CLIENTE
               MOVE WRK-TP-VENDEDOR(WRK-PED-ACHADO)
                   TO WRK-LANC-VENDEDOR
               MOVE WRK-TP-FILIAL(WRK-PED-ACHADO) TO WRK-LANC-FILIAL
           END-IF.

      * ITEM GRAVADO ANTES DO CUSTO NA VENDA: VALE O CUSTO MÉDIO
      * ATUAL DO PRODUTO
       0340-CUSTO-ATUAL.
           MOVE ZEROES TO WRK-CUSTO-UNIT.
           IF SALDOS-OK
               MOVE WRK-LANC-PRODUTO TO REG-SAL-PRODUTO
               READ ARQ-SALDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-SAL-CUSTO-MEDIO TO WRK-CUSTO-UNIT
               END-READ
           END-IF.

       0350-LANCAR-NAS-DIMENSOES.
           MOVE 1 TO WRK-DIM-TIPO.
           MOVE WRK-LANC-PRODUTO TO WRK-DIM-CHAVE.
           PERFORM 0355-SOMAR-NA-TABELA.
           MOVE 2 TO WRK-DIM-TIPO.
           MOVE WRK-LANC-CLIENTE TO WRK-DIM-CHAVE.
           PERFORM 0355-SOMAR-NA-TABELA.
           MOVE 3 TO WRK-DIM-TIPO.
           MOVE WRK-LANC-VENDEDOR TO WRK-DIM-CHAVE.
           PERFORM 0355-SOMAR-NA-TABELA.
           MOVE 4 TO WRK-DIM-TIPO.
           MOVE WRK-LANC-FILIAL TO WRK-DIM-CHAVE.
           PERFORM 0355-SOMAR-NA-TABELA.
           ADD WRK-LANC-RECEITA TO WRK-TOTAL-RECEITA.
           ADD WRK-LANC-CUSTO TO WRK-TOTAL-CUSTO.

       0355-SOMAR-NA-TABELA.
           MOVE ZEROES TO WRK-LIN-ACHADA.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS
                   OR WRK-LIN-ACHADA > ZEROES
               IF WRK-TM-TIPO(WRK-SUB-LIN) = WRK-DIM-TIPO AND
                  WRK-TM-CHAVE(WRK-SUB-LIN) = WRK-DIM-CHAVE
                   MOVE WRK-SUB-LIN TO WRK-LIN-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-LIN-ACHADA = ZEROES
               IF WRK-QT-LINHAS < 4000
                   ADD 1 TO WRK-QT-LINHAS
                   MOVE WRK-QT-LINHAS TO WRK-LIN-ACHADA
                   MOVE WRK-DIM-TIPO TO WRK-TM-TIPO(WRK-LIN-ACHADA)
                   MOVE WRK-DIM-CHAVE TO WRK-TM-CHAVE(WRK-LIN-ACHADA)
                   MOVE ZEROES TO WRK-TM-RECEITA(WRK-LIN-ACHADA)
                   MOVE ZEROES TO WRK-TM-CUSTO(WRK-LIN-ACHADA)
               ELSE
                   MOVE 'S' TO WRK-TABELA-EXCEDIDA
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD WRK-LANC-RECEITA TO WRK-TM-RECEITA(WRK-LIN-ACHADA).
           ADD WRK-LANC-CUSTO TO WRK-TM-CUSTO(WRK-LIN-ACHADA).

       0360-GUARDAR-ABAIXO-CUSTO.
           MOVE 1 TO WRK-CAUSA.
           IF REG-PI-PROMO = 'S'
               ADD 1 TO WRK-CAUSA
           END-IF.
           IF REG-PI-DESCONTO IS NUMERIC AND
              REG-PI-DESCONTO > ZEROES
               ADD 2 TO WRK-CAUSA
           END-IF.
           COMPUTE WRK-PERDA = WRK-LANC-CUSTO - WRK-LANC-RECEITA.
           ADD 1 TO WRK-TCA-ITENS(WRK-CAUSA).
           ADD WRK-PERDA TO WRK-TCA-PERDA(WRK-CAUSA).
           IF WRK-QT-ABAIXO < 500
               ADD 1 TO WRK-QT-ABAIXO
               MOVE REG-PI-NUMERO  TO WRK-TA-PEDIDO(WRK-QT-ABAIXO)
               MOVE REG-PI-SEQ     TO WRK-TA-SEQ(WRK-QT-ABAIXO)
               MOVE REG-PI-PRODUTO TO WRK-TA-PRODUTO(WRK-QT-ABAIXO)
               MOVE REG-PI-QTDE    TO WRK-TA-QTDE(WRK-QT-ABAIXO)
               MOVE WRK-LANC-RECEITA TO WRK-TA-RECEITA(WRK-QT-ABAIXO)
               MOVE WRK-LANC-CUSTO TO WRK-TA-CUSTO(WRK-QT-ABAIXO)
               MOVE WRK-CAUSA      TO WRK-TA-CAUSA(WRK-QT-ABAIXO)
           ELSE
               ADD 1 TO WRK-QT-ABAIXO-FORA
           END-IF.

      * A DEVOLUÇÃO SAI DA RECEITA PELO VALOR DEVOLVIDO E DO CUSTO
      * PELO CUSTO UNITÁRIO DO ITEM ORIGINAL, NAS DIMENSÕES DO PEDIDO
      * DE ORIGEM (PEDIDO NÃO ACHADO FICA SEM CLIENTE/VENDEDOR/FILIAL)
       0400-ABATER-DEVOLUCOES.
           PERFORM VARYING WRK-SUB-DEV FROM 1 BY 1
               UNTIL WRK-SUB-DEV > WRK-QT-DEVOL
               PERFORM 0410-ABATER-DEVOLUCAO
           END-PERFORM.

       0410-ABATER-DEVOLUCAO.
           MOVE ZEROES TO WRK-LANC-CLIENTE.
           MOVE ZEROES TO WRK-LANC-VENDEDOR.
           MOVE ZEROES TO WRK-LANC-FILIAL.
           MOVE WRK-TD-PEDIDO(WRK-SUB-DEV) TO WRK-PED-PROCURADO.
           PERFORM 0330-LOCALIZAR-PEDIDO.
           MOVE WRK-TD-PRODUTO(WRK-SUB-DEV) TO WRK-LANC-PRODUTO.
           IF WRK-TD-CUSTO(WRK-SUB-DEV) = ZEROES
               PERFORM 0340-CUSTO-ATUAL
               MOVE WRK-CUSTO-UNIT TO WRK-TD-CUSTO(WRK-SUB-DEV)
           END-IF.
           COMPUTE WRK-LANC-RECEITA = WRK-TD-VALOR(WRK-SUB-DEV) * -1.
           COMPUTE WRK-LANC-CUSTO =
               WRK-TD-QTDE(WRK-SUB-DEV) *
               WRK-TD-CUSTO(WRK-SUB-DEV) * -1.
           PERFORM 0350-LANCAR-NAS-DIMENSOES.

       0500-PASSADA-ORDENACAO.
           MOVE 'N' TO WRK-TROCOU.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS - 1
               IF WRK-TM-ORDEM(WRK-SUB-LIN) >
                  WRK-TM-ORDEM(WRK-SUB-LIN + 1)
                   PERFORM 0510-TROCAR
                   MOVE 'S' TO WRK-TROCOU
               END-IF
           END-PERFORM.

       0510-TROCAR.
           MOVE WRK-TM-ITEM(WRK-SUB-LIN) TO WRK-TM-AUX.
           MOVE WRK-TM-ITEM(WRK-SUB-LIN + 1)
               TO WRK-TM-ITEM(WRK-SUB-LIN).
           MOVE WRK-TM-AUX TO WRK-TM-ITEM(WRK-SUB-LIN + 1).

       0600-IMPRIMIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE 'EMPRESA XYZ COMERCIO LTDA' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'MARGEM BRUTA DO MES ' WRK-MR-MES '/' WRK-MR-ANO
               ' - VENDAS AO CUSTO MEDIO DA VENDA, DEVOLUCOES '
               'ABATIDAS' DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0610-IMPRIMIR-DIMENSAO
               VARYING WRK-SUB-DIM FROM 1 BY 1
               UNTIL WRK-SUB-DIM > 4.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ZEROES TO WRK-LD-CHAVE.
           MOVE WRK-TOTAL-RECEITA TO WRK-LANC-RECEITA.
           MOVE WRK-TOTAL-CUSTO TO WRK-LANC-CUSTO.
           PERFORM 0630-MONTAR-VALORES.
           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           MOVE 'TOTAL ' TO REG-RELATORIO(1:6).
           WRITE REG-RELATORIO.
           PERFORM 0640-IMPRIMIR-ABAIXO-CUSTO.
           CLOSE ARQ-RELATORIO.

       0610-IMPRIMIR-DIMENSAO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-NOME-DIMENSAO(WRK-SUB-DIM) TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE 'CODIGO'       TO REG-RELATORIO(1:6).
           MOVE 'RECEITA'      TO REG-RELATORIO(21:7).
           MOVE 'CUSTO'        TO REG-RELATORIO(44:5).
           MOVE 'MARGEM'       TO REG-RELATORIO(64:6).
           MOVE 'MARGEM%'      TO REG-RELATORIO(74:7).
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS
               IF WRK-TM-TIPO(WRK-SUB-LIN) = WRK-SUB-DIM
                   PERFORM 0620-IMPRIMIR-LINHA
               END-IF
           END-PERFORM.

       0620-IMPRIMIR-LINHA.
           MOVE WRK-TM-CHAVE(WRK-SUB-LIN) TO WRK-LD-CHAVE.
           MOVE WRK-TM-RECEITA(WRK-SUB-LIN) TO WRK-LANC-RECEITA.
           MOVE WRK-TM-CUSTO(WRK-SUB-LIN) TO WRK-LANC-CUSTO.
           PERFORM 0630-MONTAR-VALORES.
           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0630-MONTAR-VALORES.
           COMPUTE WRK-MARGEM = WRK-LANC-RECEITA - WRK-LANC-CUSTO.
           IF WRK-LANC-RECEITA > ZEROES
               COMPUTE WRK-MARGEM-PCT ROUNDED =
                   WRK-MARGEM * 100 / WRK-LANC-RECEITA
                   ON SIZE ERROR
                       MOVE -99999,99 TO WRK-MARGEM-PCT
               END-COMPUTE
           ELSE
               MOVE ZEROES TO WRK-MARGEM-PCT
           END-IF.
           MOVE WRK-LANC-RECEITA TO WRK-LD-RECEITA.
           MOVE WRK-LANC-CUSTO TO WRK-LD-CUSTO.
           MOVE WRK-MARGEM TO WRK-LD-MARGEM.
           MOVE WRK-MARGEM-PCT TO WRK-LD-PCT.
           IF WRK-MARGEM < ZEROES
               MOVE '*ABAIXO DO CUSTO' TO WRK-LD-MARCA
           ELSE
               MOVE SPACES TO WRK-LD-MARCA
           END-IF.

       0640-IMPRIMIR-ABAIXO-CUSTO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'ITENS VENDIDOS ABAIXO DO CUSTO' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WRK-QT-ABAIXO = ZEROES
               MOVE 'NENHUM ITEM VENDIDO ABAIXO DO CUSTO NO MES'
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           MOVE 'PEDIDO/SEQ'  TO REG-RELATORIO(1:10).
           MOVE 'PRODUTO'     TO REG-RELATORIO(13:7).
           MOVE 'QTDE'        TO REG-RELATORIO(23:4).
           MOVE 'RECEITA'     TO REG-RELATORIO(36:7).
           MOVE 'CUSTO'       TO REG-RELATORIO(54:5).
           MOVE 'PERDA'       TO REG-RELATORIO(70:5).
           MOVE 'CAUSA'       TO REG-RELATORIO(77:5).
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-SUB-ABX FROM 1 BY 1
               UNTIL WRK-SUB-ABX > WRK-QT-ABAIXO
               MOVE WRK-TA-PEDIDO(WRK-SUB-ABX)  TO WRK-LA-PEDIDO
               MOVE WRK-TA-SEQ(WRK-SUB-ABX)     TO WRK-LA-SEQ
               MOVE WRK-TA-PRODUTO(WRK-SUB-ABX) TO WRK-LA-PRODUTO
               MOVE WRK-TA-QTDE(WRK-SUB-ABX)    TO WRK-LA-QTDE
               MOVE WRK-TA-RECEITA(WRK-SUB-ABX) TO WRK-LA-RECEITA
               MOVE WRK-TA-CUSTO(WRK-SUB-ABX)   TO WRK-LA-CUSTO
               COMPUTE WRK-PERDA = WRK-TA-CUSTO(WRK-SUB-ABX) -
                   WRK-TA-RECEITA(WRK-SUB-ABX)
               MOVE WRK-PERDA TO WRK-LA-PERDA
               MOVE WRK-NOME-CAUSA(WRK-TA-CAUSA(WRK-SUB-ABX))
                   TO WRK-LA-CAUSA
               MOVE WRK-LINHA-ABAIXO TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'PERDA POR CAUSA' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-CAUSA FROM 1 BY 1
               UNTIL WRK-CAUSA > 4
               MOVE WRK-NOME-CAUSA(WRK-CAUSA) TO WRK-LCA-NOME
               MOVE WRK-TCA-ITENS(WRK-CAUSA) TO WRK-LCA-ITENS
               MOVE WRK-TCA-PERDA(WRK-CAUSA) TO WRK-LCA-PERDA
               MOVE WRK-LINHA-CAUSA TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.
