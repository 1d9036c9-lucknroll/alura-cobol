       IDENTIFICATION DIVISION.
       PROGRAM-ID. pedidoconv.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = CARGA ÚNICA DOS PEDIDOS DE VENDA SEQUENCIAIS
      *            (PEDIDOS-CAB E PEDIDOS-ITEM, QUE TODO CONSUMIDOR
      *            VARRIA DE PONTA A PONTA E VÁRIOS REGRAVAVAM
      *            INTEIROS PARA MUDAR UM PEDIDO) PARA AS VERSÕES
      *            INDEXADAS PEDIDOS-CAB-IDX (PELO NÚMERO, COM CHAVE
      *            ALTERNATIVA PELO CLIENTE) E PEDIDOS-ITEM-IDX (PELO
      *            NÚMERO + SEQUÊNCIA), COMO O RAZAOCONV FEZ COM O
      *            RAZÃO. UMA CHAVE REPETIDA NO SEQUENCIAL FICA COM A
      *            ÚLTIMA OCORRÊNCIA, QUE É A MAIS RECENTE, E É
      *            LISTADA NO CONSOLE PARA CONFERÊNCIA. O ITEM DO
      *            SEQUENCIAL NÃO TEM A QUANTIDADE DE KIT PRONTO E
      *            ENTRA COM ELA ZERADA
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ENT-CAB ASSIGN TO 'PEDIDOS-CAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENTRADA.
           SELECT ARQ-ENT-ITEM ASSIGN TO 'PEDIDOS-ITEM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENTRADA.
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

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ENT-CAB.
       01  REG-ENT-CAB PIC X(55).

       FD  ARQ-ENT-ITEM.
       01  REG-ENT-ITEM PIC X(63).

       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

       FD  ARQ-PEDITEM.
           COPY 'peditemidx.cbl'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ENTRADA PIC X(02) VALUE '00'.
           88 ENTRADA-OK        VALUE '00'.
       77 WRK-STATUS-PEDCAB  PIC X(02) VALUE '00'.
           88 PEDCAB-OK         VALUE '00'.
       77 WRK-STATUS-PEDITEM PIC X(02) VALUE '00'.
           88 PEDITEM-OK        VALUE '00'.
       77 WRK-FIM-ENTRADA    PIC X(01) VALUE 'N'.
           88 FIM-ENTRADA       VALUE 'S'.
       77 WRK-QT-LIDOS       PIC 9(06) VALUE ZEROES.
       77 WRK-QT-CARREGADOS  PIC 9(06) VALUE ZEROES.
       77 WRK-QT-REPETIDOS   PIC 9(06) VALUE ZEROES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '============================================'.
           DISPLAY 'CONVERSÃO DOS PEDIDOS DE VENDA PARA INDEXADO'.
           DISPLAY '============================================'.
           PERFORM 0100-CONVERTER-CABECALHOS.
           PERFORM 0200-CONVERTER-ITENS.
           DISPLAY 'FINAL DA CONVERSÃO DOS PEDIDOS'.
           STOP RUN.

      ******************************************************************
      * CABEÇALHOS
      ******************************************************************
       0100-CONVERTER-CABECALHOS.
           MOVE ZEROES TO WRK-QT-LIDOS WRK-QT-CARREGADOS
               WRK-QT-REPETIDOS.
           MOVE 'N' TO WRK-FIM-ENTRADA.
           OPEN INPUT ARQ-ENT-CAB.
           IF NOT ENTRADA-OK
               DISPLAY 'PEDIDOS-CAB SEQUENCIAL NÃO ENCONTRADO - NADA '
                   'A CONVERTER'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-PEDCAB.
           IF NOT PEDCAB-OK
               DISPLAY 'NÃO FOI POSSÍVEL CRIAR O PEDIDOS-CAB-IDX - '
                   'STATUS ' WRK-STATUS-PEDCAB
               CLOSE ARQ-ENT-CAB
               EXIT PARAGRAPH
           END-IF.
      * CRIADO VAZIO, É REABERTO EM I-O PARA A CHAVE REPETIDA PODER
      * SER REGRAVADA COM A ÚLTIMA OCORRÊNCIA
           CLOSE ARQ-PEDCAB.
           OPEN I-O ARQ-PEDCAB.
           IF NOT PEDCAB-OK
               DISPLAY 'NÃO FOI POSSÍVEL ABRIR O PEDIDOS-CAB-IDX - '
                   'STATUS ' WRK-STATUS-PEDCAB
               CLOSE ARQ-ENT-CAB
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0110-LER-CABECALHO.
           PERFORM 0120-CARREGAR-CABECALHO UNTIL FIM-ENTRADA.
           CLOSE ARQ-ENT-CAB.
           CLOSE ARQ-PEDCAB.
           DISPLAY 'CABEÇALHOS LIDOS......: ' WRK-QT-LIDOS.
           DISPLAY 'CABEÇALHOS CARREGADOS.: ' WRK-QT-CARREGADOS.
           DISPLAY 'NÚMEROS REPETIDOS.....: ' WRK-QT-REPETIDOS.

       0110-LER-CABECALHO.
           READ ARQ-ENT-CAB
               AT END
                   MOVE 'S' TO WRK-FIM-ENTRADA
           END-READ.

       0120-CARREGAR-CABECALHO.
           ADD 1 TO WRK-QT-LIDOS.
           MOVE REG-ENT-CAB TO REG-PEDCAB.
           WRITE REG-PEDCAB
               INVALID KEY
                   ADD 1 TO WRK-QT-REPETIDOS
                   DISPLAY 'PEDIDO REPETIDO ' REG-PC-NUMERO
                       ' - FICA A ÚLTIMA OCORRÊNCIA'
                   REWRITE REG-PEDCAB
                   IF NOT PEDCAB-OK
                       DISPLAY 'PEDIDO ' REG-PC-NUMERO
                           ' NÃO REGRAVADO - STATUS '
                           WRK-STATUS-PEDCAB
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-CARREGADOS
           END-WRITE.
           PERFORM 0110-LER-CABECALHO.

      ******************************************************************
      * ITENS
      ******************************************************************
       0200-CONVERTER-ITENS.
           MOVE ZEROES TO WRK-QT-LIDOS WRK-QT-CARREGADOS
               WRK-QT-REPETIDOS.
           MOVE 'N' TO WRK-FIM-ENTRADA.
           OPEN INPUT ARQ-ENT-ITEM.
           IF NOT ENTRADA-OK
               DISPLAY 'PEDIDOS-ITEM SEQUENCIAL NÃO ENCONTRADO - NADA '
                   'A CONVERTER'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-PEDITEM.
           IF NOT PEDITEM-OK
               DISPLAY 'NÃO FOI POSSÍVEL CRIAR O PEDIDOS-ITEM-IDX - '
                   'STATUS ' WRK-STATUS-PEDITEM
               CLOSE ARQ-ENT-ITEM
               EXIT PARAGRAPH
           END-IF.
      * CRIADO VAZIO, É REABERTO EM I-O PARA A CHAVE REPETIDA PODER
      * SER REGRAVADA COM A ÚLTIMA OCORRÊNCIA
           CLOSE ARQ-PEDITEM.
           OPEN I-O ARQ-PEDITEM.
           IF NOT PEDITEM-OK
               DISPLAY 'NÃO FOI POSSÍVEL ABRIR O PEDIDOS-ITEM-IDX - '
                   'STATUS ' WRK-STATUS-PEDITEM
               CLOSE ARQ-ENT-ITEM
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0210-LER-ITEM.
           PERFORM 0220-CARREGAR-ITEM UNTIL FIM-ENTRADA.
           CLOSE ARQ-ENT-ITEM.
           CLOSE ARQ-PEDITEM.
           DISPLAY 'ITENS LIDOS...........: ' WRK-QT-LIDOS.
           DISPLAY 'ITENS CARREGADOS......: ' WRK-QT-CARREGADOS.
           DISPLAY 'ITENS REPETIDOS.......: ' WRK-QT-REPETIDOS.

       0210-LER-ITEM.
           READ ARQ-ENT-ITEM
               AT END
                   MOVE 'S' TO WRK-FIM-ENTRADA
           END-READ.

       0220-CARREGAR-ITEM.
           ADD 1 TO WRK-QT-LIDOS.
           MOVE REG-ENT-ITEM TO REG-PEDITEM.
           MOVE ZEROES TO REG-PI-KIT-PRONTO.
           WRITE REG-PEDITEM
               INVALID KEY
                   ADD 1 TO WRK-QT-REPETIDOS
                   DISPLAY 'ITEM REPETIDO ' REG-PI-NUMERO '/'
                       REG-PI-SEQ ' - FICA A ÚLTIMA OCORRÊNCIA'
                   REWRITE REG-PEDITEM
                   IF NOT PEDITEM-OK
                       DISPLAY 'ITEM ' REG-PI-NUMERO '/' REG-PI-SEQ
                           ' NÃO REGRAVADO - STATUS '
                           WRK-STATUS-PEDITEM
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-CARREGADOS
           END-WRITE.
           PERFORM 0210-LER-ITEM.
