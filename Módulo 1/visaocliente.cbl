       IDENTIFICATION DIVISION.
       PROGRAM-ID. visaocliente.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = VISÃO 360 DO CLIENTE NUMA TELA SÓ, PARA O
      *            SUPERVISOR ANTES DE LIBERAR UM PEDIDO RETIDO OU
      *            ATENDER UMA RECLAMAÇÃO: DADOS DO CADASTRO MESTRE
      *            (DOCUMENTO, UF, CEP E LIMITE), ENDEREÇOS DE
      *            ENTREGA, EXPOSIÇÃO ATUAL CONTRA O LIMITE (RAZÃO
      *            MENOS PAGAMENTOS APLICADOS, A MESMA CONTA DA
      *            ENTRADA DE PEDIDO), DUPLICATAS EM ABERTO E
      *            VENCIDAS COM OS DIAS DE ATRASO, COMPRAS DOS
      *            ÚLTIMOS 12 MESES PELO RAZÃO, DEVOLUÇÕES DOS
      *            PEDIDOS DO CLIENTE, PEDIDOS RETIDOS NA FILA DE
      *            CRÉDITO E O PRAZO MÉDIO DE PAGAMENTO DAS
      *            DUPLICATAS LIQUIDADAS. SÓ CONSULTA - NENHUM
      *            ARQUIVO É ALTERADO. O RAZÃO GUARDA SÓ O MÊS: CADA
      *            MÊS VALE PELA SUA OCORRÊNCIA MAIS RECENTE ATÉ O MÊS
      *            ATUAL
      * DATA = 15/10/2026
      * 15/10/2026 LUCAS  AS DUPLICATAS EM ABERTO PASSAM A MOSTRAR E
      *                    SOMAR O SALDO EM ABERTO, E A EXPOSIÇÃO ABATE
      *                    O PRINCIPAL JÁ PAGO DE CADA DUPLICATA
      *                    (PAGAMENTO PARCIAL)
      * 15/10/2026 LUCAS  A DUPLICATA RENEGOCIADA NUM ACORDO DE
      *                    COBRANÇA NÃO CONTA MAIS COMO EM ABERTO - QUEM
      *                    APARECE SÃO AS PARCELAS DO ACORDO
      * 15/10/2026 LUCAS  A DUPLICATA BAIXADA PARA PERDA CONTRA A PDD
      *                    TAMBÉM SAI DO EM ABERTO
      * 15/10/2026 LUCAS  OS LANÇAMENTOS DE CONSUMO DO CRÉDITO DE
      *                    DEVOLUÇÃO ENTRAM NA EXPOSIÇÃO MAS NÃO NAS
      *                    VENDAS DO MÊS
      * 15/10/2026 LUCAS  INCLUÍDA A SITUAÇÃO DA NF-E NO LAYOUT DO
      *                    CABEÇALHO DO PEDIDO
      * 15/10/2026 LUCAS  PEDIDOS DO CLIENTE LIDOS PELA CHAVE
      *                    ALTERNATIVA DO CLIENTE EM PEDIDOS-CAB-IDX
      * 15/10/2026 LUCAS  A EXPOSIÇÃO SOMA O SALDO DAS MENSALIDADES
      *                    ESCOLARES DO CLIENTE, QUE NÃO PASSAM PELO
      *                    RAZÃO, EM VEZ DE ABATER DELE O QUE FOI PAGO
      *                    DELAS
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-ENDERECOS ASSIGN TO 'ENDERECOS-ENTREGA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENDERECOS.
           SELECT ARQ-RAZAO ASSIGN TO 'RAZAO-CLIENTES-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-RAZ-CHAVE
               FILE STATUS IS WRK-STATUS-RAZAO.
           SELECT ARQ-DUPLICATAS ASSIGN TO 'DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DUPLICATAS.
           SELECT ARQ-PEDCAB ASSIGN TO 'PEDIDOS-CAB-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PC-NUMERO
               ALTERNATE RECORD KEY IS REG-PC-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-PEDCAB.
           SELECT ARQ-DEVOLUCOES ASSIGN TO 'DEVOLUCOES-VENDA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEVOLUCOES.
           SELECT ARQ-RETIDOS ASSIGN TO 'PEDIDOS-RETIDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RETIDOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-ENDERECOS.
           COPY 'endentrega.cbl'.

       FD  ARQ-RAZAO.
           COPY 'razaoidx.cbl'.

       FD  ARQ-DUPLICATAS.
           COPY 'duplicata.cbl'.

       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

       FD  ARQ-DEVOLUCOES.
       01  REG-DEVOLUCAO.
           02 REG-DEV-PEDIDO  PIC 9(06).
           02 REG-DEV-SEQ     PIC 9(03).
           02 REG-DEV-PRODUTO PIC 9(06).
           02 REG-DEV-QTDE    PIC 9(05).
           02 REG-DEV-VALOR   PIC 9(10)V99.
           02 REG-DEV-DATA    PIC 9(08).

       FD  ARQ-RETIDOS.
           COPY 'pedretido.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'servdata.cbl'.

       77 WRK-STATUS-CADASTRO   PIC X(02) VALUE '00'.
           88 CADASTRO-OK          VALUE '00'.
       77 WRK-STATUS-ENDERECOS  PIC X(02) VALUE '00'.
           88 ENDERECOS-OK         VALUE '00'.
       77 WRK-STATUS-RAZAO      PIC X(02) VALUE '00'.
           88 RAZAO-OK             VALUE '00'.
       77 WRK-STATUS-DUPLICATAS PIC X(02) VALUE '00'.
           88 DUPLICATAS-OK        VALUE '00'.
       77 WRK-STATUS-PEDCAB     PIC X(02) VALUE '00'.
           88 PEDCAB-OK            VALUE '00'.
       77 WRK-STATUS-DEVOLUCOES PIC X(02) VALUE '00'.
           88 DEVOLUCOES-OK        VALUE '00'.
       77 WRK-STATUS-RETIDOS    PIC X(02) VALUE '00'.
           88 RETIDOS-OK           VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.

       77 WRK-CADASTRO-ABERTO PIC X(01) VALUE 'N'.
           88 CADASTRO-ABERTO    VALUE 'S'.
       77 WRK-CLIENTE-ACHADO  PIC X(01) VALUE 'N'.
           88 CLIENTE-ACHADO     VALUE 'S'.

       77 WRK-COD-CLIENTE PIC 9(06) VALUE ZEROES.

      * EXPOSIÇÃO: RAZÃO DO CLIENTE MENOS OS PAGAMENTOS APLICADOS
       77 WRK-SALDO-ABERTO  PIC S9(10)V99 VALUE ZEROES.
       77 WRK-DISPONIVEL    PIC S9(10)V99 VALUE ZEROES.

      * COMPRAS DO RAZÃO POR MÊS DO ANO (01-12)
       01  WRK-TAB-COMPRAS.
           02 WRK-TC-VALOR PIC S9(10)V99 OCCURS 12 TIMES.
       77 WRK-SUB-MES  PIC 9(02) VALUE ZEROES.
       77 WRK-MES-VEZ  PIC 9(02) VALUE ZEROES.
       77 WRK-ANO-VEZ  PIC 9(04) VALUE ZEROES.
       77 WRK-TOTAL-COMPRAS PIC S9(10)V99 VALUE ZEROES.

      * DUPLICATAS EM ABERTO, VENCIDAS E PRAZO MÉDIO DE PAGAMENTO
       77 WRK-QT-ABERTAS    PIC 9(05) VALUE ZEROES.
       77 WRK-QT-VENCIDAS   PIC 9(05) VALUE ZEROES.
       77 WRK-TOTAL-ABERTO  PIC 9(10)V99 VALUE ZEROES.
       77 WRK-TOTAL-VENCIDO PIC 9(10)V99 VALUE ZEROES.
       77 WRK-QT-LIQUIDADAS PIC 9(05) VALUE ZEROES.
       77 WRK-SOMA-DIAS-PAGTO PIC S9(09) VALUE ZEROES.
       77 WRK-PRAZO-MEDIO   PIC S9(05)V9 VALUE ZEROES.
       77 WRK-PRAZO-ED      PIC -ZZZ9,9 VALUE ZEROES.

      * PEDIDOS DO CLIENTE, PARA ACHAR AS DEVOLUÇÕES (QUE VÊM POR
      * PEDIDO)
       77 WRK-QT-PEDIDOS PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-PED    PIC 9(04) COMP VALUE ZEROES.
       77 WRK-PED-ACHADO PIC X(01) VALUE 'N'.
           88 PEDIDO-DO-CLIENTE VALUE 'S'.
       77 WRK-PEDIDOS-EXCEDIDOS PIC X(01) VALUE 'N'.
           88 PEDIDOS-EXCEDIDOS    VALUE 'S'.
       01  WRK-TAB-PEDIDOS.
           02 WRK-TP-NUMERO PIC 9(06) OCCURS 1000 TIMES.

       77 WRK-QT-LINHAS    PIC 9(05) VALUE ZEROES.
       77 WRK-TOTAL-LINHAS PIC 9(10)V99 VALUE ZEROES.
       77 WRK-DIAS         PIC S9(07) VALUE ZEROES.
       77 WRK-DIAS-ED      PIC ZZZZ9 VALUE ZEROES.
       77 WRK-QTDE-ED      PIC ZZZZ9 VALUE ZEROES.
       77 WRK-VALOR-ED     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-VALOR2-ED    PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-DESC-DOC     PIC X(04) VALUE SPACES.
       77 WRK-DESC-SITUACAO PIC X(07) VALUE SPACES.

       01  WRK-DATA-AUX PIC 9(08) VALUE ZEROES.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           02 WRK-DA-ANO PIC 9(04).
           02 WRK-DA-MES PIC 9(02).
           02 WRK-DA-DIA PIC 9(02).
       01  WRK-DATA-ED.
           02 WRK-DE-DIA PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-MES PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-ANO PIC 9(04).

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       01  WRK-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'VISÃO 360 DO CLIENTE'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-CADASTRO.
           IF NOT CADASTRO-OK
               DISPLAY 'CADASTRO MESTRE NÃO ENCONTRADO'
               GOBACK
           END-IF.
           MOVE 'S' TO WRK-CADASTRO-ABERTO.
           PERFORM 0150-PEDIR-CLIENTE.
           PERFORM 0200-MOSTRAR-CLIENTE UNTIL WRK-COD-CLIENTE = ZEROES.
           CLOSE ARQ-CADASTRO.
           DISPLAY 'FINAL DA VISÃO DO CLIENTE'.
           GOBACK.

       0150-PEDIR-CLIENTE.
           DISPLAY ' '.
           DISPLAY 'CÓDIGO DO CLIENTE (0 PARA ENCERRAR):'.
           ACCEPT WRK-COD-CLIENTE FROM CONSOLE.

       0200-MOSTRAR-CLIENTE.
           PERFORM 0300-DADOS-CADASTRO.
           IF CLIENTE-ACHADO
               PERFORM 0400-ENDERECOS-ENTREGA
               PERFORM 0500-EXPOSICAO
               PERFORM 0600-DUPLICATAS
               PERFORM 0700-COMPRAS-12-MESES
               PERFORM 0800-DEVOLUCOES
               PERFORM 0850-PEDIDOS-RETIDOS
               PERFORM 0870-PRAZO-MEDIO
           END-IF.
           PERFORM 0150-PEDIR-CLIENTE.

       0300-DADOS-CADASTRO.
           MOVE 'N' TO WRK-CLIENTE-ACHADO.
           MOVE WRK-COD-CLIENTE TO REG-CAD-CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   DISPLAY 'CLIENTE ' WRK-COD-CLIENTE
                       ' NÃO ENCONTRADO NO CADASTRO'
                   EXIT PARAGRAPH
           END-READ.
           IF NOT REG-CAD-CLIENTE
               DISPLAY 'CÓDIGO ' WRK-COD-CLIENTE
                   ' NÃO É DE CLIENTE NO CADASTRO'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-CLIENTE-ACHADO.
           EVALUATE TRUE
               WHEN REG-CAD-DOC-CPF
                   MOVE 'CPF ' TO WRK-DESC-DOC
               WHEN REG-CAD-DOC-CNPJ
                   MOVE 'CNPJ' TO WRK-DESC-DOC
               WHEN OTHER
                   MOVE 'DOC ' TO WRK-DESC-DOC
           END-EVALUATE.
           IF REG-CAD-INATIVO
               MOVE 'INATIVO' TO WRK-DESC-SITUACAO
           ELSE
               MOVE 'ATIVO' TO WRK-DESC-SITUACAO
           END-IF.
           DISPLAY ' '.
           DISPLAY '----------------------------------------'.
           DISPLAY 'CLIENTE ' REG-CAD-CODIGO ' ' REG-CAD-NOME
               ' ' WRK-DESC-SITUACAO.
           DISPLAY '----------------------------------------'.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DOCUMENTO ' WRK-DESC-DOC ' ' REG-CAD-CPFCNPJ
               '  UF ' REG-CAD-UF '  CEP ' REG-CAD-CEP
               DELIMITED BY SIZE INTO WRK-LINHA.
           DISPLAY WRK-LINHA.

       0400-ENDERECOS-ENTREGA.
           MOVE ZEROES TO WRK-QT-LINHAS.
           DISPLAY 'ENDERECOS DE ENTREGA:'.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-ENDERECOS.
           IF ENDERECOS-OK
               PERFORM 0410-LER-ENDERECO
               PERFORM 0420-MOSTRAR-ENDERECO UNTIL FIM-ARQUIVO
               CLOSE ARQ-ENDERECOS
           END-IF.
           IF WRK-QT-LINHAS = ZEROES
               DISPLAY '  NENHUM - VALE O CEP DO CADASTRO'
           END-IF.

       0410-LER-ENDERECO.
           READ ARQ-ENDERECOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0420-MOSTRAR-ENDERECO.
           IF REG-END-CLIENTE = WRK-COD-CLIENTE
               ADD 1 TO WRK-QT-LINHAS
               MOVE SPACES TO WRK-LINHA
               STRING '  ' REG-END-SEQ ' ' REG-END-LOGRADOURO ' '
                   REG-END-CIDADE ' ' REG-END-UF ' ' REG-END-CEP
                   DELIMITED BY SIZE INTO WRK-LINHA
               DISPLAY WRK-LINHA
           END-IF.
           PERFORM 0410-LER-ENDERECO.

      * A MESMA CONTA DA ENTRADA DE PEDIDO: O RAZÃO DO CLIENTE (QUE
      * TAMBÉM ALIMENTA AS COMPRAS POR MÊS) MENOS AS DUPLICATAS
      * LIQUIDADAS, MAIS O SALDO DAS MENSALIDADES ESCOLARES, QUE NÃO
      * PASSAM PELO RAZÃO
       0500-EXPOSICAO.
           MOVE ZEROES TO WRK-SALDO-ABERTO.
           MOVE ZEROES TO WRK-TAB-COMPRAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-RAZAO.
           IF RAZAO-OK
               MOVE WRK-COD-CLIENTE TO REG-RAZ-CLIENTE
               MOVE ZEROES TO REG-RAZ-MES
               MOVE ZEROES TO REG-RAZ-SEQ
               START ARQ-RAZAO KEY NOT < REG-RAZ-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               IF NOT FIM-ARQUIVO
                   PERFORM 0510-LER-RAZAO
               END-IF
               PERFORM 0520-SOMAR-RAZAO UNTIL FIM-ARQUIVO
               CLOSE ARQ-RAZAO
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-DUPLICATAS.
           IF DUPLICATAS-OK
               PERFORM 0610-LER-DUPLICATA
               PERFORM 0530-ABATER-PAGAMENTO UNTIL FIM-ARQUIVO
               CLOSE ARQ-DUPLICATAS
           END-IF.
           MOVE REG-CAD-LIMITE TO WRK-VALOR-ED.
           MOVE WRK-SALDO-ABERTO TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-LINHA.
           IF REG-CAD-LIMITE = ZEROES
               STRING 'LIMITE DE CREDITO: SEM LIMITE  EXPOSICAO '
                   WRK-VALOR2-ED
                   DELIMITED BY SIZE INTO WRK-LINHA
               DISPLAY WRK-LINHA
               EXIT PARAGRAPH
           END-IF.
           STRING 'LIMITE DE CREDITO ' WRK-VALOR-ED
               '  EXPOSICAO ' WRK-VALOR2-ED
               DELIMITED BY SIZE INTO WRK-LINHA.
           DISPLAY WRK-LINHA.
           COMPUTE WRK-DISPONIVEL = REG-CAD-LIMITE - WRK-SALDO-ABERTO.
           MOVE WRK-DISPONIVEL TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-DISPONIVEL < ZEROES
               STRING 'DISPONIVEL ' WRK-VALOR-ED
                   '  ***ACIMA DO LIMITE'
                   DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
               STRING 'DISPONIVEL ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           DISPLAY WRK-LINHA.

       0510-LER-RAZAO.
           READ ARQ-RAZAO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0520-SOMAR-RAZAO.
           IF REG-RAZ-CLIENTE = WRK-COD-CLIENTE
               ADD REG-RAZ-VALOR TO WRK-SALDO-ABERTO
               IF REG-RAZ-MES > ZEROES AND REG-RAZ-MES < 13 AND
                  NOT REG-RAZ-SEQ-CONSUMO
                   ADD REG-RAZ-VALOR TO WRK-TC-VALOR(REG-RAZ-MES)
               END-IF
               PERFORM 0510-LER-RAZAO
           ELSE
               MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

       0530-ABATER-PAGAMENTO.
           IF REG-DUP-CLIENTE = WRK-COD-CLIENTE
               IF REG-DUP-MENSALIDADE
                   ADD REG-DUP-SALDO TO WRK-SALDO-ABERTO
               ELSE
                   COMPUTE WRK-SALDO-ABERTO = WRK-SALDO-ABERTO
                       - (REG-DUP-VALOR - REG-DUP-SALDO)
               END-IF
           END-IF.
           PERFORM 0610-LER-DUPLICATA.

      * DUPLICATAS EM ABERTO DO CLIENTE, A VENCIDA COM OS DIAS DE
      * ATRASO; AS LIQUIDADAS ALIMENTAM O PRAZO MÉDIO DE PAGAMENTO
       0600-DUPLICATAS.
           MOVE ZEROES TO WRK-QT-ABERTAS.
           MOVE ZEROES TO WRK-QT-VENCIDAS.
           MOVE ZEROES TO WRK-TOTAL-ABERTO.
           MOVE ZEROES TO WRK-TOTAL-VENCIDO.
           MOVE ZEROES TO WRK-QT-LIQUIDADAS.
           MOVE ZEROES TO WRK-SOMA-DIAS-PAGTO.
           DISPLAY 'DUPLICATAS EM ABERTO:'.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-DUPLICATAS.
           IF DUPLICATAS-OK
               PERFORM 0610-LER-DUPLICATA
               PERFORM 0620-AVALIAR-DUPLICATA UNTIL FIM-ARQUIVO
               CLOSE ARQ-DUPLICATAS
           END-IF.
           IF WRK-QT-ABERTAS = ZEROES
               DISPLAY '  NENHUMA'
           ELSE
               MOVE WRK-TOTAL-ABERTO TO WRK-VALOR-ED
               MOVE WRK-TOTAL-VENCIDO TO WRK-VALOR2-ED
               MOVE SPACES TO WRK-LINHA
               STRING '  EM ABERTO ' WRK-QT-ABERTAS ' '
                   WRK-VALOR-ED '  VENCIDAS ' WRK-QT-VENCIDAS ' '
                   WRK-VALOR2-ED
                   DELIMITED BY SIZE INTO WRK-LINHA
               DISPLAY WRK-LINHA
           END-IF.

       0610-LER-DUPLICATA.
           READ ARQ-DUPLICATAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0620-AVALIAR-DUPLICATA.
           IF REG-DUP-CLIENTE = WRK-COD-CLIENTE
               EVALUATE TRUE
                   WHEN REG-DUP-LIQUIDADA
                       PERFORM 0640-SOMAR-PRAZO-PAGTO
                   WHEN REG-DUP-RENEGOCIADA OR REG-DUP-PERDA
                       CONTINUE
                   WHEN OTHER
                       PERFORM 0630-MOSTRAR-ABERTA
               END-EVALUATE
           END-IF.
           PERFORM 0610-LER-DUPLICATA.

       0630-MOSTRAR-ABERTA.
           ADD 1 TO WRK-QT-ABERTAS.
           ADD REG-DUP-SALDO TO WRK-TOTAL-ABERTO.
           MOVE REG-DUP-VENCIMENTO TO WRK-DATA-AUX.
           PERFORM 0910-FORMATAR-DATA.
           MOVE REG-DUP-SALDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           IF REG-DUP-VENCIMENTO < WRK-DATA-SYS-NUM
               ADD 1 TO WRK-QT-VENCIDAS
               ADD REG-DUP-SALDO TO WRK-TOTAL-VENCIDO
               MOVE REG-DUP-VENCIMENTO TO REG-SRV-DATA1
               MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA2
               PERFORM 0900-DIAS-ENTRE
               MOVE WRK-DIAS TO WRK-DIAS-ED
               STRING '  PEDIDO ' REG-DUP-PEDIDO '/' REG-DUP-PARCELA
                   ' VENCE ' WRK-DATA-ED ' ' WRK-VALOR-ED
                   ' ***VENCIDA HA ' WRK-DIAS-ED ' DIAS'
                   DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
               STRING '  PEDIDO ' REG-DUP-PEDIDO '/' REG-DUP-PARCELA
                   ' VENCE ' WRK-DATA-ED ' ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           DISPLAY WRK-LINHA.

      * DIAS DA EMISSÃO AO PAGAMENTO DE CADA DUPLICATA LIQUIDADA
       0640-SOMAR-PRAZO-PAGTO.
           IF REG-DUP-EMISSAO IS NOT NUMERIC OR
              REG-DUP-DATAPAGTO IS NOT NUMERIC OR
              REG-DUP-EMISSAO = ZEROES OR
              REG-DUP-DATAPAGTO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-DUP-EMISSAO TO REG-SRV-DATA1.
           MOVE REG-DUP-DATAPAGTO TO REG-SRV-DATA2.
           PERFORM 0900-DIAS-ENTRE.
           IF SRV-DATA-OK
               ADD 1 TO WRK-QT-LIQUIDADAS
               ADD WRK-DIAS TO WRK-SOMA-DIAS-PAGTO
           END-IF.

      * DO MÊS ATUAL PARA TRÁS; MÊS DEPOIS DO ATUAL É DO ANO
      * ANTERIOR
       0700-COMPRAS-12-MESES.
           MOVE ZEROES TO WRK-TOTAL-COMPRAS.
           DISPLAY 'COMPRAS DOS ULTIMOS 12 MESES (RAZAO):'.
           MOVE WRK-DS-MES TO WRK-MES-VEZ.
           MOVE WRK-DS-ANO TO WRK-ANO-VEZ.
           PERFORM 0710-MOSTRAR-MES
               VARYING WRK-SUB-MES FROM 1 BY 1
               UNTIL WRK-SUB-MES > 12.
           MOVE WRK-TOTAL-COMPRAS TO WRK-VALOR-ED.
           DISPLAY '  TOTAL   ' WRK-VALOR-ED.

       0710-MOSTRAR-MES.
           ADD WRK-TC-VALOR(WRK-MES-VEZ) TO WRK-TOTAL-COMPRAS.
           MOVE WRK-TC-VALOR(WRK-MES-VEZ) TO WRK-VALOR-ED.
           DISPLAY '  ' WRK-MES-VEZ '/' WRK-ANO-VEZ ' ' WRK-VALOR-ED.
           IF WRK-MES-VEZ = 1
               MOVE 12 TO WRK-MES-VEZ
               SUBTRACT 1 FROM WRK-ANO-VEZ
           ELSE
               SUBTRACT 1 FROM WRK-MES-VEZ
           END-IF.

      * AS DEVOLUÇÕES VÊM POR PEDIDO: PRIMEIRO OS PEDIDOS DO CLIENTE
       0800-DEVOLUCOES.
           MOVE ZEROES TO WRK-QT-PEDIDOS.
           MOVE 'N' TO WRK-PEDIDOS-EXCEDIDOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PEDCAB.
           IF PEDCAB-OK
               MOVE WRK-COD-CLIENTE TO REG-PC-CLIENTE
               START ARQ-PEDCAB KEY IS NOT LESS THAN REG-PC-CLIENTE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               IF NOT FIM-ARQUIVO
                   PERFORM 0810-LER-CABECALHO
               END-IF
               PERFORM 0820-GUARDAR-PEDIDO UNTIL FIM-ARQUIVO
               CLOSE ARQ-PEDCAB
           END-IF.
           IF PEDIDOS-EXCEDIDOS
               DISPLAY 'CLIENTE COM MAIS DE 1000 PEDIDOS - '
                   'DEVOLUÇÕES DOS PRIMEIROS 1000'
           END-IF.
           MOVE ZEROES TO WRK-QT-LINHAS.
           MOVE ZEROES TO WRK-TOTAL-LINHAS.
           DISPLAY 'DEVOLUCOES:'.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-DEVOLUCOES.
           IF DEVOLUCOES-OK
               PERFORM 0830-LER-DEVOLUCAO
               PERFORM 0840-MOSTRAR-DEVOLUCAO UNTIL FIM-ARQUIVO
               CLOSE ARQ-DEVOLUCOES
           END-IF.
           IF WRK-QT-LINHAS = ZEROES
               DISPLAY '  NENHUMA'
           ELSE
               MOVE WRK-TOTAL-LINHAS TO WRK-VALOR-ED
               DISPLAY '  TOTAL DEVOLVIDO ' WRK-VALOR-ED
           END-IF.

       0810-LER-CABECALHO.
           READ ARQ-PEDCAB NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0820-GUARDAR-PEDIDO.
           IF REG-PC-CLIENTE NOT = WRK-COD-CLIENTE
               MOVE 'S' TO WRK-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-PEDIDOS < 1000
               ADD 1 TO WRK-QT-PEDIDOS
               MOVE REG-PC-NUMERO TO WRK-TP-NUMERO(WRK-QT-PEDIDOS)
           ELSE
               MOVE 'S' TO WRK-PEDIDOS-EXCEDIDOS
           END-IF.
           PERFORM 0810-LER-CABECALHO.

       0830-LER-DEVOLUCAO.
           READ ARQ-DEVOLUCOES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0840-MOSTRAR-DEVOLUCAO.
           MOVE 'N' TO WRK-PED-ACHADO.
           PERFORM VARYING WRK-SUB-PED FROM 1 BY 1
               UNTIL WRK-SUB-PED > WRK-QT-PEDIDOS
                   OR PEDIDO-DO-CLIENTE
               IF WRK-TP-NUMERO(WRK-SUB-PED) = REG-DEV-PEDIDO
                   MOVE 'S' TO WRK-PED-ACHADO
               END-IF
           END-PERFORM.
           IF PEDIDO-DO-CLIENTE
               ADD 1 TO WRK-QT-LINHAS
               ADD REG-DEV-VALOR TO WRK-TOTAL-LINHAS
               MOVE REG-DEV-DATA TO WRK-DATA-AUX
               PERFORM 0910-FORMATAR-DATA
               MOVE REG-DEV-QTDE TO WRK-QTDE-ED
               MOVE REG-DEV-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA
               STRING '  ' WRK-DATA-ED ' PEDIDO ' REG-DEV-PEDIDO
                   ' PRODUTO ' REG-DEV-PRODUTO ' QTDE ' WRK-QTDE-ED
                   ' ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA
               DISPLAY WRK-LINHA
           END-IF.
           PERFORM 0830-LER-DEVOLUCAO.

       0850-PEDIDOS-RETIDOS.
           MOVE ZEROES TO WRK-QT-LINHAS.
           DISPLAY 'PEDIDOS RETIDOS NA FILA DE CREDITO:'.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-RETIDOS.
           IF RETIDOS-OK
               PERFORM 0855-LER-RETIDO
               PERFORM 0860-MOSTRAR-RETIDO UNTIL FIM-ARQUIVO
               CLOSE ARQ-RETIDOS
           END-IF.
           IF WRK-QT-LINHAS = ZEROES
               DISPLAY '  NENHUM'
           END-IF.

       0855-LER-RETIDO.
           READ ARQ-RETIDOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0860-MOSTRAR-RETIDO.
           IF REG-RET-CLIENTE = WRK-COD-CLIENTE
               ADD 1 TO WRK-QT-LINHAS
               MOVE REG-RET-DATA TO WRK-DATA-AUX
               PERFORM 0910-FORMATAR-DATA
               MOVE REG-RET-TOTAL TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA
               STRING '  PEDIDO ' REG-RET-NUMERO ' DE ' WRK-DATA-ED
                   ' FILIAL ' REG-RET-FILIAL ' TOTAL ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA
               DISPLAY WRK-LINHA
           END-IF.
           PERFORM 0855-LER-RETIDO.

       0870-PRAZO-MEDIO.
           IF WRK-QT-LIQUIDADAS = ZEROES
               DISPLAY 'PRAZO MEDIO DE PAGAMENTO: SEM DUPLICATAS '
                   'LIQUIDADAS'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-PRAZO-MEDIO ROUNDED =
               WRK-SOMA-DIAS-PAGTO / WRK-QT-LIQUIDADAS.
           MOVE WRK-PRAZO-MEDIO TO WRK-PRAZO-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PRAZO MEDIO DE PAGAMENTO: ' WRK-PRAZO-ED
               ' DIAS (' WRK-QT-LIQUIDADAS ' DUPLICATAS LIQUIDADAS)'
               DELIMITED BY SIZE INTO WRK-LINHA.
           DISPLAY WRK-LINHA.

      * DIAS CORRIDOS ENTRE REG-SRV-DATA1 E REG-SRV-DATA2
       0900-DIAS-ENTRE.
           MOVE ZEROES TO WRK-DIAS.
           MOVE 8 TO REG-SRV-FUNCAO.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK
               MOVE REG-SRV-DIAS-RES TO WRK-DIAS
           END-IF.

       0910-FORMATAR-DATA.
           IF WRK-DATA-AUX IS NOT NUMERIC
               MOVE ZEROES TO WRK-DATA-AUX
           END-IF.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.
