       IDENTIFICATION DIVISION.
       PROGRAM-ID. pontorepos.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = PONTO DE REPOSIÇÃO PELA DEMANDA, RODADO UMA VEZ
      *            POR MÊS NO LUGAR DO ESTOQUE MÍNIMO DIGITADO: SOMA
      *            AS VENDAS ('V') POR PRODUTO E MÊS NOS MOVIMENTOS
      *            JÁ BAIXADOS (HISTORICO-MOVIMENTOS), NO ARQUIVO
      *            MORTO DO EXPURGO (MORTO-MOVIMENTOS) E NOS AINDA
      *            PENDENTES (MOVIMENTOS-ESTOQUE); TIRA A DEMANDA
      *            DIÁRIA (COM O MESMO MÊS DO ANO PASSADO CORRIGIDO
      *            PELA TENDÊNCIA QUANDO HÁ 15 MESES DE HISTÓRICO) E
      *            O DESVIO PADRÃO MENSAL, E COM O PRAZO DE ENTREGA
      *            MEDIDO NOS PEDIDOS DE COMPRA RECEBIDOS PROPÕE O
      *            ESTOQUE DE SEGURANÇA E O NOVO MÍNIMO. A LISTA
      *            ANTES/DEPOIS SAI EM RELATORIO-PONTO-REPOSICAO E O
      *            COMPRADOR ACEITA TUDO, LINHA A LINHA OU NADA; O
      *            ACEITO VAI PARA O REG-SAL-MINIMO, QUE O
      *            GERASUGESTAO JÁ USA
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SALDOS ASSIGN TO 'SALDOS-ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-SAL-PRODUTO
               FILE STATUS IS WRK-STATUS-SALDOS.
           SELECT ARQ-HISTORICO ASSIGN TO 'HISTORICO-MOVIMENTOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEMANDA.
           SELECT ARQ-MORTO ASSIGN TO 'MORTO-MOVIMENTOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEMANDA.
           SELECT ARQ-PENDENTES ASSIGN TO 'MOVIMENTOS-ESTOQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEMANDA.
           SELECT ARQ-COMPRAS ASSIGN TO 'PEDIDOS-COMPRA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COMPRAS.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-PONTO-REPOSICAO'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SALDOS.
           COPY 'saldoest.cbl'.

       FD  ARQ-HISTORICO.
       01  REG-HISTORICO-LIN PIC X(71).

      * A LINHA DO ARQUIVO MORTO É A DATA DO EXPURGO, UM ESPAÇO E A
      * LINHA ORIGINAL DO MOVIMENTO
       FD  ARQ-MORTO.
       01  REG-MORTO-MOV.
           02 FILLER           PIC X(09).
           02 REG-MRT-LINHA    PIC X(80).

       FD  ARQ-PENDENTES.
       01  REG-PENDENTE-LIN PIC X(71).

       FD  ARQ-COMPRAS.
           COPY 'pedcompra.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'movest.cbl'.
           COPY 'servdata.cbl'.
           COPY 'parametro.cbl'.

       77 WRK-STATUS-SALDOS   PIC X(02) VALUE '00'.
           88 SALDOS-OK          VALUE '00'.
       77 WRK-STATUS-DEMANDA  PIC X(02) VALUE '00'.
           88 DEMANDA-OK         VALUE '00'.
       77 WRK-STATUS-COMPRAS  PIC X(02) VALUE '00'.
           88 COMPRAS-OK         VALUE '00'.
       77 WRK-STATUS-CADASTRO PIC X(02) VALUE '00'.
           88 CADASTRO-OK        VALUE '00'.
       77 WRK-FIM-SALDOS  PIC X(01) VALUE 'N'.
           88 FIM-SALDOS     VALUE 'S'.
       77 WRK-FIM-DEMANDA PIC X(01) VALUE 'N'.
           88 FIM-DEMANDA    VALUE 'S'.
       77 WRK-FIM-COMPRAS PIC X(01) VALUE 'N'.
           88 FIM-COMPRAS    VALUE 'S'.

      * FATOR DE SEGURANÇA (Z DO NÍVEL DE SERVIÇO, 1,65 = 95%) E
      * PRAZO DE ENTREGA DO PRODUTO SEM PEDIDO RECEBIDO NEM COTADO
       77 WRK-FATOR-SEG    PIC 9(02)V99 VALUE 1,65.
       77 WRK-PRAZO-PADRAO PIC 9(03)    VALUE 15.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-MOV.
           02 WRK-DM-ANO PIC 9(04).
           02 WRK-DM-MES PIC 9(02).
           02 WRK-DM-DIA PIC 9(02).
       01  WRK-DATA-MOV-NUM REDEFINES WRK-DATA-MOV PIC 9(08).
       77 WRK-MESES-ATUAL PIC 9(06) VALUE ZEROES.
       77 WRK-MESES-MOV   PIC 9(06) VALUE ZEROES.
       77 WRK-MES-ATRAS   PIC 9(06) VALUE ZEROES.

      * UM ITEM POR SALDO DE PRODUTO, NA ORDEM DA CHAVE DO ARQUIVO
      * INDEXADO (A BUSCA DO MOVIMENTO É BINÁRIA); AS VENDAS FICAM
      * POR MÊS PARA TRÁS: 1 = ÚLTIMO MÊS FECHADO ... 15
       77 WRK-QT-PROD     PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-PROD    PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-MES     PIC 9(02) COMP VALUE ZEROES.
       77 WRK-QT-EXCEDIDOS PIC 9(05) VALUE ZEROES.
       01  WRK-TAB-PRODUTOS.
           02 WRK-TP-ITEM OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-QT-PROD
               ASCENDING KEY IS WRK-TP-PRODUTO
               INDEXED BY WRK-IDX-PROD.
               03 WRK-TP-PRODUTO    PIC 9(06).
               03 WRK-TP-MINIMO     PIC 9(05).
               03 WRK-TP-VENDA-MES  PIC 9(07) OCCURS 15 TIMES.
               03 WRK-TP-MESES      PIC 9(02).
               03 WRK-TP-SOMA-DIAS  PIC 9(07).
               03 WRK-TP-RECEBIDOS  PIC 9(05).
               03 WRK-TP-PRAZO-COT  PIC 9(03).
               03 WRK-TP-DEMANDA    PIC 9(05)V99.
               03 WRK-TP-LEAD       PIC 9(03)V9.
               03 WRK-TP-ESTOQUE-SEG PIC 9(05).
               03 WRK-TP-PROPOSTO   PIC 9(05).
               03 WRK-TP-BASE       PIC X(07).
               03 WRK-TP-SITUACAO   PIC X(01).
                   88 TP-SEM-HISTORICO VALUE 'H'.
                   88 TP-SEM-MUDANCA   VALUE 'I'.
                   88 TP-PROPOSTO      VALUE 'P'.
                   88 TP-ACEITO        VALUE 'A'.
                   88 TP-RECUSADO      VALUE 'R'.

      * CÁLCULO DA PROPOSTA DE UM PRODUTO
       77 WRK-MESES-USADOS PIC 9(02) VALUE ZEROES.
       77 WRK-SOMA-RECENTE PIC 9(09) VALUE ZEROES.
       77 WRK-SOMA-ANTERIOR PIC 9(09) VALUE ZEROES.
       77 WRK-SOMA-MESES   PIC 9(09) VALUE ZEROES.
       77 WRK-PREVISAO     PIC 9(07)V99 VALUE ZEROES.
       77 WRK-MEDIA        PIC 9(07)V99 VALUE ZEROES.
       77 WRK-DIFERENCA    PIC S9(07)V99 VALUE ZEROES.
       77 WRK-VARIANCIA    PIC 9(13)V99 VALUE ZEROES.
       77 WRK-DESVIO-DIA   PIC 9(05)V9(04) VALUE ZEROES.
       77 WRK-DEMANDA-DIA  PIC 9(05)V9(04) VALUE ZEROES.
       77 WRK-ES-CALC      PIC 9(07)V9(04) VALUE ZEROES.
       77 WRK-PR-CALC      PIC 9(09)V9(04) VALUE ZEROES.
       77 WRK-INTEIRO      PIC 9(09) VALUE ZEROES.
       77 WRK-DIAS-ENTREGA PIC 9(05) VALUE ZEROES.

       77 WRK-MODO-ACEITE  PIC X(01) VALUE SPACES.
           88 ACEITAR-TODOS     VALUE 'T'.
           88 ACEITAR-LINHA     VALUE 'L'.
           88 ACEITAR-NENHUM    VALUE 'N'.
       77 WRK-RESPOSTA     PIC X(01) VALUE SPACES.
       77 WRK-QT-PROPOSTOS PIC 9(05) VALUE ZEROES.
       77 WRK-QT-ACEITOS   PIC 9(05) VALUE ZEROES.
       77 WRK-QT-GRAVADOS  PIC 9(05) VALUE ZEROES.

       01  WRK-CABECALHO1 PIC X(40) VALUE
           'EMPRESA XYZ COMERCIO LTDA'.
       01  WRK-CABECALHO2 PIC X(40) VALUE
           'PONTO DE REPOSICAO PELA DEMANDA'.
       01  WRK-CABECALHO3 PIC X(70) VALUE
           'CODIGO NOME             MINIMO PROPOSTO  DEM/DIA   LEAD EST.
      -    'SEG  BASE'.

       01  WRK-LINHA-DET.
           02 WRK-LD-PRODUTO  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-NOME     PIC X(15).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 WRK-LD-ATUAL    PIC ZZZZ9.
           02 FILLER          PIC X(04) VALUE SPACES.
           02 WRK-LD-PROPOSTO PIC ZZZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LD-DEMANDA  PIC ZZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LD-LEAD     PIC ZZ9,9.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 WRK-LD-ESTSEG   PIC ZZZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LD-BASE     PIC X(07).

       01  WRK-LINRELAT PIC X(80) VALUE SPACES.
       77 WRK-FATOR-ED  PIC Z9,99 VALUE ZEROES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'PONTO DE REPOSIÇÃO PELA DEMANDA'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           COMPUTE WRK-MESES-ATUAL = WRK-DS-ANO * 12 + WRK-DS-MES.
           PERFORM 0050-BUSCAR-PARAMETROS.
           PERFORM 0100-CARREGAR-SALDOS.
           IF WRK-QT-PROD = ZEROES
               DISPLAY 'NENHUM SALDO DE ESTOQUE PARA AVALIAR'
               GOBACK
           END-IF.
           IF WRK-QT-EXCEDIDOS > ZEROES
               DISPLAY 'PRODUTOS ALÉM DO LIMITE DE 2000 DA TABELA '
                   'FICAM SEM PROPOSTA: ' WRK-QT-EXCEDIDOS
           END-IF.
           PERFORM 0200-ACUMULAR-DEMANDA.
           PERFORM 0300-ACUMULAR-PRAZOS.
           PERFORM 0400-CALCULAR-PROPOSTA
               VARYING WRK-SUB-PROD FROM 1 BY 1
               UNTIL WRK-SUB-PROD > WRK-QT-PROD.
           PERFORM 0500-IMPRIMIR-LISTA.
           DISPLAY 'PRODUTOS COM MÍNIMO NOVO PROPOSTO: '
               WRK-QT-PROPOSTOS.
           IF WRK-QT-PROPOSTOS = ZEROES
               DISPLAY 'FINAL DO PONTO DE REPOSIÇÃO'
               GOBACK
           END-IF.
           DISPLAY 'LISTA ANTES/DEPOIS EM RELATORIO-PONTO-REPOSICAO'.
           PERFORM 0600-ACEITAR-PROPOSTAS.
           IF WRK-QT-ACEITOS > ZEROES
               PERFORM 0700-ATUALIZAR-MINIMOS
           END-IF.
           DISPLAY 'MÍNIMOS ATUALIZADOS NO SALDO: ' WRK-QT-GRAVADOS.
           DISPLAY 'FINAL DO PONTO DE REPOSIÇÃO'.
           GOBACK.

       0050-BUSCAR-PARAMETROS.
           MOVE 'REPOS-FATOR-SEGURANC' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO AND REG-PRM-VALOR > ZEROES
               MOVE REG-PRM-VALOR TO WRK-FATOR-SEG
           END-IF.
           MOVE 'REPOS-PRAZO-PADRAO' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO AND REG-PRM-VALOR > ZEROES
               MOVE REG-PRM-VALOR TO WRK-PRAZO-PADRAO
           END-IF.

      * O ARQUIVO DE SALDOS É LIDO EM ORDEM DE PRODUTO, O QUE DEIXA
      * A TABELA PRONTA PARA A BUSCA BINÁRIA
       0100-CARREGAR-SALDOS.
           OPEN INPUT ARQ-SALDOS.
           IF NOT SALDOS-OK
               DISPLAY 'ARQUIVO DE SALDOS DE ESTOQUE NÃO ENCONTRADO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0110-LER-SALDO.
           PERFORM 0120-GUARDAR-SALDO UNTIL FIM-SALDOS.
           CLOSE ARQ-SALDOS.

       0110-LER-SALDO.
           READ ARQ-SALDOS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SALDOS
           END-READ.

       0120-GUARDAR-SALDO.
           IF WRK-QT-PROD < 2000
               ADD 1 TO WRK-QT-PROD
               INITIALIZE WRK-TP-ITEM(WRK-QT-PROD)
               MOVE REG-SAL-PRODUTO TO WRK-TP-PRODUTO(WRK-QT-PROD)
               MOVE REG-SAL-MINIMO  TO WRK-TP-MINIMO(WRK-QT-PROD)
           ELSE
               ADD 1 TO WRK-QT-EXCEDIDOS
           END-IF.
           PERFORM 0110-LER-SALDO.

      * AS TRÊS FONTES DA DEMANDA TÊM O MESMO LAYOUT DE MOVIMENTO; UM
      * MOVIMENTO ESTÁ EM SÓ UMA DELAS (O ESTOQUEPOSTA PASSA O BAIXADO
      * PARA O HISTÓRICO E O EXPURGO PASSA O VELHO PARA O MORTO)
       0200-ACUMULAR-DEMANDA.
           MOVE 'N' TO WRK-FIM-DEMANDA.
           OPEN INPUT ARQ-HISTORICO.
           IF DEMANDA-OK
               PERFORM 0210-LER-HISTORICO
               PERFORM 0215-SOMAR-HISTORICO UNTIL FIM-DEMANDA
               CLOSE ARQ-HISTORICO
           ELSE
               DISPLAY 'HISTORICO-MOVIMENTOS NÃO ENCONTRADO'
           END-IF.
           MOVE 'N' TO WRK-FIM-DEMANDA.
           OPEN INPUT ARQ-MORTO.
           IF DEMANDA-OK
               PERFORM 0220-LER-MORTO
               PERFORM 0225-SOMAR-MORTO UNTIL FIM-DEMANDA
               CLOSE ARQ-MORTO
           END-IF.
           MOVE 'N' TO WRK-FIM-DEMANDA.
           OPEN INPUT ARQ-PENDENTES.
           IF DEMANDA-OK
               PERFORM 0230-LER-PENDENTE
               PERFORM 0235-SOMAR-PENDENTE UNTIL FIM-DEMANDA
               CLOSE ARQ-PENDENTES
           END-IF.

       0210-LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   MOVE 'S' TO WRK-FIM-DEMANDA
           END-READ.

       0215-SOMAR-HISTORICO.
           MOVE REG-HISTORICO-LIN TO REG-MOVIMENTO.
           PERFORM 0250-SOMAR-VENDA.
           PERFORM 0210-LER-HISTORICO.

       0220-LER-MORTO.
           READ ARQ-MORTO
               AT END
                   MOVE 'S' TO WRK-FIM-DEMANDA
           END-READ.

       0225-SOMAR-MORTO.
           MOVE REG-MRT-LINHA TO REG-MOVIMENTO.
           PERFORM 0250-SOMAR-VENDA.
           PERFORM 0220-LER-MORTO.

       0230-LER-PENDENTE.
           READ ARQ-PENDENTES
               AT END
                   MOVE 'S' TO WRK-FIM-DEMANDA
           END-READ.

       0235-SOMAR-PENDENTE.
           MOVE REG-PENDENTE-LIN TO REG-MOVIMENTO.
           PERFORM 0250-SOMAR-VENDA.
           PERFORM 0230-LER-PENDENTE.

      * SÓ A VENDA É DEMANDA; O MÊS CORRENTE AINDA ESTÁ ABERTO E NÃO
      * ENTRA, E O QUE PASSA DE 15 MESES NÃO É USADO
       0250-SOMAR-VENDA.
           IF NOT REG-MOV-VENDA OR
              REG-MOV-DATA NOT NUMERIC OR
              REG-MOV-QTDE NOT NUMERIC OR
              REG-MOV-QTDE NOT > ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-MOV-DATA TO WRK-DATA-MOV-NUM.
           IF WRK-DM-MES < 1 OR WRK-DM-MES > 12
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-MESES-MOV = WRK-DM-ANO * 12 + WRK-DM-MES.
           IF WRK-MESES-MOV NOT < WRK-MESES-ATUAL
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-MES-ATRAS = WRK-MESES-ATUAL - WRK-MESES-MOV.
           IF WRK-MES-ATRAS > 15
               EXIT PARAGRAPH
           END-IF.
           SEARCH ALL WRK-TP-ITEM
               AT END
                   EXIT PARAGRAPH
               WHEN WRK-TP-PRODUTO(WRK-IDX-PROD) = REG-MOV-PRODUTO
                   ADD REG-MOV-QTDE
                       TO WRK-TP-VENDA-MES(WRK-IDX-PROD, WRK-MES-ATRAS)
                   IF WRK-MES-ATRAS > WRK-TP-MESES(WRK-IDX-PROD)
                       MOVE WRK-MES-ATRAS TO WRK-TP-MESES(WRK-IDX-PROD)
                   END-IF
           END-SEARCH.

      * PRAZO DE ENTREGA DO PRODUTO: DIAS CORRIDOS DO PEDIDO AO
      * RECEBIMENTO NOS PEDIDOS RECEBIDOS; O PRAZO COTADO DO ÚLTIMO
      * PEDIDO FICA PARA O PRODUTO QUE AINDA NÃO TEVE RECEBIMENTO
       0300-ACUMULAR-PRAZOS.
           OPEN INPUT ARQ-COMPRAS.
           IF NOT COMPRAS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0310-LER-COMPRA.
           PERFORM 0320-PRAZO-DO-PEDIDO UNTIL FIM-COMPRAS.
           CLOSE ARQ-COMPRAS.

       0310-LER-COMPRA.
           READ ARQ-COMPRAS
               AT END
                   MOVE 'S' TO WRK-FIM-COMPRAS
           END-READ.

       0320-PRAZO-DO-PEDIDO.
           SEARCH ALL WRK-TP-ITEM
               AT END
                   CONTINUE
               WHEN WRK-TP-PRODUTO(WRK-IDX-PROD) = REG-PCO-PRODUTO
                   PERFORM 0330-MEDIR-PEDIDO
           END-SEARCH.
           PERFORM 0310-LER-COMPRA.

       0330-MEDIR-PEDIDO.
           IF REG-PCO-PRAZO-ENTREGA IS NUMERIC AND
              REG-PCO-PRAZO-ENTREGA > ZEROES
               MOVE REG-PCO-PRAZO-ENTREGA
                   TO WRK-TP-PRAZO-COT(WRK-IDX-PROD)
           END-IF.
           IF NOT REG-PCO-RECEBIDO OR
              REG-PCO-DATA-RECEB NOT NUMERIC OR
              REG-PCO-DATA-RECEB = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE 8 TO REG-SRV-FUNCAO.
           MOVE REG-PCO-DATA TO REG-SRV-DATA1.
           MOVE REG-PCO-DATA-RECEB TO REG-SRV-DATA2.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK AND REG-SRV-DIAS-RES NOT < ZEROES
               MOVE REG-SRV-DIAS-RES TO WRK-DIAS-ENTREGA
               ADD WRK-DIAS-ENTREGA
                   TO WRK-TP-SOMA-DIAS(WRK-IDX-PROD)
               ADD 1 TO WRK-TP-RECEBIDOS(WRK-IDX-PROD)
           END-IF.

      * PRODUTO SEM VENDA NOS ÚLTIMOS 15 MESES FICA COM O MÍNIMO QUE
      * TEM; OS DEMAIS RECEBEM A PROPOSTA
       0400-CALCULAR-PROPOSTA.
           IF WRK-TP-MESES(WRK-SUB-PROD) = ZEROES
               MOVE 'H' TO WRK-TP-SITUACAO(WRK-SUB-PROD)
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0410-PREVER-DEMANDA.
           PERFORM 0420-MEDIR-VARIACAO.
           PERFORM 0430-PRAZO-DO-PRODUTO.
      * ESTOQUE DE SEGURANÇA = Z x DESVIO DIÁRIO x RAIZ DO PRAZO;
      * MÍNIMO = DEMANDA DURANTE O PRAZO + ESTOQUE DE SEGURANÇA,
      * OS DOIS ARREDONDADOS PARA CIMA
           COMPUTE WRK-ES-CALC =
               WRK-FATOR-SEG * WRK-DESVIO-DIA *
               (WRK-TP-LEAD(WRK-SUB-PROD) ** 0,5).
           MOVE WRK-ES-CALC TO WRK-INTEIRO.
           IF WRK-INTEIRO < WRK-ES-CALC
               ADD 1 TO WRK-INTEIRO
           END-IF.
           IF WRK-INTEIRO > 99999
               MOVE 99999 TO WRK-INTEIRO
           END-IF.
           MOVE WRK-INTEIRO TO WRK-TP-ESTOQUE-SEG(WRK-SUB-PROD).
           COMPUTE WRK-PR-CALC =
               WRK-DEMANDA-DIA * WRK-TP-LEAD(WRK-SUB-PROD) +
               WRK-TP-ESTOQUE-SEG(WRK-SUB-PROD).
           MOVE WRK-PR-CALC TO WRK-INTEIRO.
           IF WRK-INTEIRO < WRK-PR-CALC
               ADD 1 TO WRK-INTEIRO
           END-IF.
           IF WRK-INTEIRO > 99999
               MOVE 99999 TO WRK-INTEIRO
           END-IF.
           MOVE WRK-INTEIRO TO WRK-TP-PROPOSTO(WRK-SUB-PROD).
           IF WRK-TP-PROPOSTO(WRK-SUB-PROD) =
              WRK-TP-MINIMO(WRK-SUB-PROD)
               MOVE 'I' TO WRK-TP-SITUACAO(WRK-SUB-PROD)
           ELSE
               MOVE 'P' TO WRK-TP-SITUACAO(WRK-SUB-PROD)
               ADD 1 TO WRK-QT-PROPOSTOS
           END-IF.

      * PREVISÃO DO MÊS: COM 15 MESES DE HISTÓRICO, O MESMO MÊS DO
      * ANO PASSADO (12 MESES ATRÁS) CORRIGIDO PELA TENDÊNCIA DOS
      * ÚLTIMOS 3 MESES CONTRA OS MESMOS 3 DO ANO PASSADO; SEM ISSO,
      * A MÉDIA DOS ÚLTIMOS 3 MESES (OU DOS QUE HOUVER)
       0410-PREVER-DEMANDA.
           MOVE ZEROES TO WRK-SOMA-RECENTE.
           MOVE ZEROES TO WRK-SOMA-ANTERIOR.
           PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
               UNTIL WRK-SUB-MES > 3
               ADD WRK-TP-VENDA-MES(WRK-SUB-PROD, WRK-SUB-MES)
                   TO WRK-SOMA-RECENTE
               ADD WRK-TP-VENDA-MES(WRK-SUB-PROD, WRK-SUB-MES + 12)
                   TO WRK-SOMA-ANTERIOR
           END-PERFORM.
           IF WRK-TP-MESES(WRK-SUB-PROD) = 15 AND
              WRK-SOMA-ANTERIOR > ZEROES
               COMPUTE WRK-PREVISAO ROUNDED =
                   WRK-TP-VENDA-MES(WRK-SUB-PROD, 12) *
                   WRK-SOMA-RECENTE / WRK-SOMA-ANTERIOR
                   ON SIZE ERROR
                       MOVE 9999999,99 TO WRK-PREVISAO
               END-COMPUTE
               MOVE 'SAZONAL' TO WRK-TP-BASE(WRK-SUB-PROD)
           ELSE
               MOVE WRK-TP-MESES(WRK-SUB-PROD) TO WRK-MESES-USADOS
               IF WRK-MESES-USADOS > 3
                   MOVE 3 TO WRK-MESES-USADOS
               END-IF
               COMPUTE WRK-PREVISAO ROUNDED =
                   WRK-SOMA-RECENTE / WRK-MESES-USADOS
               MOVE 'MEDIA' TO WRK-TP-BASE(WRK-SUB-PROD)
           END-IF.
           COMPUTE WRK-DEMANDA-DIA ROUNDED = WRK-PREVISAO / 30.
           COMPUTE WRK-TP-DEMANDA(WRK-SUB-PROD) ROUNDED =
               WRK-DEMANDA-DIA.

      * VARIAÇÃO: DESVIO PADRÃO DAS VENDAS MENSAIS DOS ÚLTIMOS 12
      * MESES (OU DOS QUE HOUVER), PASSADO PARA O DIA PELA RAIZ DE 30
       0420-MEDIR-VARIACAO.
           MOVE WRK-TP-MESES(WRK-SUB-PROD) TO WRK-MESES-USADOS.
           IF WRK-MESES-USADOS > 12
               MOVE 12 TO WRK-MESES-USADOS
           END-IF.
           MOVE ZEROES TO WRK-SOMA-MESES.
           PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
               UNTIL WRK-SUB-MES > WRK-MESES-USADOS
               ADD WRK-TP-VENDA-MES(WRK-SUB-PROD, WRK-SUB-MES)
                   TO WRK-SOMA-MESES
           END-PERFORM.
           COMPUTE WRK-MEDIA ROUNDED =
               WRK-SOMA-MESES / WRK-MESES-USADOS.
           MOVE ZEROES TO WRK-VARIANCIA.
           PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
               UNTIL WRK-SUB-MES > WRK-MESES-USADOS
               COMPUTE WRK-DIFERENCA =
                   WRK-TP-VENDA-MES(WRK-SUB-PROD, WRK-SUB-MES) -
                   WRK-MEDIA
               COMPUTE WRK-VARIANCIA =
                   WRK-VARIANCIA + WRK-DIFERENCA * WRK-DIFERENCA
           END-PERFORM.
           COMPUTE WRK-VARIANCIA ROUNDED =
               WRK-VARIANCIA / WRK-MESES-USADOS.
           COMPUTE WRK-DESVIO-DIA ROUNDED =
               (WRK-VARIANCIA ** 0,5) / (30 ** 0,5)
               ON SIZE ERROR
                   MOVE 99999,9999 TO WRK-DESVIO-DIA
           END-COMPUTE.

       0430-PRAZO-DO-PRODUTO.
           EVALUATE TRUE
               WHEN WRK-TP-RECEBIDOS(WRK-SUB-PROD) > ZEROES
                   COMPUTE WRK-TP-LEAD(WRK-SUB-PROD) ROUNDED =
                       WRK-TP-SOMA-DIAS(WRK-SUB-PROD) /
                       WRK-TP-RECEBIDOS(WRK-SUB-PROD)
                       ON SIZE ERROR
                           MOVE 999,9 TO WRK-TP-LEAD(WRK-SUB-PROD)
                   END-COMPUTE
               WHEN WRK-TP-PRAZO-COT(WRK-SUB-PROD) > ZEROES
                   MOVE WRK-TP-PRAZO-COT(WRK-SUB-PROD)
                       TO WRK-TP-LEAD(WRK-SUB-PROD)
               WHEN OTHER
                   MOVE WRK-PRAZO-PADRAO TO WRK-TP-LEAD(WRK-SUB-PROD)
           END-EVALUATE.
           IF WRK-TP-LEAD(WRK-SUB-PROD) < 1
               MOVE 1 TO WRK-TP-LEAD(WRK-SUB-PROD)
           END-IF.

      * A LISTA MOSTRA SÓ OS PRODUTOS COM MÍNIMO NOVO PROPOSTO
       0500-IMPRIMIR-LISTA.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE WRK-CABECALHO1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-CABECALHO2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-FATOR-SEG TO WRK-FATOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'VENDAS DOS ULTIMOS 15 MESES ATE ' WRK-DS-MES '/'
               WRK-DS-ANO ' (EXCLUSIVE) - FATOR DE SEGURANCA '
               WRK-FATOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-CABECALHO3 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           OPEN INPUT ARQ-CADASTRO.
           PERFORM 0510-IMPRIMIR-PRODUTO
               VARYING WRK-SUB-PROD FROM 1 BY 1
               UNTIL WRK-SUB-PROD > WRK-QT-PROD.
           IF CADASTRO-OK
               CLOSE ARQ-CADASTRO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'DEM/DIA = PREVISAO DO MES / 30; LEAD = DIAS DO PEDIDO'
               TO REG-RELATORIO.
           MOVE ' AO RECEBIMENTO' TO REG-RELATORIO(54:15).
           WRITE REG-RELATORIO.
           MOVE 'PROPOSTO = DEM/DIA X LEAD + EST.SEG; BASE = SAZONAL'
               TO REG-RELATORIO.
           MOVE ' (MES ANO PASSADO) OU MEDIA'
               TO REG-RELATORIO(52:27).
           WRITE REG-RELATORIO.
           CLOSE ARQ-RELATORIO.

       0510-IMPRIMIR-PRODUTO.
           IF NOT TP-PROPOSTO(WRK-SUB-PROD)
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TP-PRODUTO(WRK-SUB-PROD) TO WRK-LD-PRODUTO.
           MOVE SPACES TO WRK-LD-NOME.
           IF CADASTRO-OK
               MOVE WRK-TP-PRODUTO(WRK-SUB-PROD) TO REG-CAD-CODIGO
               READ ARQ-CADASTRO
                   INVALID KEY
                       MOVE 'NAO CADASTRADO' TO WRK-LD-NOME
                   NOT INVALID KEY
                       MOVE REG-CAD-NOME TO WRK-LD-NOME
               END-READ
           END-IF.
           MOVE WRK-TP-MINIMO(WRK-SUB-PROD)   TO WRK-LD-ATUAL.
           MOVE WRK-TP-PROPOSTO(WRK-SUB-PROD) TO WRK-LD-PROPOSTO.
           MOVE WRK-TP-DEMANDA(WRK-SUB-PROD)  TO WRK-LD-DEMANDA.
           MOVE WRK-TP-LEAD(WRK-SUB-PROD)     TO WRK-LD-LEAD.
           MOVE WRK-TP-ESTOQUE-SEG(WRK-SUB-PROD) TO WRK-LD-ESTSEG.
           MOVE WRK-TP-BASE(WRK-SUB-PROD)     TO WRK-LD-BASE.
           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      * O COMPRADOR ACEITA A LISTA INTEIRA, DECIDE LINHA A LINHA OU
      * NÃO ACEITA NADA (O MÍNIMO ATUAL CONTINUA VALENDO)
       0600-ACEITAR-PROPOSTAS.
           MOVE SPACES TO WRK-MODO-ACEITE.
           PERFORM UNTIL ACEITAR-TODOS OR ACEITAR-LINHA OR
                         ACEITAR-NENHUM
               DISPLAY 'ACEITAR OS MÍNIMOS PROPOSTOS (T = TODOS, '
                   'L = LINHA A LINHA, N = NENHUM):'
               ACCEPT WRK-MODO-ACEITE FROM CONSOLE
           END-PERFORM.
           PERFORM 0610-DECIDIR-LINHA
               VARYING WRK-SUB-PROD FROM 1 BY 1
               UNTIL WRK-SUB-PROD > WRK-QT-PROD.
           DISPLAY 'MÍNIMOS ACEITOS: ' WRK-QT-ACEITOS.

       0610-DECIDIR-LINHA.
           IF NOT TP-PROPOSTO(WRK-SUB-PROD)
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN ACEITAR-TODOS
                   MOVE 'S' TO WRK-RESPOSTA
               WHEN ACEITAR-NENHUM
                   MOVE 'N' TO WRK-RESPOSTA
               WHEN OTHER
                   DISPLAY 'PRODUTO ' WRK-TP-PRODUTO(WRK-SUB-PROD)
                       ' MÍNIMO ATUAL ' WRK-TP-MINIMO(WRK-SUB-PROD)
                       ' PROPOSTO ' WRK-TP-PROPOSTO(WRK-SUB-PROD)
                   DISPLAY 'ACEITA (S/N)?'
                   ACCEPT WRK-RESPOSTA FROM CONSOLE
           END-EVALUATE.
           IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
               MOVE 'A' TO WRK-TP-SITUACAO(WRK-SUB-PROD)
               ADD 1 TO WRK-QT-ACEITOS
           ELSE
               MOVE 'R' TO WRK-TP-SITUACAO(WRK-SUB-PROD)
           END-IF.

       0700-ATUALIZAR-MINIMOS.
           OPEN I-O ARQ-SALDOS.
           IF NOT SALDOS-OK
               DISPLAY 'SALDOS DE ESTOQUE INDISPONÍVEIS - NENHUM '
                   'MÍNIMO ATUALIZADO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0710-ATUALIZAR-SALDO
               VARYING WRK-SUB-PROD FROM 1 BY 1
               UNTIL WRK-SUB-PROD > WRK-QT-PROD.
           CLOSE ARQ-SALDOS.

       0710-ATUALIZAR-SALDO.
           IF NOT TP-ACEITO(WRK-SUB-PROD)
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TP-PRODUTO(WRK-SUB-PROD) TO REG-SAL-PRODUTO.
           READ ARQ-SALDOS
               INVALID KEY
                   DISPLAY 'SALDO DO PRODUTO '
                       WRK-TP-PRODUTO(WRK-SUB-PROD) ' NÃO ENCONTRADO'
               NOT INVALID KEY
                   MOVE WRK-TP-PROPOSTO(WRK-SUB-PROD) TO REG-SAL-MINIMO
                   REWRITE REG-SALDO
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR O SALDO DO '
                               'PRODUTO ' REG-SAL-PRODUTO
                       NOT INVALID KEY
                           ADD 1 TO WRK-QT-GRAVADOS
                   END-REWRITE
           END-READ.
