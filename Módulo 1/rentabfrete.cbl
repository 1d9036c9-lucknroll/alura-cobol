       IDENTIFICATION DIVISION.
       PROGRAM-ID. rentabfrete.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = RENTABILIDADE MENSAL DO FRETE: PARA AS NF-E
      *            EMITIDAS NA COMPETÊNCIA (MENOS AS CANCELADAS E
      *            REJEITADAS) CONFRONTA O FRETE COBRADO DO CLIENTE NA
      *            NOTA (REG-NFE-FRETE) COM O FRETE PAGO À
      *            TRANSPORTADORA. O PAGO DE CADA ITEM DO PEDIDO VEM
      *            DA COTAÇÃO DO PRODUTO PARA O CLIENTE (O COBRADO NO
      *            RETORNO EDI ACEITO, COMO NO PAGAFRETE, OU A PRÓPRIA
      *            COTAÇÃO), MENOS O ACORDO DAS RECLAMAÇÕES DE
      *            AVARIA/EXTRAVIO/FALTA; NA CARGA CONSOLIDADA
      *            (CARGAS-FRETE) O PAGO DA CARGA É RATEADO ENTRE AS
      *            REMESSAS NA PROPORÇÃO DO FRETE QUE CADA UMA TERIA
      *            SOZINHA. MOSTRA A DIFERENÇA EM VALOR E EM % DA
      *            VENDA POR PEDIDO, OS TOTAIS POR CLIENTE, UF E
      *            TRANSPORTADORA E OS 50 PIORES PEDIDOS, PARA A
      *            REVISÃO DAS REGRAS DE FRETE GRÁTIS
      * DATA = 15/10/2026
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
           SELECT ARQ-NFE ASSIGN TO 'NFE-NOTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NFE.
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
           SELECT ARQ-COTACOES ASSIGN TO 'COTACOES-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COTACOES.
           SELECT ARQ-RETORNO ASSIGN TO 'EDI-RETORNO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RETORNO.
           SELECT ARQ-SINISTROS ASSIGN TO 'SINISTROS-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SINISTROS.
           SELECT ARQ-CARGAS ASSIGN TO 'CARGAS-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARGAS.
           SELECT ARQ-TRANSPORTADORAS ASSIGN TO 'TRANSPORTADORAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSP.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-RENTAB-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-NFE.
           COPY 'nfe.cbl'.

       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

       FD  ARQ-PEDITEM.
           COPY 'peditemidx.cbl'.

       FD  ARQ-COTACOES.
       01  REG-COTACAO.
           02 REG-COT-PRODUTO PIC 9(06).
           02 REG-COT-CLIENTE PIC 9(06).
           02 REG-COT-UF      PIC X(02).
           02 REG-COT-FRETE   PIC 9(06)V99.
           02 REG-COT-SEGURO  PIC 9(06)V99.
           02 REG-COT-TRANSP  PIC 9(02).
           02 REG-COT-DATA     PIC 9(08).
           02 REG-COT-PROMESSA PIC 9(08).

       FD  ARQ-RETORNO.
       01  REG-RETORNO.
           02 REG-RET-UF       PIC X(02).
           02 REG-RET-PRODUTO  PIC X(20).
           02 REG-RET-SITUACAO PIC X(01).
               88 RET-ACEITA       VALUE 'A'.
           02 REG-RET-COBRADO  PIC 9(06)V99.

       FD  ARQ-SINISTROS.
           COPY 'sinistro.cbl'.

       FD  ARQ-CARGAS.
           COPY 'cargafrete.cbl'.

       FD  ARQ-TRANSPORTADORAS.
       01  REG-TRANSPORTADORA.
           02 REG-TRA-CODIGO    PIC 9(02).
           02 REG-TRA-NOME      PIC X(15).
           02 REG-TRA-ATIVA     PIC X(01).
           02 REG-TRA-UF        PIC X(02).
           02 REG-TRA-AJUSTE-UF PIC 9(03)V99.
           02 REG-TRA-AJUSTE-KG PIC 9(03)V99 OCCURS 3 TIMES.
           02 REG-TRA-PRAZO     PIC 9(03).

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-NFE      PIC X(02) VALUE '00'.
           88 NFE-OK             VALUE '00'.
       77 WRK-STATUS-PEDCAB   PIC X(02) VALUE '00'.
           88 PEDCAB-OK          VALUE '00'.
       77 WRK-STATUS-PEDITEM  PIC X(02) VALUE '00'.
           88 PEDITEM-OK         VALUE '00'.
       77 WRK-STATUS-COTACOES PIC X(02) VALUE '00'.
           88 COTACOES-OK        VALUE '00'.
       77 WRK-STATUS-RETORNO  PIC X(02) VALUE '00'.
           88 RETORNO-OK         VALUE '00'.
       77 WRK-STATUS-SINISTROS PIC X(02) VALUE '00'.
           88 SINISTROS-OK        VALUE '00'.
       77 WRK-STATUS-CARGAS   PIC X(02) VALUE '00'.
           88 CARGAS-OK          VALUE '00'.
       77 WRK-STATUS-TRANSP   PIC X(02) VALUE '00'.
           88 TRANSP-OK          VALUE '00'.
       77 WRK-STATUS-CADASTRO PIC X(02) VALUE '00'.
           88 CADASTRO-OK        VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-TROCOU PIC X(01) VALUE 'S'.
           88 HOUVE-TROCA VALUE 'S'.

       77 WRK-COMPETENCIA-ALVO PIC 9(06) VALUE ZEROES.
       77 WRK-COMP-NOTA        PIC 9(06) VALUE ZEROES.
       77 WRK-LIMITE-PIORES    PIC 9(03) VALUE 50.
       77 WRK-QT-FORA-TABELA   PIC 9(05) VALUE ZEROES.

      * PEDIDOS DAS NOTAS DA COMPETÊNCIA, COM O COBRADO E O PAGO
       77 WRK-QT-PEDIDOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-PED    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-PED2   PIC 9(03) COMP VALUE ZEROES.
       77 WRK-PED-ACHADO PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-PEDIDOS.
           02 WRK-TP-ITEM OCCURS 500 TIMES.
               03 WRK-TP-PEDIDO    PIC 9(06).
               03 WRK-TP-NOTA      PIC 9(06).
               03 WRK-TP-CLIENTE   PIC 9(06).
               03 WRK-TP-UF        PIC X(02).
               03 WRK-TP-DATA      PIC 9(08).
               03 WRK-TP-VENDA     PIC 9(10)V99.
               03 WRK-TP-COBRADO   PIC 9(08)V99.
               03 WRK-TP-PAGO      PIC 9(08)V99.
               03 WRK-TP-TRANSP    PIC 9(02).
               03 WRK-TP-MAIOR     PIC 9(08)V99.
               03 WRK-TP-DIFERENCA PIC S9(08)V99.
               03 WRK-TP-PCT       PIC S9(05)V99.
       01  WRK-PED-AUX PIC X(89) VALUE SPACES.

      * COTAÇÕES COM O VALOR PAGO LÍQUIDO (RETORNO EDI E ACORDOS)
       77 WRK-QT-COTACOES PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-COT     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-COT-ACHADA  PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-COTACOES.
           02 WRK-TC-ITEM OCCURS 500 TIMES.
               03 WRK-TC-PRODUTO PIC 9(06).
               03 WRK-TC-CLIENTE PIC 9(06).
               03 WRK-TC-UF      PIC X(02).
               03 WRK-TC-NOME    PIC X(20).
               03 WRK-TC-DATA    PIC 9(08).
               03 WRK-TC-FRETE   PIC 9(06)V99.
               03 WRK-TC-TRANSP  PIC 9(02).
               03 WRK-TC-PAGO    PIC 9(08)V99.
               03 WRK-TC-EDI     PIC X(01).
               03 WRK-TC-USADA   PIC X(01).

      * REMESSAS DAS CARGAS CONSOLIDADAS, COM A COTAÇÃO DA CARGA E A
      * SOMA DOS FRETES INDIVIDUAIS DO GRUPO (BASE DO RATEIO)
       77 WRK-QT-CARGAS  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-CAR    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-CAR2   PIC 9(03) COMP VALUE ZEROES.
       77 WRK-CAR-ACHADA PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-CARGAS.
           02 WRK-TG-ITEM OCCURS 500 TIMES.
               03 WRK-TG-DATA          PIC 9(08).
               03 WRK-TG-LIDER-PRODUTO PIC 9(06).
               03 WRK-TG-LIDER-CLIENTE PIC 9(06).
               03 WRK-TG-PRODUTO       PIC 9(06).
               03 WRK-TG-CLIENTE       PIC 9(06).
               03 WRK-TG-FRETE-IND     PIC 9(08)V99.
               03 WRK-TG-SOMA-IND      PIC 9(09)V99.
               03 WRK-TG-COTACAO       PIC 9(03) COMP.
               03 WRK-TG-RESOLVIDA     PIC X(01).
               03 WRK-TG-USADA         PIC X(01).

      * TOTAIS POR CLIENTE, POR UF E POR TRANSPORTADORA (A POSIÇÃO
      * DA TRANSPORTADORA É O CÓDIGO MAIS UM; A 1 É A FROTA PRÓPRIA)
       77 WRK-QT-CLIENTES PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-CLI     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-CLI-ACHADO  PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-CLIENTES.
           02 WRK-TK-ITEM OCCURS 300 TIMES.
               03 WRK-TK-CLIENTE PIC 9(06).
               03 WRK-TK-VENDA   PIC 9(11)V99.
               03 WRK-TK-COBRADO PIC 9(10)V99.
               03 WRK-TK-PAGO    PIC 9(10)V99.
       77 WRK-QT-UFS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-UF PIC 9(03) COMP VALUE ZEROES.
       77 WRK-UF-ACHADA PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-UFS.
           02 WRK-TU-ITEM OCCURS 30 TIMES.
               03 WRK-TU-UF      PIC X(02).
               03 WRK-TU-VENDA   PIC 9(11)V99.
               03 WRK-TU-COBRADO PIC 9(10)V99.
               03 WRK-TU-PAGO    PIC 9(10)V99.
       77 WRK-SUB-TRA PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-TRANSP.
           02 WRK-TT-ITEM OCCURS 100 TIMES.
               03 WRK-TT-NOME    PIC X(15).
               03 WRK-TT-PEDIDOS PIC 9(05).
               03 WRK-TT-VENDA   PIC 9(11)V99.
               03 WRK-TT-COBRADO PIC 9(10)V99.
               03 WRK-TT-PAGO    PIC 9(10)V99.

       77 WRK-NOME-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-PAGO-ITEM    PIC 9(08)V99 VALUE ZEROES.
       77 WRK-TRANSP-ITEM  PIC 9(02) VALUE ZEROES.
       77 WRK-SOMA-IND     PIC 9(09)V99 VALUE ZEROES.
       77 WRK-TOTAL-VENDA   PIC 9(11)V99 VALUE ZEROES.
       77 WRK-TOTAL-COBRADO PIC 9(10)V99 VALUE ZEROES.
       77 WRK-TOTAL-PAGO    PIC 9(10)V99 VALUE ZEROES.

      * CAMPOS DA LINHA DE TOTAL (CLIENTE, UF, TRANSPORTADORA, GERAL)
       77 WRK-LT-ROTULO    PIC X(22) VALUE SPACES.
       77 WRK-LT-VENDA     PIC 9(11)V99 VALUE ZEROES.
       77 WRK-LT-COBRADO   PIC 9(10)V99 VALUE ZEROES.
       77 WRK-LT-PAGO      PIC 9(10)V99 VALUE ZEROES.
       77 WRK-LT-DIFERENCA PIC S9(10)V99 VALUE ZEROES.
       77 WRK-LT-PCT       PIC S9(05)V99 VALUE ZEROES.

       77 WRK-VENDA-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-VALOR-ED     PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-DIFERENCA-ED PIC -.---.---.--9,99 VALUE ZEROES.
       77 WRK-PCT-ED       PIC ----9,99 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).

       01  WRK-LINRELAT PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'RENTABILIDADE DO FRETE'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           DISPLAY 'COMPETÊNCIA DAS NOTAS (AAAAMM, 0 = MÊS ATUAL):'.
           ACCEPT WRK-COMPETENCIA-ALVO FROM CONSOLE.
           IF WRK-COMPETENCIA-ALVO = ZEROES
               COMPUTE WRK-COMPETENCIA-ALVO =
                   WRK-DS-ANO * 100 + WRK-DS-MES
           END-IF.
           INITIALIZE WRK-TAB-TRANSP.
           PERFORM 0100-CARREGAR-NOTAS.
           IF WRK-QT-PEDIDOS = ZEROES
               DISPLAY 'NENHUMA NF-E EMITIDA NA COMPETÊNCIA '
                   WRK-COMPETENCIA-ALVO
               GOBACK
           END-IF.
           PERFORM 0150-DATAS-DOS-PEDIDOS.
           PERFORM 0200-CARREGAR-COTACOES.
           PERFORM 0230-APLICAR-RETORNOS.
           PERFORM 0260-DESCONTAR-ACORDOS.
           PERFORM 0300-CARREGAR-CARGAS.
           PERFORM 0330-RESOLVER-CARGA
               VARYING WRK-SUB-CAR FROM 1 BY 1
               UNTIL WRK-SUB-CAR > WRK-QT-CARGAS.
           PERFORM 0400-APURAR-ITENS.
           PERFORM 0500-TOTALIZAR-PEDIDO
               VARYING WRK-SUB-PED FROM 1 BY 1
               UNTIL WRK-SUB-PED > WRK-QT-PEDIDOS.
           PERFORM 0600-IMPRIMIR-RELATORIO.
           IF WRK-QT-FORA-TABELA > ZEROES
               DISPLAY 'LINHAS ALÉM DO LIMITE DAS TABELAS - '
                   'IGNORADAS: ' WRK-QT-FORA-TABELA
           END-IF.
           DISPLAY 'PEDIDOS AVALIADOS: ' WRK-QT-PEDIDOS.
           DISPLAY 'FINAL DA RENTABILIDADE DO FRETE'.
           GOBACK.

      * NOTA EMITIDA NA COMPETÊNCIA E NÃO CANCELADA NEM REJEITADA;
      * A VENDA É O TOTAL DA NOTA SEM O FRETE. A NOTA GRAVADA ANTES
      * DO CAMPO DE FRETE NÃO TEM O VALOR E CONTA COMO SEM COBRANÇA
       0100-CARREGAR-NOTAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-NFE.
           IF NOT NFE-OK
               DISPLAY 'ARQUIVO DE NF-E NÃO ENCONTRADO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0110-LER-NOTA.
           PERFORM 0120-GUARDAR-NOTA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-NFE.

       0110-LER-NOTA.
           READ ARQ-NFE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0120-GUARDAR-NOTA.
           MOVE ZEROES TO WRK-COMP-NOTA.
           IF REG-NFE-EMISSAO IS NUMERIC
               COMPUTE WRK-COMP-NOTA = REG-NFE-EMISSAO / 100
           END-IF.
           IF WRK-COMP-NOTA NOT = WRK-COMPETENCIA-ALVO OR
              NFE-CANCELADA OR NFE-REJEITADA
               PERFORM 0110-LER-NOTA
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-PEDIDOS NOT < 500
               ADD 1 TO WRK-QT-FORA-TABELA
               PERFORM 0110-LER-NOTA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-PEDIDOS.
           MOVE WRK-QT-PEDIDOS TO WRK-SUB-PED.
           INITIALIZE WRK-TP-ITEM(WRK-SUB-PED).
           MOVE REG-NFE-PEDIDO  TO WRK-TP-PEDIDO(WRK-SUB-PED).
           MOVE REG-NFE-NOTA    TO WRK-TP-NOTA(WRK-SUB-PED).
           MOVE REG-NFE-CLIENTE TO WRK-TP-CLIENTE(WRK-SUB-PED).
           IF REG-NFE-FRETE IS NUMERIC
               MOVE REG-NFE-FRETE TO WRK-TP-COBRADO(WRK-SUB-PED)
           END-IF.
           IF REG-NFE-VALOR > WRK-TP-COBRADO(WRK-SUB-PED)
               COMPUTE WRK-TP-VENDA(WRK-SUB-PED) =
                   REG-NFE-VALOR - WRK-TP-COBRADO(WRK-SUB-PED)
           END-IF.
           MOVE '??' TO WRK-TP-UF(WRK-SUB-PED).
           OPEN INPUT ARQ-CADASTRO.
           IF CADASTRO-OK
               MOVE REG-NFE-CLIENTE TO REG-CAD-CODIGO
               READ ARQ-CADASTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-CAD-UF TO WRK-TP-UF(WRK-SUB-PED)
               END-READ
               CLOSE ARQ-CADASTRO
           END-IF.
           PERFORM 0110-LER-NOTA.

      * A DATA DO PEDIDO LIMITA AS COTAÇÕES QUE PODEM SER DELE
       0150-DATAS-DOS-PEDIDOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PEDCAB.
           IF NOT PEDCAB-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0160-LER-PEDCAB.
           PERFORM 0170-DATA-DO-PEDIDO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-PEDCAB.

       0160-LER-PEDCAB.
           READ ARQ-PEDCAB NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0170-DATA-DO-PEDIDO.
           PERFORM VARYING WRK-SUB-PED FROM 1 BY 1
               UNTIL WRK-SUB-PED > WRK-QT-PEDIDOS
               IF WRK-TP-PEDIDO(WRK-SUB-PED) = REG-PC-NUMERO AND
                  REG-PC-DATA IS NUMERIC
                   MOVE REG-PC-DATA TO WRK-TP-DATA(WRK-SUB-PED)
               END-IF
           END-PERFORM.
           PERFORM 0160-LER-PEDCAB.

      * SEM RETORNO EDI ACEITO O PAGO É A PRÓPRIA COTAÇÃO (O VALOR
      * A PAGAR); A ENTREGA DA FROTA PRÓPRIA NÃO TEM PAGAMENTO
       0200-CARREGAR-COTACOES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-COTACOES.
           IF NOT COTACOES-OK
               DISPLAY 'ARQUIVO DE COTAÇÕES NÃO ENCONTRADO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0210-LER-COTACAO.
           PERFORM 0220-GUARDAR-COTACAO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-COTACOES.

       0210-LER-COTACAO.
           READ ARQ-COTACOES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0220-GUARDAR-COTACAO.
           IF WRK-QT-COTACOES NOT < 500
               ADD 1 TO WRK-QT-FORA-TABELA
               PERFORM 0210-LER-COTACAO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-COTACOES.
           MOVE WRK-QT-COTACOES TO WRK-SUB-COT.
           MOVE REG-COT-PRODUTO TO WRK-TC-PRODUTO(WRK-SUB-COT).
           MOVE REG-COT-CLIENTE TO WRK-TC-CLIENTE(WRK-SUB-COT).
           MOVE REG-COT-UF      TO WRK-TC-UF(WRK-SUB-COT).
           MOVE ZEROES TO WRK-TC-DATA(WRK-SUB-COT).
           IF REG-COT-DATA IS NUMERIC
               MOVE REG-COT-DATA TO WRK-TC-DATA(WRK-SUB-COT)
           END-IF.
           MOVE REG-COT-FRETE   TO WRK-TC-FRETE(WRK-SUB-COT).
           MOVE REG-COT-TRANSP  TO WRK-TC-TRANSP(WRK-SUB-COT).
           IF REG-COT-TRANSP > ZEROES
               MOVE REG-COT-FRETE TO WRK-TC-PAGO(WRK-SUB-COT)
           ELSE
               MOVE ZEROES TO WRK-TC-PAGO(WRK-SUB-COT)
           END-IF.
           MOVE 'N' TO WRK-TC-EDI(WRK-SUB-COT)
               WRK-TC-USADA(WRK-SUB-COT).
           PERFORM 0225-NOME-DO-PRODUTO.
           PERFORM 0210-LER-COTACAO.

       0225-NOME-DO-PRODUTO.
           MOVE SPACES TO WRK-TC-NOME(WRK-SUB-COT).
           OPEN INPUT ARQ-CADASTRO.
           IF CADASTRO-OK
               MOVE REG-COT-PRODUTO TO REG-CAD-CODIGO
               READ ARQ-CADASTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-CAD-NOME TO WRK-TC-NOME(WRK-SUB-COT)
               END-READ
               CLOSE ARQ-CADASTRO
           END-IF.

      * O RETORNO ACEITO CASA COM A PRIMEIRA COTAÇÃO AINDA SEM PAR
      * DA MESMA UF E NOME DO PRODUTO, COMO NO PAGAFRETE; O PAGO
      * PASSA A SER O COBRADO DO RETORNO, QUANDO HOUVER
       0230-APLICAR-RETORNOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-RETORNO.
           IF NOT RETORNO-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0240-LER-RETORNO.
           PERFORM 0250-APLICAR-UM UNTIL FIM-ARQUIVO.
           CLOSE ARQ-RETORNO.

       0240-LER-RETORNO.
           READ ARQ-RETORNO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0250-APLICAR-UM.
           IF NOT RET-ACEITA
               PERFORM 0240-LER-RETORNO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-COT-ACHADA.
           PERFORM VARYING WRK-SUB-COT FROM 1 BY 1
               UNTIL WRK-SUB-COT > WRK-QT-COTACOES
                   OR WRK-COT-ACHADA > ZEROES
               IF WRK-TC-EDI(WRK-SUB-COT) = 'N' AND
                  WRK-TC-UF(WRK-SUB-COT) = REG-RET-UF AND
                  WRK-TC-NOME(WRK-SUB-COT) = REG-RET-PRODUTO
                   MOVE WRK-SUB-COT TO WRK-COT-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-COT-ACHADA > ZEROES
               MOVE 'S' TO WRK-TC-EDI(WRK-COT-ACHADA)
               IF WRK-TC-TRANSP(WRK-COT-ACHADA) > ZEROES AND
                  REG-RET-COBRADO IS NUMERIC AND
                  REG-RET-COBRADO > ZEROES
                   MOVE REG-RET-COBRADO TO WRK-TC-PAGO(WRK-COT-ACHADA)
               END-IF
           END-IF.
           PERFORM 0240-LER-RETORNO.

      * O ACORDO DA RECLAMAÇÃO (ACORDADA OU JÁ DESCONTADA) VOLTA
      * DA TRANSPORTADORA E SAI DO PAGO DA COTAÇÃO RECLAMADA
       0260-DESCONTAR-ACORDOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-SINISTROS.
           IF NOT SINISTROS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0270-LER-SINISTRO.
           PERFORM 0280-DESCONTAR-UM UNTIL FIM-ARQUIVO.
           CLOSE ARQ-SINISTROS.

       0270-LER-SINISTRO.
           READ ARQ-SINISTROS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0280-DESCONTAR-UM.
           IF NOT SIN-ACORDADA AND NOT SIN-DESCONTADA
               PERFORM 0270-LER-SINISTRO
               EXIT PARAGRAPH
           END-IF.
           IF REG-SIN-ACORDO NOT NUMERIC OR
              REG-SIN-ACORDO = ZEROES
               PERFORM 0270-LER-SINISTRO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-COT-ACHADA.
           PERFORM VARYING WRK-SUB-COT FROM 1 BY 1
               UNTIL WRK-SUB-COT > WRK-QT-COTACOES
                   OR WRK-COT-ACHADA > ZEROES
               IF WRK-TC-PRODUTO(WRK-SUB-COT) = REG-SIN-PRODUTO AND
                  WRK-TC-CLIENTE(WRK-SUB-COT) = REG-SIN-CLIENTE AND
                  WRK-TC-DATA(WRK-SUB-COT) = REG-SIN-DATA-COTACAO
                   MOVE WRK-SUB-COT TO WRK-COT-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-COT-ACHADA > ZEROES
               IF WRK-TC-PAGO(WRK-COT-ACHADA) > REG-SIN-ACORDO
                   SUBTRACT REG-SIN-ACORDO
                       FROM WRK-TC-PAGO(WRK-COT-ACHADA)
               ELSE
                   MOVE ZEROES TO WRK-TC-PAGO(WRK-COT-ACHADA)
               END-IF
           END-IF.
           PERFORM 0270-LER-SINISTRO.

       0300-CARREGAR-CARGAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-CARGAS.
           IF NOT CARGAS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0310-LER-CARGA.
           PERFORM 0320-GUARDAR-CARGA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-CARGAS.

       0310-LER-CARGA.
           READ ARQ-CARGAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0320-GUARDAR-CARGA.
           IF WRK-QT-CARGAS NOT < 500
               ADD 1 TO WRK-QT-FORA-TABELA
               PERFORM 0310-LER-CARGA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-CARGAS.
           MOVE WRK-QT-CARGAS TO WRK-SUB-CAR.
           MOVE REG-CAR-DATA TO WRK-TG-DATA(WRK-SUB-CAR).
           MOVE REG-CAR-LIDER-PRODUTO
               TO WRK-TG-LIDER-PRODUTO(WRK-SUB-CAR).
           MOVE REG-CAR-LIDER-CLIENTE
               TO WRK-TG-LIDER-CLIENTE(WRK-SUB-CAR).
           MOVE REG-CAR-PRODUTO TO WRK-TG-PRODUTO(WRK-SUB-CAR).
           MOVE REG-CAR-CLIENTE TO WRK-TG-CLIENTE(WRK-SUB-CAR).
           MOVE ZEROES TO WRK-TG-FRETE-IND(WRK-SUB-CAR).
           IF REG-CAR-FRETE-IND IS NUMERIC
               MOVE REG-CAR-FRETE-IND TO WRK-TG-FRETE-IND(WRK-SUB-CAR)
           END-IF.
           MOVE ZEROES TO WRK-TG-SOMA-IND(WRK-SUB-CAR)
               WRK-TG-COTACAO(WRK-SUB-CAR).
           MOVE 'N' TO WRK-TG-RESOLVIDA(WRK-SUB-CAR)
               WRK-TG-USADA(WRK-SUB-CAR).
           PERFORM 0310-LER-CARGA.

      * A CARGA SEGUE PARA A COTAÇÃO COMO A REMESSA LÍDER COM O PESO
      * SOMADO: A COTAÇÃO DA CARGA É A PRIMEIRA DO PRODUTO E CLIENTE
      * DA LÍDER A PARTIR DA DATA DA CONSOLIDAÇÃO, E FICA PRESA À
      * CARGA PARA NÃO SER TOMADA POR UM PEDIDO AVULSO
       0330-RESOLVER-CARGA.
           IF WRK-TG-RESOLVIDA(WRK-SUB-CAR) = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-COT-ACHADA.
           PERFORM VARYING WRK-SUB-COT FROM 1 BY 1
               UNTIL WRK-SUB-COT > WRK-QT-COTACOES
                   OR WRK-COT-ACHADA > ZEROES
               IF WRK-TC-USADA(WRK-SUB-COT) = 'N' AND
                  WRK-TC-PRODUTO(WRK-SUB-COT) =
                      WRK-TG-LIDER-PRODUTO(WRK-SUB-CAR) AND
                  WRK-TC-CLIENTE(WRK-SUB-COT) =
                      WRK-TG-LIDER-CLIENTE(WRK-SUB-CAR) AND
                  WRK-TC-DATA(WRK-SUB-COT) NOT <
                      WRK-TG-DATA(WRK-SUB-CAR)
                   MOVE WRK-SUB-COT TO WRK-COT-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-COT-ACHADA > ZEROES
               MOVE 'S' TO WRK-TC-USADA(WRK-COT-ACHADA)
           END-IF.
           MOVE ZEROES TO WRK-SOMA-IND.
           PERFORM VARYING WRK-SUB-CAR2 FROM WRK-SUB-CAR BY 1
               UNTIL WRK-SUB-CAR2 > WRK-QT-CARGAS
               IF WRK-TG-DATA(WRK-SUB-CAR2) =
                      WRK-TG-DATA(WRK-SUB-CAR) AND
                  WRK-TG-LIDER-PRODUTO(WRK-SUB-CAR2) =
                      WRK-TG-LIDER-PRODUTO(WRK-SUB-CAR) AND
                  WRK-TG-LIDER-CLIENTE(WRK-SUB-CAR2) =
                      WRK-TG-LIDER-CLIENTE(WRK-SUB-CAR) AND
                  WRK-TG-RESOLVIDA(WRK-SUB-CAR2) = 'N'
                   ADD WRK-TG-FRETE-IND(WRK-SUB-CAR2) TO WRK-SOMA-IND
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-SUB-CAR2 FROM WRK-SUB-CAR BY 1
               UNTIL WRK-SUB-CAR2 > WRK-QT-CARGAS
               IF WRK-TG-DATA(WRK-SUB-CAR2) =
                      WRK-TG-DATA(WRK-SUB-CAR) AND
                  WRK-TG-LIDER-PRODUTO(WRK-SUB-CAR2) =
                      WRK-TG-LIDER-PRODUTO(WRK-SUB-CAR) AND
                  WRK-TG-LIDER-CLIENTE(WRK-SUB-CAR2) =
                      WRK-TG-LIDER-CLIENTE(WRK-SUB-CAR) AND
                  WRK-TG-RESOLVIDA(WRK-SUB-CAR2) = 'N'
                   MOVE WRK-SOMA-IND TO WRK-TG-SOMA-IND(WRK-SUB-CAR2)
                   MOVE WRK-COT-ACHADA
                       TO WRK-TG-COTACAO(WRK-SUB-CAR2)
                   MOVE 'S' TO WRK-TG-RESOLVIDA(WRK-SUB-CAR2)
               END-IF
           END-PERFORM.

      * CADA ITEM DO PEDIDO RECEBE O PAGO DA SUA REMESSA: A PARTE
      * DO RATEIO QUANDO FOI EM CARGA CONSOLIDADA, SENÃO A PRIMEIRA
      * COTAÇÃO LIVRE DO PRODUTO PARA O CLIENTE A PARTIR DA DATA DO
      * PEDIDO. A TRANSPORTADORA DO PEDIDO É A DO ITEM MAIS CARO
       0400-APURAR-ITENS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PEDITEM.
           IF NOT PEDITEM-OK
               DISPLAY 'ARQUIVO DE ITENS DE PEDIDO NÃO ENCONTRADO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0410-LER-ITEM.
           PERFORM 0420-APURAR-UM UNTIL FIM-ARQUIVO.
           CLOSE ARQ-PEDITEM.

       0410-LER-ITEM.
           READ ARQ-PEDITEM NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0420-APURAR-UM.
           MOVE ZEROES TO WRK-PED-ACHADO.
           PERFORM VARYING WRK-SUB-PED FROM 1 BY 1
               UNTIL WRK-SUB-PED > WRK-QT-PEDIDOS
                   OR WRK-PED-ACHADO > ZEROES
               IF WRK-TP-PEDIDO(WRK-SUB-PED) = REG-PI-NUMERO
                   MOVE WRK-SUB-PED TO WRK-PED-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-PED-ACHADO = ZEROES
               PERFORM 0410-LER-ITEM
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-PAGO-ITEM WRK-TRANSP-ITEM.
           PERFORM 0430-PROCURAR-NA-CARGA.
           IF WRK-CAR-ACHADA = ZEROES
               PERFORM 0440-PROCURAR-COTACAO
           END-IF.
           ADD WRK-PAGO-ITEM TO WRK-TP-PAGO(WRK-PED-ACHADO).
           IF WRK-PAGO-ITEM > WRK-TP-MAIOR(WRK-PED-ACHADO)
               MOVE WRK-PAGO-ITEM TO WRK-TP-MAIOR(WRK-PED-ACHADO)
               MOVE WRK-TRANSP-ITEM TO WRK-TP-TRANSP(WRK-PED-ACHADO)
           END-IF.
           PERFORM 0410-LER-ITEM.

      * A PARTE DA REMESSA NA CARGA É O PAGO DA COTAÇÃO DA CARGA NA
      * PROPORÇÃO DO SEU FRETE INDIVIDUAL SOBRE A SOMA DO GRUPO
       0430-PROCURAR-NA-CARGA.
           MOVE ZEROES TO WRK-CAR-ACHADA.
           PERFORM VARYING WRK-SUB-CAR FROM 1 BY 1
               UNTIL WRK-SUB-CAR > WRK-QT-CARGAS
                   OR WRK-CAR-ACHADA > ZEROES
               IF WRK-TG-USADA(WRK-SUB-CAR) = 'N' AND
                  WRK-TG-COTACAO(WRK-SUB-CAR) > ZEROES AND
                  WRK-TG-PRODUTO(WRK-SUB-CAR) = REG-PI-PRODUTO AND
                  WRK-TG-CLIENTE(WRK-SUB-CAR) =
                      WRK-TP-CLIENTE(WRK-PED-ACHADO) AND
                  WRK-TG-DATA(WRK-SUB-CAR) NOT <
                      WRK-TP-DATA(WRK-PED-ACHADO)
                   MOVE WRK-SUB-CAR TO WRK-CAR-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-CAR-ACHADA = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-TG-USADA(WRK-CAR-ACHADA).
           MOVE WRK-TG-COTACAO(WRK-CAR-ACHADA) TO WRK-COT-ACHADA.
           MOVE WRK-TC-TRANSP(WRK-COT-ACHADA) TO WRK-TRANSP-ITEM.
           IF WRK-TG-SOMA-IND(WRK-CAR-ACHADA) > ZEROES
               COMPUTE WRK-PAGO-ITEM ROUNDED =
                   WRK-TC-PAGO(WRK-COT-ACHADA) *
                   WRK-TG-FRETE-IND(WRK-CAR-ACHADA) /
                   WRK-TG-SOMA-IND(WRK-CAR-ACHADA)
           ELSE
               IF WRK-TG-PRODUTO(WRK-CAR-ACHADA) =
                      WRK-TG-LIDER-PRODUTO(WRK-CAR-ACHADA) AND
                  WRK-TG-CLIENTE(WRK-CAR-ACHADA) =
                      WRK-TG-LIDER-CLIENTE(WRK-CAR-ACHADA)
                   MOVE WRK-TC-PAGO(WRK-COT-ACHADA) TO WRK-PAGO-ITEM
               END-IF
           END-IF.

       0440-PROCURAR-COTACAO.
           MOVE ZEROES TO WRK-COT-ACHADA.
           PERFORM VARYING WRK-SUB-COT FROM 1 BY 1
               UNTIL WRK-SUB-COT > WRK-QT-COTACOES
                   OR WRK-COT-ACHADA > ZEROES
               IF WRK-TC-USADA(WRK-SUB-COT) = 'N' AND
                  WRK-TC-PRODUTO(WRK-SUB-COT) = REG-PI-PRODUTO AND
                  WRK-TC-CLIENTE(WRK-SUB-COT) =
                      WRK-TP-CLIENTE(WRK-PED-ACHADO) AND
                  WRK-TC-DATA(WRK-SUB-COT) NOT <
                      WRK-TP-DATA(WRK-PED-ACHADO)
                   MOVE WRK-SUB-COT TO WRK-COT-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-COT-ACHADA > ZEROES
               MOVE 'S' TO WRK-TC-USADA(WRK-COT-ACHADA)
               MOVE WRK-TC-PAGO(WRK-COT-ACHADA) TO WRK-PAGO-ITEM
               MOVE WRK-TC-TRANSP(WRK-COT-ACHADA) TO WRK-TRANSP-ITEM
           END-IF.

      * DIFERENÇA = COBRADO DO CLIENTE - PAGO À TRANSPORTADORA
      * (NEGATIVA É FRETE SUBSIDIADO), E O PERCENTUAL SOBRE A VENDA
       0500-TOTALIZAR-PEDIDO.
           COMPUTE WRK-TP-DIFERENCA(WRK-SUB-PED) =
               WRK-TP-COBRADO(WRK-SUB-PED) - WRK-TP-PAGO(WRK-SUB-PED).
           MOVE ZEROES TO WRK-TP-PCT(WRK-SUB-PED).
           IF WRK-TP-VENDA(WRK-SUB-PED) > ZEROES
               COMPUTE WRK-TP-PCT(WRK-SUB-PED) ROUNDED =
                   WRK-TP-DIFERENCA(WRK-SUB-PED) * 100 /
                   WRK-TP-VENDA(WRK-SUB-PED)
           END-IF.
           ADD WRK-TP-VENDA(WRK-SUB-PED)   TO WRK-TOTAL-VENDA.
           ADD WRK-TP-COBRADO(WRK-SUB-PED) TO WRK-TOTAL-COBRADO.
           ADD WRK-TP-PAGO(WRK-SUB-PED)    TO WRK-TOTAL-PAGO.
           PERFORM 0510-SOMAR-CLIENTE.
           PERFORM 0520-SOMAR-UF.
           COMPUTE WRK-SUB-TRA = WRK-TP-TRANSP(WRK-SUB-PED) + 1.
           ADD 1 TO WRK-TT-PEDIDOS(WRK-SUB-TRA).
           ADD WRK-TP-VENDA(WRK-SUB-PED)   TO WRK-TT-VENDA(WRK-SUB-TRA).
           ADD WRK-TP-COBRADO(WRK-SUB-PED)
               TO WRK-TT-COBRADO(WRK-SUB-TRA).
           ADD WRK-TP-PAGO(WRK-SUB-PED)    TO WRK-TT-PAGO(WRK-SUB-TRA).

       0510-SOMAR-CLIENTE.
           MOVE ZEROES TO WRK-CLI-ACHADO.
           PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
               UNTIL WRK-SUB-CLI > WRK-QT-CLIENTES
                   OR WRK-CLI-ACHADO > ZEROES
               IF WRK-TK-CLIENTE(WRK-SUB-CLI) =
                  WRK-TP-CLIENTE(WRK-SUB-PED)
                   MOVE WRK-SUB-CLI TO WRK-CLI-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-CLI-ACHADO = ZEROES
               IF WRK-QT-CLIENTES < 300
                   ADD 1 TO WRK-QT-CLIENTES
                   MOVE WRK-QT-CLIENTES TO WRK-CLI-ACHADO
                   MOVE WRK-TP-CLIENTE(WRK-SUB-PED)
                       TO WRK-TK-CLIENTE(WRK-CLI-ACHADO)
                   MOVE ZEROES TO WRK-TK-VENDA(WRK-CLI-ACHADO)
                       WRK-TK-COBRADO(WRK-CLI-ACHADO)
                       WRK-TK-PAGO(WRK-CLI-ACHADO)
               ELSE
                   ADD 1 TO WRK-QT-FORA-TABELA
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD WRK-TP-VENDA(WRK-SUB-PED)
               TO WRK-TK-VENDA(WRK-CLI-ACHADO).
           ADD WRK-TP-COBRADO(WRK-SUB-PED)
               TO WRK-TK-COBRADO(WRK-CLI-ACHADO).
           ADD WRK-TP-PAGO(WRK-SUB-PED)
               TO WRK-TK-PAGO(WRK-CLI-ACHADO).

       0520-SOMAR-UF.
           MOVE ZEROES TO WRK-UF-ACHADA.
           PERFORM VARYING WRK-SUB-UF FROM 1 BY 1
               UNTIL WRK-SUB-UF > WRK-QT-UFS
                   OR WRK-UF-ACHADA > ZEROES
               IF WRK-TU-UF(WRK-SUB-UF) = WRK-TP-UF(WRK-SUB-PED)
                   MOVE WRK-SUB-UF TO WRK-UF-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-UF-ACHADA = ZEROES
               IF WRK-QT-UFS < 30
                   ADD 1 TO WRK-QT-UFS
                   MOVE WRK-QT-UFS TO WRK-UF-ACHADA
                   MOVE WRK-TP-UF(WRK-SUB-PED)
                       TO WRK-TU-UF(WRK-UF-ACHADA)
                   MOVE ZEROES TO WRK-TU-VENDA(WRK-UF-ACHADA)
                       WRK-TU-COBRADO(WRK-UF-ACHADA)
                       WRK-TU-PAGO(WRK-UF-ACHADA)
               ELSE
                   ADD 1 TO WRK-QT-FORA-TABELA
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD WRK-TP-VENDA(WRK-SUB-PED) TO WRK-TU-VENDA(WRK-UF-ACHADA).
           ADD WRK-TP-COBRADO(WRK-SUB-PED)
               TO WRK-TU-COBRADO(WRK-UF-ACHADA).
           ADD WRK-TP-PAGO(WRK-SUB-PED) TO WRK-TU-PAGO(WRK-UF-ACHADA).

       0600-IMPRIMIR-RELATORIO.
           PERFORM 0605-CARREGAR-NOMES-TRANSP.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE 'EMPRESA XYZ COMERCIO LTDA' TO WRK-LINRELAT.
           PERFORM 0690-EMITIR-LINHA.
           STRING 'RENTABILIDADE DO FRETE - COMPETENCIA '
               WRK-COMPETENCIA-ALVO
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0690-EMITIR-LINHA.
           PERFORM 0690-EMITIR-LINHA.
           MOVE 'FRETE POR PEDIDO (DIFERENCA = COBRADO - PAGO)'
               TO WRK-LINRELAT.
           PERFORM 0690-EMITIR-LINHA.
           PERFORM 0610-CABECALHO-PEDIDOS.
           PERFORM 0620-LINHA-PEDIDO
               VARYING WRK-SUB-PED FROM 1 BY 1
               UNTIL WRK-SUB-PED > WRK-QT-PEDIDOS.
           PERFORM 0690-EMITIR-LINHA.
           MOVE 'TOTAL POR CLIENTE' TO WRK-LINRELAT.
           PERFORM 0690-EMITIR-LINHA.
           PERFORM 0615-CABECALHO-TOTAIS.
           PERFORM 0630-LINHA-CLIENTE
               VARYING WRK-SUB-CLI FROM 1 BY 1
               UNTIL WRK-SUB-CLI > WRK-QT-CLIENTES.
           PERFORM 0690-EMITIR-LINHA.
           MOVE 'TOTAL POR UF' TO WRK-LINRELAT.
           PERFORM 0690-EMITIR-LINHA.
           PERFORM 0615-CABECALHO-TOTAIS.
           PERFORM 0640-LINHA-UF
               VARYING WRK-SUB-UF FROM 1 BY 1
               UNTIL WRK-SUB-UF > WRK-QT-UFS.
           PERFORM 0690-EMITIR-LINHA.
           MOVE 'TOTAL POR TRANSPORTADORA (A DO ITEM DE MAIOR FRETE)'
               TO WRK-LINRELAT.
           PERFORM 0690-EMITIR-LINHA.
           PERFORM 0615-CABECALHO-TOTAIS.
           PERFORM 0650-LINHA-TRANSP
               VARYING WRK-SUB-TRA FROM 1 BY 1
               UNTIL WRK-SUB-TRA > 100.
           PERFORM 0690-EMITIR-LINHA.
           MOVE 'TOTAL GERAL' TO WRK-LT-ROTULO.
           MOVE WRK-TOTAL-VENDA   TO WRK-LT-VENDA.
           MOVE WRK-TOTAL-COBRADO TO WRK-LT-COBRADO.
           MOVE WRK-TOTAL-PAGO    TO WRK-LT-PAGO.
           PERFORM 0680-LINHA-TOTAL.
           PERFORM 0660-ORDENAR-PEDIDOS.
           PERFORM 0690-EMITIR-LINHA.
           MOVE 'OS 50 PIORES PEDIDOS (MAIOR FRETE SUBSIDIADO)'
               TO WRK-LINRELAT.
           PERFORM 0690-EMITIR-LINHA.
           PERFORM 0610-CABECALHO-PEDIDOS.
           PERFORM 0620-LINHA-PEDIDO
               VARYING WRK-SUB-PED FROM 1 BY 1
               UNTIL WRK-SUB-PED > WRK-QT-PEDIDOS
                   OR WRK-SUB-PED > WRK-LIMITE-PIORES.
           CLOSE ARQ-RELATORIO.

       0605-CARREGAR-NOMES-TRANSP.
           MOVE 'FROTA PROPRIA' TO WRK-TT-NOME(1).
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-TRANSPORTADORAS.
           IF NOT TRANSP-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0606-LER-TRANSP.
           PERFORM 0607-GUARDAR-NOME UNTIL FIM-ARQUIVO.
           CLOSE ARQ-TRANSPORTADORAS.

       0606-LER-TRANSP.
           READ ARQ-TRANSPORTADORAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0607-GUARDAR-NOME.
           IF REG-TRA-CODIGO > 0 AND REG-TRA-CODIGO < 100
               COMPUTE WRK-SUB-TRA = REG-TRA-CODIGO + 1
               MOVE REG-TRA-NOME TO WRK-TT-NOME(WRK-SUB-TRA)
           END-IF.
           PERFORM 0606-LER-TRANSP.

       0610-CABECALHO-PEDIDOS.
           MOVE 'PEDIDO NOTA   CLIENTE UF TR' TO WRK-LINRELAT.
           PERFORM 0616-COLUNAS-VALORES.

       0615-CABECALHO-TOTAIS.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0616-COLUNAS-VALORES.

       0616-COLUNAS-VALORES.
           MOVE '            VENDA         COBRADO            PAGO'
               TO WRK-LINRELAT(28:).
           MOVE '       DIFERENCA  %VENDA' TO WRK-LINRELAT(77:).
           PERFORM 0690-EMITIR-LINHA.

      * PEDIDO NOTA CLIENTE UF TR VENDA COBRADO PAGO DIFERENÇA %
       0620-LINHA-PEDIDO.
           STRING WRK-TP-PEDIDO(WRK-SUB-PED) ' '
               WRK-TP-NOTA(WRK-SUB-PED) ' '
               WRK-TP-CLIENTE(WRK-SUB-PED) '  '
               WRK-TP-UF(WRK-SUB-PED) ' '
               WRK-TP-TRANSP(WRK-SUB-PED)
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-TP-VENDA(WRK-SUB-PED) TO WRK-VENDA-ED.
           MOVE WRK-VENDA-ED TO WRK-LINRELAT(28:17).
           MOVE WRK-TP-COBRADO(WRK-SUB-PED) TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINRELAT(45:16).
           MOVE WRK-TP-PAGO(WRK-SUB-PED) TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINRELAT(61:16).
           MOVE WRK-TP-DIFERENCA(WRK-SUB-PED) TO WRK-DIFERENCA-ED.
           MOVE WRK-DIFERENCA-ED TO WRK-LINRELAT(77:16).
           MOVE WRK-TP-PCT(WRK-SUB-PED) TO WRK-PCT-ED.
           MOVE WRK-PCT-ED TO WRK-LINRELAT(93:8).
           PERFORM 0690-EMITIR-LINHA.

       0630-LINHA-CLIENTE.
           MOVE SPACES TO WRK-LT-ROTULO.
           STRING 'CLIENTE ' WRK-TK-CLIENTE(WRK-SUB-CLI)
               DELIMITED BY SIZE INTO WRK-LT-ROTULO.
           MOVE WRK-TK-VENDA(WRK-SUB-CLI)   TO WRK-LT-VENDA.
           MOVE WRK-TK-COBRADO(WRK-SUB-CLI) TO WRK-LT-COBRADO.
           MOVE WRK-TK-PAGO(WRK-SUB-CLI)    TO WRK-LT-PAGO.
           PERFORM 0680-LINHA-TOTAL.

       0640-LINHA-UF.
           MOVE SPACES TO WRK-LT-ROTULO.
           STRING 'UF ' WRK-TU-UF(WRK-SUB-UF)
               DELIMITED BY SIZE INTO WRK-LT-ROTULO.
           MOVE WRK-TU-VENDA(WRK-SUB-UF)   TO WRK-LT-VENDA.
           MOVE WRK-TU-COBRADO(WRK-SUB-UF) TO WRK-LT-COBRADO.
           MOVE WRK-TU-PAGO(WRK-SUB-UF)    TO WRK-LT-PAGO.
           PERFORM 0680-LINHA-TOTAL.

       0650-LINHA-TRANSP.
           IF WRK-TT-PEDIDOS(WRK-SUB-TRA) = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WRK-LT-ROTULO.
           COMPUTE WRK-TRANSP-ITEM = WRK-SUB-TRA - 1.
           STRING WRK-TRANSP-ITEM ' ' WRK-TT-NOME(WRK-SUB-TRA)
               DELIMITED BY SIZE INTO WRK-LT-ROTULO.
           MOVE WRK-TT-VENDA(WRK-SUB-TRA)   TO WRK-LT-VENDA.
           MOVE WRK-TT-COBRADO(WRK-SUB-TRA) TO WRK-LT-COBRADO.
           MOVE WRK-TT-PAGO(WRK-SUB-TRA)    TO WRK-LT-PAGO.
           PERFORM 0680-LINHA-TOTAL.

      * OS PIORES PRIMEIRO: ORDEM CRESCENTE DA DIFERENÇA
       0660-ORDENAR-PEDIDOS.
           MOVE 'S' TO WRK-TROCOU.
           PERFORM 0670-PASSADA-ORDENACAO UNTIL NOT HOUVE-TROCA.

       0670-PASSADA-ORDENACAO.
           MOVE 'N' TO WRK-TROCOU.
           PERFORM VARYING WRK-SUB-PED FROM 1 BY 1
               UNTIL WRK-SUB-PED > WRK-QT-PEDIDOS - 1
               COMPUTE WRK-SUB-PED2 = WRK-SUB-PED + 1
               IF WRK-TP-DIFERENCA(WRK-SUB-PED) >
                  WRK-TP-DIFERENCA(WRK-SUB-PED2)
                   MOVE WRK-TP-ITEM(WRK-SUB-PED) TO WRK-PED-AUX
                   MOVE WRK-TP-ITEM(WRK-SUB-PED2)
                       TO WRK-TP-ITEM(WRK-SUB-PED)
                   MOVE WRK-PED-AUX TO WRK-TP-ITEM(WRK-SUB-PED2)
                   MOVE 'S' TO WRK-TROCOU
               END-IF
           END-PERFORM.

       0680-LINHA-TOTAL.
           COMPUTE WRK-LT-DIFERENCA = WRK-LT-COBRADO - WRK-LT-PAGO.
           MOVE ZEROES TO WRK-LT-PCT.
           IF WRK-LT-VENDA > ZEROES
               COMPUTE WRK-LT-PCT ROUNDED =
                   WRK-LT-DIFERENCA * 100 / WRK-LT-VENDA
           END-IF.
           MOVE WRK-LT-ROTULO TO WRK-LINRELAT.
           MOVE WRK-LT-VENDA TO WRK-VENDA-ED.
           MOVE WRK-VENDA-ED TO WRK-LINRELAT(28:17).
           MOVE WRK-LT-COBRADO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINRELAT(45:16).
           MOVE WRK-LT-PAGO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINRELAT(61:16).
           MOVE WRK-LT-DIFERENCA TO WRK-DIFERENCA-ED.
           MOVE WRK-DIFERENCA-ED TO WRK-LINRELAT(77:16).
           MOVE WRK-LT-PCT TO WRK-PCT-ED.
           MOVE WRK-PCT-ED TO WRK-LINRELAT(93:8).
           PERFORM 0690-EMITIR-LINHA.

       0690-EMITIR-LINHA.
           DISPLAY WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.
