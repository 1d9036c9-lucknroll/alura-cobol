       IDENTIFICATION DIVISION.
       PROGRAM-ID. classeabc.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = CLASSIFICAÇÃO ABC MENSAL E CALENDÁRIO DA CONTAGEM
      *            CÍCLICA: O VALOR DE CONSUMO ANUAL DE CADA PRODUTO
      *            (VENDAS DOS ÚLTIMOS 12 MESES NO HISTÓRICO, NO
      *            ARQUIVO MORTO E NOS MOVIMENTOS PENDENTES, AO CUSTO
      *            MÉDIO) ORDENA OS PRODUTOS; ATÉ ABC-LIMITE-A (80%)
      *            DO VALOR ACUMULADO É A, ATÉ ABC-LIMITE-B (95%) É
      *            B E O RESTO (E O SEM CONSUMO) É C. A CLASSE VAI
      *            PARA CLASSE-ABC E O MÊS PEDIDO GANHA O CALENDÁRIO
      *            DE CONTAGEM: A TODO MÊS, B NO MÊS DO TRIMESTRE QUE
      *            CABE AO PRODUTO E C NO MÊS DO ANO QUE CABE A ELE,
      *            DISTRIBUÍDOS PELOS DIAS ÚTEIS (FERIADOS) DO MÊS -
      *            O GERACONTAGEM ABRE SÓ A FATIA DO DIA
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
               ACCESS MODE IS SEQUENTIAL
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
           SELECT ARQ-CLASSES ASSIGN TO 'CLASSE-ABC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CLASSES.
           SELECT ARQ-CALENDARIO ASSIGN TO 'CALENDARIO-CONTAGEM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CALENDARIO.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-CLASSE-ABC'
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

       FD  ARQ-CLASSES.
           COPY 'regabc.cbl'.

       FD  ARQ-CALENDARIO.
           COPY 'calcont.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'movest.cbl'.
           COPY 'servdata.cbl'.
           COPY 'parametro.cbl'.

       77 WRK-STATUS-SALDOS     PIC X(02) VALUE '00'.
           88 SALDOS-OK            VALUE '00'.
       77 WRK-STATUS-DEMANDA    PIC X(02) VALUE '00'.
           88 DEMANDA-OK           VALUE '00'.
       77 WRK-STATUS-CLASSES    PIC X(02) VALUE '00'.
           88 CLASSES-OK           VALUE '00'.
       77 WRK-STATUS-CALENDARIO PIC X(02) VALUE '00'.
           88 CALENDARIO-OK        VALUE '00'.
       77 WRK-FIM-SALDOS  PIC X(01) VALUE 'N'.
           88 FIM-SALDOS     VALUE 'S'.
       77 WRK-FIM-DEMANDA PIC X(01) VALUE 'N'.
           88 FIM-DEMANDA    VALUE 'S'.

      * PERCENTUAIS DO VALOR ACUMULADO QUE FECHAM AS CLASSES A E B
       77 WRK-LIMITE-A PIC 9(03)V99 VALUE 80.
       77 WRK-LIMITE-B PIC 9(03)V99 VALUE 95.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).
       77 WRK-DATA-CORTE  PIC 9(08) VALUE ZEROES.

       77 WRK-MES-INFORMADO PIC 9(06) VALUE ZEROES.
       01  WRK-MES-REFERENCIA.
           02 WRK-MR-ANO PIC 9(04).
           02 WRK-MR-MES PIC 9(02).
       01  WRK-MES-REF-NUM REDEFINES WRK-MES-REFERENCIA PIC 9(06).
       01  WRK-DATA-DIA.
           02 WRK-DD-ANOMES PIC 9(06).
           02 WRK-DD-DIA    PIC 9(02).
       01  WRK-DATA-DIA-NUM REDEFINES WRK-DATA-DIA PIC 9(08).

      * UM ITEM POR SALDO DE PRODUTO, NA ORDEM DA CHAVE (A BUSCA DO
      * MOVIMENTO É BINÁRIA); A ORDEM DE VALOR FICA NUMA TABELA DE
      * SUBSCRITOS À PARTE, PARA O ARQUIVO SAIR EM ORDEM DE PRODUTO
       77 WRK-QT-PROD      PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-PROD     PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-ORD      PIC 9(04) COMP VALUE ZEROES.
       77 WRK-QT-EXCEDIDOS PIC 9(05) VALUE ZEROES.
       01  WRK-TAB-PRODUTOS.
           02 WRK-TA-ITEM OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-QT-PROD
               ASCENDING KEY IS WRK-TA-PRODUTO
               INDEXED BY WRK-IDX-PROD.
               03 WRK-TA-PRODUTO PIC 9(06).
               03 WRK-TA-CUSTO   PIC 9(08)V99.
               03 WRK-TA-VENDIDO PIC 9(09).
               03 WRK-TA-CONSUMO PIC 9(11)V99.
               03 WRK-TA-CLASSE  PIC X(01).
       01  WRK-TAB-ORDEM.
           02 WRK-TO-SUB PIC 9(04) COMP OCCURS 2000 TIMES.
       77 WRK-SUB-AUX  PIC 9(04) COMP VALUE ZEROES.
       77 WRK-TROCOU   PIC X(01) VALUE 'N'.
           88 HOUVE-TROCA VALUE 'S'.

       77 WRK-CONSUMO-TOTAL PIC 9(13)V99 VALUE ZEROES.
       77 WRK-ACUMULADO     PIC 9(13)V99 VALUE ZEROES.
       77 WRK-PCT-ANTES     PIC 9(03)V99 VALUE ZEROES.
       77 WRK-PCT-ACUM      PIC 9(03)V99 VALUE ZEROES.

      * TOTAIS POR CLASSE (1 = A, 2 = B, 3 = C)
       01  WRK-TOT-CLASSES.
           02 WRK-TC-ITEM OCCURS 3 TIMES.
               03 WRK-TC-PRODUTOS PIC 9(05).
               03 WRK-TC-CONSUMO  PIC 9(13)V99.
       77 WRK-SUB-CLASSE PIC 9(01) VALUE ZEROES.
       01  WRK-NOMES-CLASSE PIC X(03) VALUE 'ABC'.

      * DIAS ÚTEIS DO MÊS DO CALENDÁRIO
       77 WRK-QT-DIAS-UTEIS PIC 9(02) VALUE ZEROES.
       77 WRK-SUB-DIA       PIC 9(02) VALUE ZEROES.
       01  WRK-TAB-DIAS-UTEIS.
           02 WRK-DU-DATA PIC 9(08) OCCURS 31 TIMES.
       77 WRK-SEQ-CONTAGEM PIC 9(05) VALUE ZEROES.
       77 WRK-QUOCIENTE    PIC 9(06) VALUE ZEROES.
       77 WRK-RESTO-PROD   PIC 9(02) VALUE ZEROES.
       77 WRK-RESTO-MES    PIC 9(02) VALUE ZEROES.
       77 WRK-CONTA-NO-MES PIC X(01) VALUE 'N'.
           88 CONTA-NO-MES     VALUE 'S'.
       77 WRK-QT-CALENDARIO PIC 9(05) VALUE ZEROES.

       01  WRK-LINHA-DET.
           02 WRK-LD-PRODUTO PIC 9(06).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 WRK-LD-CLASSE  PIC X(01).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 WRK-LD-VENDIDO PIC ZZZ.ZZZ.ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LD-CONSUMO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LD-PCT     PIC ZZ9,99.
       01  WRK-LINHA-CLASSE.
           02 FILLER         PIC X(07) VALUE 'CLASSE '.
           02 WRK-LC-CLASSE  PIC X(01).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LC-PRODUTOS PIC ZZZZ9.
           02 FILLER         PIC X(11) VALUE ' PRODUTO(S)'.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LC-CONSUMO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LC-PCT     PIC ZZ9,99.
           02 FILLER         PIC X(01) VALUE '%'.
       01  WRK-LINRELAT PIC X(80) VALUE SPACES.
       77 WRK-LIMITE-ED PIC ZZ9,99 VALUE ZEROES.
       77 WRK-LIMITE-ED2 PIC ZZ9,99 VALUE ZEROES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'CLASSIFICAÇÃO ABC E CALENDÁRIO DE CONTAGEM'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           PERFORM 0050-BUSCAR-PARAMETROS.
           DISPLAY 'MÊS DO CALENDÁRIO DE CONTAGEM (AAAAMM, 0 = MÊS '
               'ATUAL):'.
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
           MOVE 1 TO REG-SRV-FUNCAO.
           MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA1.
           MOVE -365 TO REG-SRV-DIAS.
           CALL 'servicodata' USING REG-SERVDATA.
           MOVE REG-SRV-DATA-RES TO WRK-DATA-CORTE.
           PERFORM 0100-CARREGAR-SALDOS.
           IF WRK-QT-PROD = ZEROES
               DISPLAY 'NENHUM SALDO DE ESTOQUE PARA CLASSIFICAR'
               GOBACK
           END-IF.
           IF WRK-QT-EXCEDIDOS > ZEROES
               DISPLAY 'PRODUTOS ALÉM DO LIMITE DE 2000 DA TABELA '
                   'FICAM SEM CLASSE: ' WRK-QT-EXCEDIDOS
           END-IF.
           PERFORM 0200-ACUMULAR-CONSUMO.
           PERFORM 0300-CLASSIFICAR.
           PERFORM 0400-GRAVAR-CLASSES.
           PERFORM 0500-IMPRIMIR-RELATORIO.
           PERFORM 0600-GERAR-CALENDARIO.
           DISPLAY 'PRODUTOS CLASSIFICADOS: ' WRK-QT-PROD.
           DISPLAY 'CONTAGENS NO CALENDÁRIO DO MÊS: '
               WRK-QT-CALENDARIO.
           DISPLAY 'FINAL DA CLASSIFICAÇÃO ABC'.
           GOBACK.

       0050-BUSCAR-PARAMETROS.
           MOVE 'ABC-LIMITE-A' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO AND REG-PRM-VALOR > ZEROES
               MOVE REG-PRM-VALOR TO WRK-LIMITE-A
           END-IF.
           MOVE 'ABC-LIMITE-B' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO AND REG-PRM-VALOR > ZEROES
               MOVE REG-PRM-VALOR TO WRK-LIMITE-B
           END-IF.
           IF WRK-LIMITE-B < WRK-LIMITE-A
               MOVE WRK-LIMITE-A TO WRK-LIMITE-B
           END-IF.

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
               INITIALIZE WRK-TA-ITEM(WRK-QT-PROD)
               MOVE REG-SAL-PRODUTO TO WRK-TA-PRODUTO(WRK-QT-PROD)
               MOVE REG-SAL-CUSTO-MEDIO TO WRK-TA-CUSTO(WRK-QT-PROD)
           ELSE
               ADD 1 TO WRK-QT-EXCEDIDOS
           END-IF.
           PERFORM 0110-LER-SALDO.

      * AS VENDAS DOS ÚLTIMOS 12 MESES NAS TRÊS FONTES DE MOVIMENTO
       0200-ACUMULAR-CONSUMO.
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
           PERFORM VARYING WRK-SUB-PROD FROM 1 BY 1
               UNTIL WRK-SUB-PROD > WRK-QT-PROD
               COMPUTE WRK-TA-CONSUMO(WRK-SUB-PROD) =
                   WRK-TA-VENDIDO(WRK-SUB-PROD) *
                   WRK-TA-CUSTO(WRK-SUB-PROD)
               ADD WRK-TA-CONSUMO(WRK-SUB-PROD) TO WRK-CONSUMO-TOTAL
           END-PERFORM.

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

       0250-SOMAR-VENDA.
           IF NOT REG-MOV-VENDA OR
              REG-MOV-DATA NOT NUMERIC OR
              REG-MOV-DATA NOT > WRK-DATA-CORTE OR
              REG-MOV-QTDE NOT NUMERIC OR
              REG-MOV-QTDE NOT > ZEROES
               EXIT PARAGRAPH
           END-IF.
           SEARCH ALL WRK-TA-ITEM
               AT END
                   CONTINUE
               WHEN WRK-TA-PRODUTO(WRK-IDX-PROD) = REG-MOV-PRODUTO
                   ADD REG-MOV-QTDE TO WRK-TA-VENDIDO(WRK-IDX-PROD)
           END-SEARCH.

      * ORDEM DECRESCENTE DE CONSUMO; A CLASSE SAI DO PERCENTUAL
      * ACUMULADO ANTES DO PRODUTO, ENTÃO O PRODUTO QUE CRUZA O
      * LIMITE AINDA FICA NA CLASSE DE CIMA
       0300-CLASSIFICAR.
           PERFORM VARYING WRK-SUB-ORD FROM 1 BY 1
               UNTIL WRK-SUB-ORD > WRK-QT-PROD
               MOVE WRK-SUB-ORD TO WRK-TO-SUB(WRK-SUB-ORD)
           END-PERFORM.
           MOVE 'S' TO WRK-TROCOU.
           PERFORM 0310-PASSADA-ORDENACAO UNTIL NOT HOUVE-TROCA.
           MOVE ZEROES TO WRK-ACUMULADO.
           PERFORM 0330-CLASSIFICAR-PRODUTO
               VARYING WRK-SUB-ORD FROM 1 BY 1
               UNTIL WRK-SUB-ORD > WRK-QT-PROD.

       0310-PASSADA-ORDENACAO.
           MOVE 'N' TO WRK-TROCOU.
           PERFORM VARYING WRK-SUB-ORD FROM 1 BY 1
               UNTIL WRK-SUB-ORD > WRK-QT-PROD - 1
               IF WRK-TA-CONSUMO(WRK-TO-SUB(WRK-SUB-ORD)) <
                  WRK-TA-CONSUMO(WRK-TO-SUB(WRK-SUB-ORD + 1))
                   PERFORM 0320-TROCAR-ORDEM
                   MOVE 'S' TO WRK-TROCOU
               END-IF
           END-PERFORM.

       0320-TROCAR-ORDEM.
           MOVE WRK-TO-SUB(WRK-SUB-ORD) TO WRK-SUB-AUX.
           MOVE WRK-TO-SUB(WRK-SUB-ORD + 1) TO WRK-TO-SUB(WRK-SUB-ORD).
           MOVE WRK-SUB-AUX TO WRK-TO-SUB(WRK-SUB-ORD + 1).

       0330-CLASSIFICAR-PRODUTO.
           MOVE WRK-TO-SUB(WRK-SUB-ORD) TO WRK-SUB-PROD.
           IF WRK-CONSUMO-TOTAL = ZEROES OR
              WRK-TA-CONSUMO(WRK-SUB-PROD) = ZEROES
               MOVE 3 TO WRK-SUB-CLASSE
           ELSE
               COMPUTE WRK-PCT-ANTES =
                   WRK-ACUMULADO * 100 / WRK-CONSUMO-TOTAL
               EVALUATE TRUE
                   WHEN WRK-PCT-ANTES < WRK-LIMITE-A
                       MOVE 1 TO WRK-SUB-CLASSE
                   WHEN WRK-PCT-ANTES < WRK-LIMITE-B
                       MOVE 2 TO WRK-SUB-CLASSE
                   WHEN OTHER
                       MOVE 3 TO WRK-SUB-CLASSE
               END-EVALUATE
           END-IF.
           ADD WRK-TA-CONSUMO(WRK-SUB-PROD) TO WRK-ACUMULADO.
           MOVE WRK-NOMES-CLASSE(WRK-SUB-CLASSE:1)
               TO WRK-TA-CLASSE(WRK-SUB-PROD).
           ADD 1 TO WRK-TC-PRODUTOS(WRK-SUB-CLASSE).
           ADD WRK-TA-CONSUMO(WRK-SUB-PROD)
               TO WRK-TC-CONSUMO(WRK-SUB-CLASSE).

       0400-GRAVAR-CLASSES.
           OPEN OUTPUT ARQ-CLASSES.
           PERFORM VARYING WRK-SUB-PROD FROM 1 BY 1
               UNTIL WRK-SUB-PROD > WRK-QT-PROD
               MOVE WRK-TA-PRODUTO(WRK-SUB-PROD) TO REG-ABC-PRODUTO
               MOVE WRK-TA-CLASSE(WRK-SUB-PROD)  TO REG-ABC-CLASSE
               MOVE WRK-TA-CONSUMO(WRK-SUB-PROD) TO REG-ABC-CONSUMO
               COMPUTE REG-ABC-MES = WRK-DS-ANO * 100 + WRK-DS-MES
               WRITE REG-CLASSE-ABC
           END-PERFORM.
           CLOSE ARQ-CLASSES.

       0500-IMPRIMIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE 'EMPRESA XYZ COMERCIO LTDA' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'CLASSIFICACAO ABC PELO CONSUMO DOS ULTIMOS 12 MESES'
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LIMITE-A TO WRK-LIMITE-ED.
           MOVE WRK-LIMITE-B TO WRK-LIMITE-ED2.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'A ATE ' WRK-LIMITE-ED '% DO VALOR ACUMULADO, B ATE '
               WRK-LIMITE-ED2 '%, C O RESTANTE'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0510-IMPRIMIR-CLASSE
               VARYING WRK-SUB-CLASSE FROM 1 BY 1
               UNTIL WRK-SUB-CLASSE > 3.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE 'CODIGO'        TO REG-RELATORIO(1:6).
           MOVE 'CLS'           TO REG-RELATORIO(9:3).
           MOVE 'QTDE VENDIDA'  TO REG-RELATORIO(13:12).
           MOVE 'CONSUMO ANUAL' TO REG-RELATORIO(31:13).
           MOVE '%ACUM'         TO REG-RELATORIO(47:5).
           WRITE REG-RELATORIO.
           MOVE ZEROES TO WRK-ACUMULADO.
           PERFORM 0520-IMPRIMIR-PRODUTO
               VARYING WRK-SUB-ORD FROM 1 BY 1
               UNTIL WRK-SUB-ORD > WRK-QT-PROD.
           CLOSE ARQ-RELATORIO.

       0510-IMPRIMIR-CLASSE.
           MOVE WRK-NOMES-CLASSE(WRK-SUB-CLASSE:1) TO WRK-LC-CLASSE.
           MOVE WRK-TC-PRODUTOS(WRK-SUB-CLASSE) TO WRK-LC-PRODUTOS.
           MOVE WRK-TC-CONSUMO(WRK-SUB-CLASSE) TO WRK-LC-CONSUMO.
           IF WRK-CONSUMO-TOTAL > ZEROES
               COMPUTE WRK-PCT-ACUM ROUNDED =
                   WRK-TC-CONSUMO(WRK-SUB-CLASSE) * 100 /
                   WRK-CONSUMO-TOTAL
           ELSE
               MOVE ZEROES TO WRK-PCT-ACUM
           END-IF.
           MOVE WRK-PCT-ACUM TO WRK-LC-PCT.
           MOVE WRK-LINHA-CLASSE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0520-IMPRIMIR-PRODUTO.
           MOVE WRK-TO-SUB(WRK-SUB-ORD) TO WRK-SUB-PROD.
           ADD WRK-TA-CONSUMO(WRK-SUB-PROD) TO WRK-ACUMULADO.
           IF WRK-CONSUMO-TOTAL > ZEROES
               COMPUTE WRK-PCT-ACUM ROUNDED =
                   WRK-ACUMULADO * 100 / WRK-CONSUMO-TOTAL
           ELSE
               MOVE ZEROES TO WRK-PCT-ACUM
           END-IF.
           MOVE WRK-TA-PRODUTO(WRK-SUB-PROD) TO WRK-LD-PRODUTO.
           MOVE WRK-TA-CLASSE(WRK-SUB-PROD)  TO WRK-LD-CLASSE.
           MOVE WRK-TA-VENDIDO(WRK-SUB-PROD) TO WRK-LD-VENDIDO.
           MOVE WRK-TA-CONSUMO(WRK-SUB-PROD) TO WRK-LD-CONSUMO.
           MOVE WRK-PCT-ACUM TO WRK-LD-PCT.
           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      * CALENDÁRIO DO MÊS: A ENTRA TODO MÊS; B QUANDO O RESTO DO
      * CÓDIGO POR 3 BATE COM O DO MÊS (UMA VEZ POR TRIMESTRE); C
      * QUANDO O RESTO DO CÓDIGO POR 12 BATE COM O MÊS (UMA VEZ POR
      * ANO). OS ESCOLHIDOS SE REVEZAM PELOS DIAS ÚTEIS DO MÊS
       0600-GERAR-CALENDARIO.
           PERFORM 0610-MONTAR-DIAS-UTEIS.
           IF WRK-QT-DIAS-UTEIS = ZEROES
               DISPLAY 'MÊS SEM DIA ÚTIL - CALENDÁRIO NÃO GERADO'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-CALENDARIO.
           MOVE ZEROES TO WRK-SEQ-CONTAGEM.
           PERFORM 0620-AGENDAR-PRODUTO
               VARYING WRK-SUB-PROD FROM 1 BY 1
               UNTIL WRK-SUB-PROD > WRK-QT-PROD.
           CLOSE ARQ-CALENDARIO.

      * O DIA ÚTIL É O QUE O SERVICODATA DEVOLVE IGUAL AO SOMAR ZERO
      * DIAS ÚTEIS (SÁBADO, DOMINGO E FERIADO SÃO EMPURRADOS); O DIA
      * QUE NÃO EXISTE NO MÊS VOLTA COM ERRO
       0610-MONTAR-DIAS-UTEIS.
           MOVE ZEROES TO WRK-QT-DIAS-UTEIS.
           MOVE WRK-MES-REF-NUM TO WRK-DD-ANOMES.
           PERFORM VARYING WRK-SUB-DIA FROM 1 BY 1
               UNTIL WRK-SUB-DIA > 31
               MOVE WRK-SUB-DIA TO WRK-DD-DIA
               MOVE 7 TO REG-SRV-FUNCAO
               MOVE WRK-DATA-DIA-NUM TO REG-SRV-DATA1
               MOVE ZEROES TO REG-SRV-DIAS
               CALL 'servicodata' USING REG-SERVDATA
               IF SRV-DATA-OK AND
                  REG-SRV-DATA-RES = WRK-DATA-DIA-NUM
                   ADD 1 TO WRK-QT-DIAS-UTEIS
                   MOVE WRK-DATA-DIA-NUM
                       TO WRK-DU-DATA(WRK-QT-DIAS-UTEIS)
               END-IF
           END-PERFORM.

       0620-AGENDAR-PRODUTO.
           MOVE 'N' TO WRK-CONTA-NO-MES.
           EVALUATE WRK-TA-CLASSE(WRK-SUB-PROD)
               WHEN 'A'
                   MOVE 'S' TO WRK-CONTA-NO-MES
               WHEN 'B'
                   DIVIDE WRK-TA-PRODUTO(WRK-SUB-PROD) BY 3
                       GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-PROD
                   DIVIDE WRK-MR-MES BY 3
                       GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-MES
                   IF WRK-RESTO-PROD = WRK-RESTO-MES
                       MOVE 'S' TO WRK-CONTA-NO-MES
                   END-IF
               WHEN OTHER
                   DIVIDE WRK-TA-PRODUTO(WRK-SUB-PROD) BY 12
                       GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-PROD
                   DIVIDE WRK-MR-MES BY 12
                       GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-MES
                   IF WRK-RESTO-PROD = WRK-RESTO-MES
                       MOVE 'S' TO WRK-CONTA-NO-MES
                   END-IF
           END-EVALUATE.
           IF NOT CONTA-NO-MES
               EXIT PARAGRAPH
           END-IF.
           DIVIDE WRK-SEQ-CONTAGEM BY WRK-QT-DIAS-UTEIS
               GIVING WRK-QUOCIENTE REMAINDER WRK-SUB-DIA.
           ADD 1 TO WRK-SUB-DIA.
           ADD 1 TO WRK-SEQ-CONTAGEM.
           MOVE WRK-DU-DATA(WRK-SUB-DIA) TO REG-CAC-DATA.
           MOVE WRK-TA-PRODUTO(WRK-SUB-PROD) TO REG-CAC-PRODUTO.
           MOVE WRK-TA-CLASSE(WRK-SUB-PROD) TO REG-CAC-CLASSE.
           WRITE REG-CALENDARIO-CONTAGEM.
           ADD 1 TO WRK-QT-CALENDARIO.
