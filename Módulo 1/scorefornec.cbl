       IDENTIFICATION DIVISION.
       PROGRAM-ID. scorefornec.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = SCORECARD MENSAL DOS FORNECEDORES: SOBRE OS
      *            PEDIDOS DE COMPRA RECEBIDOS NO MÊS (DATA GRAVADA
      *            PELO RECEBECOMPRA) MOSTRA POR FORNECEDOR O PRAZO
      *            MÉDIO ENTRE O REG-PCO-DATA E O RECEBIMENTO, O
      *            PERCENTUAL DE PEDIDOS COMPLETOS (ACEITO = PEDIDO),
      *            NO PRAZO (DENTRO DO PRAZO DE ENTREGA DA COTAÇÃO) E
      *            COMPLETOS E NO PRAZO, A QUANTIDADE REJEITADA E A
      *            VARIAÇÃO ENTRE O PREÇO COTADO E O FATURADO NAS
      *            NOTAS DO FORNECEDOR; QUEM FICA ABAIXO DO MÍNIMO NO
      *            PRAZO (PARÂMETRO SCORE-MIN-PRAZO, PADRÃO 80%) SAI
      *            MARCADO - DADO PARA TIRAR O ATRASADO DA COTAÇÃO
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
           SELECT ARQ-NOTAS ASSIGN TO 'NOTAS-FORNECEDOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOTAS.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-SCORECARD'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-COMPRAS.
           COPY 'pedcompra.cbl'.

       FD  ARQ-NOTAS.
           COPY 'notaforn.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'servdata.cbl'.
           COPY 'parametro.cbl'.

       77 WRK-STATUS-COMPRAS  PIC X(02) VALUE '00'.
           88 COMPRAS-OK         VALUE '00'.
       77 WRK-STATUS-NOTAS    PIC X(02) VALUE '00'.
           88 NOTAS-OK           VALUE '00'.
       77 WRK-STATUS-CADASTRO PIC X(02) VALUE '00'.
           88 CADASTRO-OK        VALUE '00'.
       77 WRK-FIM-COMPRAS PIC X(01) VALUE 'N'.
           88 FIM-COMPRAS    VALUE 'S'.
       77 WRK-FIM-NOTAS   PIC X(01) VALUE 'N'.
           88 FIM-NOTAS      VALUE 'S'.

       77 WRK-MES-INFORMADO PIC 9(06) VALUE ZEROES.
       01  WRK-MES-REFERENCIA.
           02 WRK-MR-ANO PIC 9(04).
           02 WRK-MR-MES PIC 9(02).
       01  WRK-MES-REF-NUM REDEFINES WRK-MES-REFERENCIA PIC 9(06).
       01  WRK-DATA-RECEB.
           02 WRK-DR-ANOMES PIC 9(06).
           02 WRK-DR-DIA    PIC 9(02).
       01  WRK-DATA-RECEB-NUM REDEFINES WRK-DATA-RECEB PIC 9(08).

       77 WRK-MIN-PRAZO PIC 9(03)V99 VALUE 80.

      * ACUMULADOS POR FORNECEDOR DOS PEDIDOS RECEBIDOS NO MÊS
       77 WRK-QT-FORN  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-FORN PIC 9(03) COMP VALUE ZEROES.
       77 WRK-FORN-ACHADO PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-FORNECEDORES.
           02 WRK-TF-ITEM OCCURS 200 TIMES.
               03 WRK-TF-FORNECEDOR PIC 9(06).
               03 WRK-TF-PEDIDOS    PIC 9(05).
               03 WRK-TF-SOMA-DIAS  PIC 9(07).
               03 WRK-TF-COM-PRAZO  PIC 9(05).
               03 WRK-TF-NO-PRAZO   PIC 9(05).
               03 WRK-TF-COMPLETOS  PIC 9(05).
               03 WRK-TF-OTIF       PIC 9(05).
               03 WRK-TF-REJEITADA  PIC 9(07).
               03 WRK-TF-COTADO     PIC 9(11)V99.
               03 WRK-TF-FATURADO   PIC 9(11)V99.

       77 WRK-DIAS-ENTREGA PIC 9(05) VALUE ZEROES.
       77 WRK-QTDE-ACEITA  PIC 9(05) VALUE ZEROES.
       77 WRK-REJEITADA    PIC 9(05) VALUE ZEROES.
       77 WRK-COMPLETO     PIC X(01) VALUE 'N'.
           88 PEDIDO-COMPLETO  VALUE 'S'.
       77 WRK-NO-PRAZO     PIC X(01) VALUE 'N'.
           88 PEDIDO-NO-PRAZO  VALUE 'S'.
       77 WRK-QT-RECEBIDOS PIC 9(05) VALUE ZEROES.
       77 WRK-QT-EXCEDIDOS PIC 9(05) VALUE ZEROES.

       77 WRK-PERC-PRAZO   PIC 9(03)V9 VALUE ZEROES.
       77 WRK-VARIACAO     PIC S9(05)V9 VALUE ZEROES.

       01  WRK-LINHA-DET.
           02 WRK-LD-FORNECEDOR PIC 9(06).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LD-NOME       PIC X(15).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LD-PEDIDOS    PIC ZZZ9.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LD-LEAD       PIC ZZ9,9.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WRK-LD-COMPLETOS  PIC ZZ9,9.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WRK-LD-PRAZO      PIC X(05).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WRK-LD-OTIF       PIC X(05).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LD-REJEITADA  PIC ZZZZZZ9.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LD-VARIACAO   PIC X(07).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LD-MARCA      PIC X(07).
       77 WRK-PERC-ED  PIC ZZ9,9 VALUE ZEROES.
       77 WRK-VAR-ED   PIC -ZZZ9,9 VALUE ZEROES.
       77 WRK-LEAD     PIC 9(03)V9 VALUE ZEROES.
       77 WRK-PERC     PIC 9(03)V9 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       01  WRK-LINRELAT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'SCORECARD MENSAL DOS FORNECEDORES'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           MOVE 'SCORE-MIN-PRAZO' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-MIN-PRAZO
           END-IF.
           DISPLAY 'MÊS DO SCORECARD (AAAAMM, 0 = MÊS ATUAL):'.
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
           PERFORM 0100-ACUMULAR-RECEBIDOS.
           IF WRK-QT-RECEBIDOS = ZEROES
               DISPLAY 'NENHUM PEDIDO DE COMPRA RECEBIDO NO MÊS'
               GOBACK
           END-IF.
           IF WRK-QT-EXCEDIDOS > ZEROES
               DISPLAY 'FORNECEDORES ALÉM DO LIMITE DE 200 DA '
                   'TABELA - PEDIDOS FORA DO SCORECARD: '
                   WRK-QT-EXCEDIDOS
           END-IF.
           PERFORM 0400-IMPRIMIR-SCORECARD.
           DISPLAY 'PEDIDOS RECEBIDOS NO MÊS: ' WRK-QT-RECEBIDOS.
           DISPLAY 'SCORECARD EM RELATORIO-SCORECARD'.
           DISPLAY 'FINAL DO SCORECARD DOS FORNECEDORES'.
           GOBACK.

       0100-ACUMULAR-RECEBIDOS.
           OPEN INPUT ARQ-COMPRAS.
           IF NOT COMPRAS-OK
               DISPLAY 'NÃO HÁ PEDIDOS DE COMPRA GRAVADOS'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0110-LER-COMPRA.
           PERFORM 0120-ACUMULAR-COMPRA UNTIL FIM-COMPRAS.
           CLOSE ARQ-COMPRAS.

       0110-LER-COMPRA.
           READ ARQ-COMPRAS
               AT END
                   MOVE 'S' TO WRK-FIM-COMPRAS
           END-READ.

      * SÓ ENTRA O PEDIDO RECEBIDO COM A DATA DO RECEBIMENTO GRAVADA
      * (O RECEBIDO ANTES DELA NÃO TEM COMO SER MEDIDO)
       0120-ACUMULAR-COMPRA.
           IF NOT REG-PCO-RECEBIDO OR
              REG-PCO-DATA-RECEB NOT NUMERIC OR
              REG-PCO-DATA-RECEB = ZEROES
               PERFORM 0110-LER-COMPRA
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-PCO-DATA-RECEB TO WRK-DATA-RECEB-NUM.
           IF WRK-DR-ANOMES NOT = WRK-MES-REF-NUM
               PERFORM 0110-LER-COMPRA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0130-LOCALIZAR-FORNECEDOR.
           IF WRK-FORN-ACHADO = ZEROES
               ADD 1 TO WRK-QT-EXCEDIDOS
               PERFORM 0110-LER-COMPRA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-RECEBIDOS.
           PERFORM 0200-MEDIR-PEDIDO.
           PERFORM 0300-SOMAR-FATURADO.
           PERFORM 0110-LER-COMPRA.

       0130-LOCALIZAR-FORNECEDOR.
           MOVE ZEROES TO WRK-FORN-ACHADO.
           PERFORM VARYING WRK-SUB-FORN FROM 1 BY 1
               UNTIL WRK-SUB-FORN > WRK-QT-FORN
                   OR WRK-FORN-ACHADO > ZEROES
               IF WRK-TF-FORNECEDOR(WRK-SUB-FORN) =
                  REG-PCO-FORNECEDOR
                   MOVE WRK-SUB-FORN TO WRK-FORN-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-FORN-ACHADO = ZEROES AND WRK-QT-FORN < 200
               ADD 1 TO WRK-QT-FORN
               MOVE WRK-QT-FORN TO WRK-FORN-ACHADO
               INITIALIZE WRK-TF-ITEM(WRK-FORN-ACHADO)
               MOVE REG-PCO-FORNECEDOR
                   TO WRK-TF-FORNECEDOR(WRK-FORN-ACHADO)
           END-IF.

      * COMPLETO: A QUANTIDADE ACEITA (RECEBIDA MENOS REJEITADA)
      * COBRE A PEDIDA; NO PRAZO: RECEBIDO DENTRO DO PRAZO DE
      * ENTREGA DA COTAÇÃO - PEDIDO SEM PRAZO NÃO ENTRA NA CONTA
      * DO PRAZO
       0200-MEDIR-PEDIDO.
           ADD 1 TO WRK-TF-PEDIDOS(WRK-FORN-ACHADO).
           MOVE 8 TO REG-SRV-FUNCAO.
           MOVE REG-PCO-DATA TO REG-SRV-DATA1.
           MOVE REG-PCO-DATA-RECEB TO REG-SRV-DATA2.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK AND REG-SRV-DIAS-RES > ZEROES
               MOVE REG-SRV-DIAS-RES TO WRK-DIAS-ENTREGA
           ELSE
               MOVE ZEROES TO WRK-DIAS-ENTREGA
           END-IF.
           ADD WRK-DIAS-ENTREGA TO WRK-TF-SOMA-DIAS(WRK-FORN-ACHADO).
           MOVE ZEROES TO WRK-REJEITADA.
           IF REG-PCO-QTDE-REJEITADA IS NUMERIC
               MOVE REG-PCO-QTDE-REJEITADA TO WRK-REJEITADA
           END-IF.
           ADD WRK-REJEITADA TO WRK-TF-REJEITADA(WRK-FORN-ACHADO).
           MOVE ZEROES TO WRK-QTDE-ACEITA.
           IF REG-PCO-QTDE-RECEBIDA IS NUMERIC AND
              REG-PCO-QTDE-RECEBIDA > WRK-REJEITADA
               COMPUTE WRK-QTDE-ACEITA =
                   REG-PCO-QTDE-RECEBIDA - WRK-REJEITADA
           END-IF.
           MOVE 'N' TO WRK-COMPLETO.
           IF WRK-QTDE-ACEITA NOT < REG-PCO-QTDE
               MOVE 'S' TO WRK-COMPLETO
               ADD 1 TO WRK-TF-COMPLETOS(WRK-FORN-ACHADO)
           END-IF.
           IF REG-PCO-PRAZO-ENTREGA IS NUMERIC AND
              REG-PCO-PRAZO-ENTREGA > ZEROES
               ADD 1 TO WRK-TF-COM-PRAZO(WRK-FORN-ACHADO)
               MOVE 'N' TO WRK-NO-PRAZO
               IF WRK-DIAS-ENTREGA NOT > REG-PCO-PRAZO-ENTREGA
                   MOVE 'S' TO WRK-NO-PRAZO
                   ADD 1 TO WRK-TF-NO-PRAZO(WRK-FORN-ACHADO)
               END-IF
               IF PEDIDO-COMPLETO AND PEDIDO-NO-PRAZO
                   ADD 1 TO WRK-TF-OTIF(WRK-FORN-ACHADO)
               END-IF
           END-IF.

      * PREÇO COTADO (O DO PEDIDO, QUE VEIO DA COTAÇÃO ESCOLHIDA)
      * CONTRA O FATURADO NAS LINHAS DA NOTA DO MESMO PEDIDO
       0300-SOMAR-FATURADO.
           MOVE 'N' TO WRK-FIM-NOTAS.
           OPEN INPUT ARQ-NOTAS.
           IF NOTAS-OK
               PERFORM 0310-LER-NOTA
               PERFORM 0320-SOMAR-UMA-LINHA UNTIL FIM-NOTAS
               CLOSE ARQ-NOTAS
           END-IF.

       0310-LER-NOTA.
           READ ARQ-NOTAS
               AT END
                   MOVE 'S' TO WRK-FIM-NOTAS
           END-READ.

       0320-SOMAR-UMA-LINHA.
           IF REG-NFF-PEDIDO = REG-PCO-NUMERO AND
              REG-NFF-FORNECEDOR = REG-PCO-FORNECEDOR
               COMPUTE WRK-TF-COTADO(WRK-FORN-ACHADO) =
                   WRK-TF-COTADO(WRK-FORN-ACHADO) +
                   REG-NFF-QTDE * REG-PCO-PRECO
               COMPUTE WRK-TF-FATURADO(WRK-FORN-ACHADO) =
                   WRK-TF-FATURADO(WRK-FORN-ACHADO) +
                   REG-NFF-QTDE * REG-NFF-PRECO
           END-IF.
           PERFORM 0310-LER-NOTA.

       0400-IMPRIMIR-SCORECARD.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'SCORECARD DOS FORNECEDORES - MES ' WRK-MR-MES '/'
               WRK-MR-ANO
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'FORNEC NOME            PED  LEAD  %COMPL %PRAZO  %OTIF'
               TO REG-RELATORIO.
           MOVE ' REJEIT  VAR.%' TO REG-RELATORIO(56:14).
           WRITE REG-RELATORIO.
           PERFORM 0410-IMPRIMIR-FORNECEDOR
               VARYING WRK-SUB-FORN FROM 1 BY 1
               UNTIL WRK-SUB-FORN > WRK-QT-FORN.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-MIN-PRAZO TO WRK-PERC-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'LEAD = DIAS MEDIOS DO PEDIDO AO RECEBIMENTO; '
               'ATRASO = NO PRAZO ABAIXO DE ' WRK-PERC-ED '%'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE ARQ-RELATORIO.

       0410-IMPRIMIR-FORNECEDOR.
           MOVE WRK-TF-FORNECEDOR(WRK-SUB-FORN) TO WRK-LD-FORNECEDOR.
           MOVE WRK-TF-FORNECEDOR(WRK-SUB-FORN) TO REG-CAD-CODIGO.
           PERFORM 0420-NOME-DO-FORNECEDOR.
           MOVE REG-CAD-NOME TO WRK-LD-NOME.
           MOVE WRK-TF-PEDIDOS(WRK-SUB-FORN) TO WRK-LD-PEDIDOS.
           COMPUTE WRK-LEAD ROUNDED =
               WRK-TF-SOMA-DIAS(WRK-SUB-FORN) /
               WRK-TF-PEDIDOS(WRK-SUB-FORN).
           MOVE WRK-LEAD TO WRK-LD-LEAD.
           COMPUTE WRK-PERC ROUNDED =
               WRK-TF-COMPLETOS(WRK-SUB-FORN) * 100 /
               WRK-TF-PEDIDOS(WRK-SUB-FORN).
           MOVE WRK-PERC TO WRK-LD-COMPLETOS.
           MOVE SPACES TO WRK-LD-MARCA.
           IF WRK-TF-COM-PRAZO(WRK-SUB-FORN) = ZEROES
               MOVE '  N/D' TO WRK-LD-PRAZO
               MOVE '  N/D' TO WRK-LD-OTIF
           ELSE
               COMPUTE WRK-PERC-PRAZO ROUNDED =
                   WRK-TF-NO-PRAZO(WRK-SUB-FORN) * 100 /
                   WRK-TF-COM-PRAZO(WRK-SUB-FORN)
               MOVE WRK-PERC-PRAZO TO WRK-PERC-ED
               MOVE WRK-PERC-ED TO WRK-LD-PRAZO
               COMPUTE WRK-PERC ROUNDED =
                   WRK-TF-OTIF(WRK-SUB-FORN) * 100 /
                   WRK-TF-COM-PRAZO(WRK-SUB-FORN)
               MOVE WRK-PERC TO WRK-PERC-ED
               MOVE WRK-PERC-ED TO WRK-LD-OTIF
               IF WRK-PERC-PRAZO < WRK-MIN-PRAZO
                   MOVE 'ATRASO' TO WRK-LD-MARCA
               END-IF
           END-IF.
           MOVE WRK-TF-REJEITADA(WRK-SUB-FORN) TO WRK-LD-REJEITADA.
           IF WRK-TF-COTADO(WRK-SUB-FORN) = ZEROES
               MOVE '    N/D' TO WRK-LD-VARIACAO
           ELSE
               COMPUTE WRK-VARIACAO ROUNDED =
                   (WRK-TF-FATURADO(WRK-SUB-FORN) -
                    WRK-TF-COTADO(WRK-SUB-FORN)) * 100 /
                   WRK-TF-COTADO(WRK-SUB-FORN)
               MOVE WRK-VARIACAO TO WRK-VAR-ED
               MOVE WRK-VAR-ED TO WRK-LD-VARIACAO
           END-IF.
           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0420-NOME-DO-FORNECEDOR.
           MOVE SPACES TO REG-CAD-NOME.
           OPEN INPUT ARQ-CADASTRO.
           IF CADASTRO-OK
               READ ARQ-CADASTRO
                   INVALID KEY
                       MOVE SPACES TO REG-CAD-NOME
               END-READ
               CLOSE ARQ-CADASTRO
           END-IF.
