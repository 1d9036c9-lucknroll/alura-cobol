       IDENTIFICATION DIVISION.
       PROGRAM-ID. provisaopdd.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = FECHAMENTO MENSAL DA PROVISÃO PARA DEVEDORES
      *            DUVIDOSOS (PDD): CLASSIFICA AS DUPLICATAS EM ABERTO
      *            NO ÚLTIMO DIA DA COMPETÊNCIA NAS MESMAS FAIXAS DO
      *            AGINGRECEBIVEIS (A VENCER / ATÉ 30 / ATÉ 60 / ATÉ
      *            90 / ACIMA DE 90 DIAS), APLICA O PERCENTUAL DE
      *            PROVISÃO DE CADA FAIXA (PDD-PCT-* NO
      *            PARAMETROS-NEGOCIO OU O PADRÃO COMPILADO) E APURA A
      *            PROVISÃO EXIGIDA POR CLIENTE. COMPARA COM O ÚLTIMO
      *            SALDO DO CLIENTE EM SALDOS-PDD, MENOS AS BAIXAS PARA
      *            PERDA FEITAS DESDE ENTÃO (MOVIMENTOS-PDD), E ANEXA
      *            EM LANCAMENTOS-GL SÓ A VARIAÇÃO LÍQUIDA DO MÊS -
      *            CONSTITUIÇÃO OU REVERSÃO - NAS CONTAS DA LINHA
      *            'PDD   ' DO MAPA-CONTAS OU NO PADRÃO COMPILADO.
      *            IMPRIME A MOVIMENTAÇÃO DA PROVISÃO POR CLIENTE PARA
      *            A AUDITORIA (RELATORIO-PDD)
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DUPLICATAS ASSIGN TO 'DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DUPLICATAS.
           SELECT ARQ-SALDOS ASSIGN TO 'SALDOS-PDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDOS.
           SELECT ARQ-MOVIMENTOS ASSIGN TO 'MOVIMENTOS-PDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVIMENTOS.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-MAPA-CONTAS ASSIGN TO 'MAPA-CONTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT ARQ-GL ASSIGN TO 'LANCAMENTOS-GL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GL.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-PDD'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DUPLICATAS.
           COPY 'duplicata.cbl'.

       FD  ARQ-SALDOS.
           COPY 'saldopdd.cbl'.

       FD  ARQ-MOVIMENTOS.
           COPY 'movpdd.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-MAPA-CONTAS.
       01  REG-MAPA-CONTA.
           02 REG-MC-MES          PIC 9(02).
           02 REG-MC-CONTA-DEB    PIC X(08).
           02 REG-MC-CONTA-CRED   PIC X(08).
           02 REG-MC-CENTRO-CUSTO PIC X(06).

       FD  ARQ-GL.
       01  REG-GL.
           02 REG-GL-TIPO        PIC X(01).
           02 REG-GL-CONTA       PIC X(08).
           02 REG-GL-CENTRO      PIC X(06).
           02 REG-GL-VALOR       PIC 9(10)V99.
           02 REG-GL-COMPETENCIA PIC 9(06).
           02 REG-GL-QT          PIC 9(05).

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.
           COPY 'servdata.cbl'.
           COPY 'periodo.cbl'.
           COPY 'parametro.cbl'.

       77 WRK-STATUS-DUPLICATAS PIC X(02) VALUE '00'.
           88 DUPLICATAS-OK        VALUE '00'.
       77 WRK-STATUS-SALDOS     PIC X(02) VALUE '00'.
           88 SALDOS-OK            VALUE '00'.
       77 WRK-STATUS-MOVIMENTOS PIC X(02) VALUE '00'.
           88 MOVIMENTOS-OK        VALUE '00'.
       77 WRK-STATUS-CADASTRO   PIC X(02) VALUE '00'.
           88 CADASTRO-OK          VALUE '00'.
       77 WRK-STATUS-MAPA       PIC X(02) VALUE '00'.
           88 MAPA-OK              VALUE '00'.
       77 WRK-STATUS-GL         PIC X(02) VALUE '00'.
           88 GL-OK                VALUE '00'.
       77 WRK-FIM-DUPLICATAS  PIC X(01) VALUE 'N'.
           88 FIM-DUPLICATAS     VALUE 'S'.
       77 WRK-FIM-SALDOS      PIC X(01) VALUE 'N'.
           88 FIM-SALDOS         VALUE 'S'.
       77 WRK-FIM-MOVIMENTOS  PIC X(01) VALUE 'N'.
           88 FIM-MOVIMENTOS     VALUE 'S'.
       77 WRK-FIM-MAPA        PIC X(01) VALUE 'N'.
           88 FIM-MAPA           VALUE 'S'.
       77 WRK-JA-LANCADA      PIC X(01) VALUE 'N'.
           88 COMPETENCIA-JA-LANCADA VALUE 'S'.

      * PERCENTUAL DE PROVISÃO POR FAIXA DE ATRASO, NA ORDEM DAS
      * FAIXAS DO AGING; A CHAVE DO PARAMETROS-NEGOCIO PREVALECE
      * SOBRE O PADRÃO COMPILADO
       01  WRK-CHAVES-PDD-DADOS.
           02 FILLER PIC X(20) VALUE 'PDD-PCT-A-VENCER'.
           02 FILLER PIC X(20) VALUE 'PDD-PCT-ATE-30'.
           02 FILLER PIC X(20) VALUE 'PDD-PCT-ATE-60'.
           02 FILLER PIC X(20) VALUE 'PDD-PCT-ATE-90'.
           02 FILLER PIC X(20) VALUE 'PDD-PCT-ACIMA-90'.
       01  WRK-CHAVES-PDD REDEFINES WRK-CHAVES-PDD-DADOS.
           02 WRK-CHAVE-PDD PIC X(20) OCCURS 5 TIMES.
       01  WRK-PCT-PDD-DADOS.
           02 FILLER PIC 9(03)V99 VALUE 0.
           02 FILLER PIC 9(03)V99 VALUE 1,00.
           02 FILLER PIC 9(03)V99 VALUE 10,00.
           02 FILLER PIC 9(03)V99 VALUE 50,00.
           02 FILLER PIC 9(03)V99 VALUE 100,00.
       01  WRK-PCT-PDD REDEFINES WRK-PCT-PDD-DADOS.
           02 WRK-PCT-FAIXA PIC 9(03)V99 OCCURS 5 TIMES.
       01  WRK-ROTULOS-FAIXA-DADOS.
           02 FILLER PIC X(18) VALUE 'A VENCER'.
           02 FILLER PIC X(18) VALUE 'ATE 30 DIAS'.
           02 FILLER PIC X(18) VALUE 'ATE 60 DIAS'.
           02 FILLER PIC X(18) VALUE 'ATE 90 DIAS'.
           02 FILLER PIC X(18) VALUE 'ACIMA DE 90 DIAS'.
       01  WRK-ROTULOS-FAIXA REDEFINES WRK-ROTULOS-FAIXA-DADOS.
           02 WRK-ROTULO-FAIXA PIC X(18) OCCURS 5 TIMES.
       77 WRK-SUB-FAI PIC 9(01) VALUE ZEROES.

      * CONTAS DA PROVISÃO: A LINHA DE CENTRO 'PDD   ' DO MAPA DE
      * CONTAS DO MÊS PREVALECE SOBRE O PADRÃO COMPILADO (DÉBITO NA
      * DESPESA, CRÉDITO NA CONTA REDUTORA DE CLIENTES)
       77 WRK-GL-DESPESA   PIC X(08) VALUE '41050001'.
       77 WRK-GL-PDD       PIC X(08) VALUE '11030009'.

       01  WRK-COMPETENCIA.
           02 WRK-CP-ANO PIC 9(04).
           02 WRK-CP-MES PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).

      * A PROVISÃO É APURADA NO ÚLTIMO DIA DA COMPETÊNCIA
       01  WRK-DATA-AUX.
           02 WRK-DA-ANO PIC 9(04).
           02 WRK-DA-MES PIC 9(02).
           02 WRK-DA-DIA PIC 9(02).
       01  WRK-DATA-AUX-NUM REDEFINES WRK-DATA-AUX PIC 9(08).
       77 WRK-DATA-REF PIC 9(08) VALUE ZEROES.
       01  WRK-DATA-ED.
           02 WRK-DE-DIA PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-MES PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-ANO PIC 9(04).

       77 WRK-DIAS-ATRASO PIC S9(05) VALUE ZEROES.
       77 WRK-FAIXA       PIC 9(01) VALUE ZEROES.
       77 WRK-PROVISAO-TIT PIC 9(10)V99 VALUE ZEROES.

      * UM ACUMULADOR POR CLIENTE: O ÚLTIMO SALDO ANTERIOR À
      * COMPETÊNCIA, AS BAIXAS PARA PERDA DESDE ELE E A PROVISÃO
      * EXIGIDA AGORA
       77 WRK-QT-CLIENTES PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-CLI     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-CLIENTE-VEZ PIC 9(06) VALUE ZEROES.
       77 WRK-CLI-ACHADO  PIC X(01) VALUE 'N'.
           88 CLIENTE-NA-TABELA VALUE 'S'.
       77 WRK-TABELA-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA     VALUE 'S'.
       01  WRK-TAB-CLIENTES.
           02 WRK-TC-ITEM OCCURS 500 TIMES.
               03 WRK-TC-CODIGO       PIC 9(06).
               03 WRK-TC-ANT-COMP     PIC 9(06).
               03 WRK-TC-ANTERIOR     PIC 9(10)V99.
               03 WRK-TC-BAIXAS       PIC 9(10)V99.
               03 WRK-TC-TITULOS      PIC 9(10)V99.
               03 WRK-TC-PROVISAO     PIC 9(10)V99.

       01  WRK-TOTAL-FAIXAS.
           02 WRK-TF-ITEM OCCURS 5 TIMES.
               03 WRK-TF-TITULOS  PIC 9(10)V99.
               03 WRK-TF-PROVISAO PIC 9(10)V99.

       77 WRK-VARIACAO     PIC S9(10)V99 VALUE ZEROES.
       77 WRK-CONSTITUICAO PIC 9(10)V99 VALUE ZEROES.
       77 WRK-REVERSAO     PIC 9(10)V99 VALUE ZEROES.
       01  WRK-TOTAIS.
           02 WRK-TT-ANTERIOR     PIC 9(12)V99 VALUE ZEROES.
           02 WRK-TT-BAIXAS       PIC 9(12)V99 VALUE ZEROES.
           02 WRK-TT-CONSTITUICAO PIC 9(12)V99 VALUE ZEROES.
           02 WRK-TT-REVERSAO     PIC 9(12)V99 VALUE ZEROES.
           02 WRK-TT-PROVISAO     PIC 9(12)V99 VALUE ZEROES.
           02 WRK-TT-TITULOS      PIC 9(12)V99 VALUE ZEROES.
           02 WRK-TT-RECUPERADO   PIC 9(12)V99 VALUE ZEROES.
       77 WRK-TT-VARIACAO  PIC S9(12)V99 VALUE ZEROES.
       77 WRK-QT-GRAVADOS  PIC 9(05) VALUE ZEROES.
       77 WRK-VALOR-GL     PIC 9(10)V99 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).

       77 WRK-VALOR-ED PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-PCT-ED   PIC ZZ9,99 VALUE ZEROES.

       01  WRK-CABECALHO1 PIC X(40) VALUE
           'EMPRESA XYZ COMERCIO LTDA'.
       01  WRK-CABECALHO-FAIXAS.
           02 FILLER PIC X(18) VALUE 'FAIXA DE ATRASO'.
           02 FILLER PIC X(14) VALUE ' SALDO TITULOS'.
           02 FILLER PIC X(08) VALUE '       %'.
           02 FILLER PIC X(16) VALUE '        PROVISAO'.
       01  WRK-CABECALHO-CLIENTES.
           02 FILLER PIC X(27) VALUE 'CLIENTE NOME'.
           02 FILLER PIC X(14) VALUE '      ANTERIOR'.
           02 FILLER PIC X(14) VALUE '  BAIXAS PERDA'.
           02 FILLER PIC X(14) VALUE '  CONSTITUICAO'.
           02 FILLER PIC X(14) VALUE '      REVERSAO'.
           02 FILLER PIC X(14) VALUE '         ATUAL'.

       01  WRK-LINHA-FAIXA.
           02 WRK-LF-ROTULO   PIC X(18).
           02 WRK-LF-TITULOS  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LF-PCT      PIC ZZ9,99.
           02 WRK-LF-PCT-X REDEFINES WRK-LF-PCT PIC X(06).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LF-PROVISAO PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-CLIENTE.
           02 WRK-LC-CODIGO       PIC 9(06).
           02 FILLER              PIC X(01) VALUE SPACES.
           02 WRK-LC-NOME         PIC X(20).
           02 WRK-LC-ANTERIOR     PIC ZZZ.ZZZ.ZZ9,99.
           02 WRK-LC-BAIXAS       PIC ZZZ.ZZZ.ZZ9,99.
           02 WRK-LC-CONSTITUICAO PIC ZZZ.ZZZ.ZZ9,99.
           02 WRK-LC-REVERSAO     PIC ZZZ.ZZZ.ZZ9,99.
           02 WRK-LC-ATUAL        PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINRELAT PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'PROVISÃO PARA DEVEDORES DUVIDOSOS (PDD)'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           DISPLAY 'COMPETÊNCIA (AAAAMM, ZERO = MÊS CORRENTE):'.
           ACCEPT WRK-COMPETENCIA-NUM FROM CONSOLE.
           IF WRK-COMPETENCIA-NUM = ZEROES
               MOVE WRK-DS-ANO TO WRK-CP-ANO
               MOVE WRK-DS-MES TO WRK-CP-MES
           END-IF.
           IF WRK-CP-MES < 1 OR WRK-CP-MES > 12
               DISPLAY 'COMPETÊNCIA INVÁLIDA'
               GOBACK
           END-IF.
           MOVE WRK-COMPETENCIA-NUM TO REG-PER-ANOMES.
           CALL 'verificaperiodo' USING REG-PERIODO-PEDIDO.
           IF PER-FECHADO
               DISPLAY 'COMPETÊNCIA ' WRK-COMPETENCIA-NUM
                   ' FECHADA - PDD NÃO LANÇADA'
               GOBACK
           END-IF.
           PERFORM 0050-CARREGAR-PARAMETROS.
           PERFORM 0060-CALCULAR-DATA-REFERENCIA.
           PERFORM 0100-CARREGAR-ANTERIORES.
           IF COMPETENCIA-JA-LANCADA
               DISPLAY 'PDD DA COMPETÊNCIA ' WRK-COMPETENCIA-NUM
                   ' JÁ LANÇADA - NADA A FAZER'
               GOBACK
           END-IF.
           PERFORM 0200-CARREGAR-MOVIMENTOS.
           PERFORM 0300-CLASSIFICAR-DUPLICATAS.
           IF TABELA-CHEIA
               DISPLAY 'MAIS DE 500 CLIENTES NA PROVISÃO - FECHAMENTO '
                   'RECUSADO PARA NÃO LANÇAR A PDD INCOMPLETA'
               GOBACK
           END-IF.
           PERFORM 0150-LOCALIZAR-CONTAS.
           PERFORM 0400-APURAR-VARIACAO.
           IF WRK-QT-GRAVADOS = ZEROES
               DISPLAY 'NENHUM CLIENTE COM PROVISÃO - NADA A LANÇAR'
               GOBACK
           END-IF.
           PERFORM 0500-LANCAR-GL.
           PERFORM 0600-IMPRIMIR-MOVIMENTACAO.
           MOVE WRK-TT-PROVISAO TO WRK-VALOR-ED.
           DISPLAY 'SALDO DA PROVISÃO NO FIM DO MÊS: ' WRK-VALOR-ED.
           DISPLAY 'CLIENTES PROVISIONADOS: ' WRK-QT-GRAVADOS.
           DISPLAY 'FINAL DA PROVISÃO PARA DEVEDORES DUVIDOSOS'.
           GOBACK.

       0050-CARREGAR-PARAMETROS.
           PERFORM VARYING WRK-SUB-FAI FROM 1 BY 1
               UNTIL WRK-SUB-FAI > 5
               MOVE WRK-CHAVE-PDD(WRK-SUB-FAI) TO REG-PRM-CHAVE
               CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO
               IF PRM-ACHADO
                   MOVE REG-PRM-VALOR TO WRK-PCT-FAIXA(WRK-SUB-FAI)
               END-IF
           END-PERFORM.

      * ÚLTIMO DIA DA COMPETÊNCIA = PRIMEIRO DIA DO MÊS SEGUINTE
      * MENOS UM, PELO SERVICODATA
       0060-CALCULAR-DATA-REFERENCIA.
           MOVE WRK-CP-ANO TO WRK-DA-ANO.
           MOVE WRK-CP-MES TO WRK-DA-MES.
           MOVE 01 TO WRK-DA-DIA.
           IF WRK-DA-MES = 12
               ADD 1 TO WRK-DA-ANO
               MOVE 01 TO WRK-DA-MES
           ELSE
               ADD 1 TO WRK-DA-MES
           END-IF.
           MOVE 1 TO REG-SRV-FUNCAO.
           MOVE WRK-DATA-AUX-NUM TO REG-SRV-DATA1.
           MOVE -1 TO REG-SRV-DIAS.
           CALL 'servicodata' USING REG-SERVDATA.
           MOVE REG-SRV-DATA-RES TO WRK-DATA-REF.

      * GUARDA O SALDO MAIS RECENTE DE CADA CLIENTE ANTERIOR À
      * COMPETÊNCIA; LINHA DA PRÓPRIA COMPETÊNCIA BLOQUEIA O
      * RELANÇAMENTO
       0100-CARREGAR-ANTERIORES.
           OPEN INPUT ARQ-SALDOS.
           IF SALDOS-OK
               PERFORM 0110-LER-SALDO
               PERFORM 0120-GUARDAR-ANTERIOR UNTIL FIM-SALDOS
               CLOSE ARQ-SALDOS
           END-IF.

       0110-LER-SALDO.
           READ ARQ-SALDOS
               AT END
                   MOVE 'S' TO WRK-FIM-SALDOS
           END-READ.

       0120-GUARDAR-ANTERIOR.
           IF REG-SPD-COMPETENCIA = WRK-COMPETENCIA-NUM
               MOVE 'S' TO WRK-JA-LANCADA
           END-IF.
           IF REG-SPD-COMPETENCIA < WRK-COMPETENCIA-NUM
               MOVE REG-SPD-CLIENTE TO WRK-CLIENTE-VEZ
               PERFORM 0130-LOCALIZAR-CLIENTE
               IF CLIENTE-NA-TABELA AND REG-SPD-COMPETENCIA NOT <
                  WRK-TC-ANT-COMP(WRK-SUB-CLI)
                   MOVE REG-SPD-COMPETENCIA
                       TO WRK-TC-ANT-COMP(WRK-SUB-CLI)
                   MOVE REG-SPD-PROVISAO
                       TO WRK-TC-ANTERIOR(WRK-SUB-CLI)
               END-IF
           END-IF.
           PERFORM 0110-LER-SALDO.

      * LOCALIZA O CLIENTE DA VEZ NA TABELA, INCLUINDO-O ZERADO SE
      * AINDA NÃO ESTIVER LÁ; TABELA CHEIA RECUSA O FECHAMENTO
       0130-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WRK-CLI-ACHADO.
           PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
               UNTIL WRK-SUB-CLI > WRK-QT-CLIENTES
                   OR CLIENTE-NA-TABELA
               IF WRK-TC-CODIGO(WRK-SUB-CLI) = WRK-CLIENTE-VEZ
                   MOVE 'S' TO WRK-CLI-ACHADO
               END-IF
           END-PERFORM.
           IF CLIENTE-NA-TABELA
               SUBTRACT 1 FROM WRK-SUB-CLI
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-CLIENTES < 500
               ADD 1 TO WRK-QT-CLIENTES
               MOVE WRK-QT-CLIENTES TO WRK-SUB-CLI
               MOVE WRK-CLIENTE-VEZ TO WRK-TC-CODIGO(WRK-SUB-CLI)
               MOVE ZEROES TO WRK-TC-ANT-COMP(WRK-SUB-CLI)
                   WRK-TC-ANTERIOR(WRK-SUB-CLI)
                   WRK-TC-BAIXAS(WRK-SUB-CLI)
                   WRK-TC-TITULOS(WRK-SUB-CLI)
                   WRK-TC-PROVISAO(WRK-SUB-CLI)
               MOVE 'S' TO WRK-CLI-ACHADO
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
           END-IF.

      * A BAIXA PARA PERDA JÁ CONSUMIU A PROVISÃO DO CLIENTE: ENTRAM
      * AS BAIXAS DEPOIS DO ÚLTIMO FECHAMENTO DELE ATÉ A COMPETÊNCIA;
      * AS RECUPERAÇÕES DO MÊS SÓ APARECEM NO DEMONSTRATIVO
       0200-CARREGAR-MOVIMENTOS.
           OPEN INPUT ARQ-MOVIMENTOS.
           IF MOVIMENTOS-OK
               PERFORM 0210-LER-MOVIMENTO
               PERFORM 0220-SOMAR-MOVIMENTO UNTIL FIM-MOVIMENTOS
               CLOSE ARQ-MOVIMENTOS
           END-IF.

       0210-LER-MOVIMENTO.
           READ ARQ-MOVIMENTOS
               AT END
                   MOVE 'S' TO WRK-FIM-MOVIMENTOS
           END-READ.

       0220-SOMAR-MOVIMENTO.
           IF REG-MPD-RECUPERACAO AND
              REG-MPD-COMPETENCIA = WRK-COMPETENCIA-NUM
               ADD REG-MPD-VALOR TO WRK-TT-RECUPERADO
           END-IF.
           IF REG-MPD-BAIXA AND
              REG-MPD-COMPETENCIA NOT > WRK-COMPETENCIA-NUM
               MOVE REG-MPD-CLIENTE TO WRK-CLIENTE-VEZ
               PERFORM 0130-LOCALIZAR-CLIENTE
               IF CLIENTE-NA-TABELA AND REG-MPD-COMPETENCIA >
                  WRK-TC-ANT-COMP(WRK-SUB-CLI)
                   ADD REG-MPD-VALOR TO WRK-TC-BAIXAS(WRK-SUB-CLI)
               END-IF
           END-IF.
           PERFORM 0210-LER-MOVIMENTO.

       0150-LOCALIZAR-CONTAS.
           OPEN INPUT ARQ-MAPA-CONTAS.
           IF MAPA-OK
               PERFORM 0160-LER-MAPA
               PERFORM 0170-COMPARAR-MAPA UNTIL FIM-MAPA
               CLOSE ARQ-MAPA-CONTAS
           END-IF.

       0160-LER-MAPA.
           READ ARQ-MAPA-CONTAS
               AT END
                   MOVE 'S' TO WRK-FIM-MAPA
           END-READ.

       0170-COMPARAR-MAPA.
           IF REG-MC-CENTRO-CUSTO = 'PDD   ' AND
              (REG-MC-MES = WRK-CP-MES OR REG-MC-MES = ZEROES)
               MOVE REG-MC-CONTA-DEB  TO WRK-GL-DESPESA
               MOVE REG-MC-CONTA-CRED TO WRK-GL-PDD
           END-IF.
           PERFORM 0160-LER-MAPA.

      * SÓ A DUPLICATA EM ABERTO EMITIDA ATÉ O FIM DA COMPETÊNCIA
      * ENTRA; A FAIXA SAI DO ATRASO EM DIAS CORRIDOS DO VENCIMENTO
      * ATÉ O ÚLTIMO DIA DO MÊS, COMO NO AGING
       0300-CLASSIFICAR-DUPLICATAS.
           OPEN INPUT ARQ-DUPLICATAS.
           IF DUPLICATAS-OK
               PERFORM 0310-LER-DUPLICATA
               PERFORM 0320-CLASSIFICAR-UMA UNTIL FIM-DUPLICATAS
               CLOSE ARQ-DUPLICATAS
           ELSE
               DISPLAY 'ARQUIVO DE DUPLICATAS NÃO ENCONTRADO'
           END-IF.

       0310-LER-DUPLICATA.
           READ ARQ-DUPLICATAS
               AT END
                   MOVE 'S' TO WRK-FIM-DUPLICATAS
           END-READ.

       0320-CLASSIFICAR-UMA.
           IF NOT REG-DUP-ABERTA OR REG-DUP-SALDO = ZEROES OR
              REG-DUP-EMISSAO > WRK-DATA-REF
               PERFORM 0310-LER-DUPLICATA
               EXIT PARAGRAPH
           END-IF.
           MOVE 8 TO REG-SRV-FUNCAO.
           MOVE REG-DUP-VENCIMENTO TO REG-SRV-DATA1.
           MOVE WRK-DATA-REF       TO REG-SRV-DATA2.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK
               MOVE REG-SRV-DIAS-RES TO WRK-DIAS-ATRASO
           ELSE
               MOVE ZEROES TO WRK-DIAS-ATRASO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO NOT > ZEROES
                   MOVE 1 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO NOT > 30
                   MOVE 2 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO NOT > 60
                   MOVE 3 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO NOT > 90
                   MOVE 4 TO WRK-FAIXA
               WHEN OTHER
                   MOVE 5 TO WRK-FAIXA
           END-EVALUATE.
           COMPUTE WRK-PROVISAO-TIT ROUNDED =
               REG-DUP-SALDO * WRK-PCT-FAIXA(WRK-FAIXA) / 100.
           ADD REG-DUP-SALDO TO WRK-TF-TITULOS(WRK-FAIXA).
           ADD WRK-PROVISAO-TIT TO WRK-TF-PROVISAO(WRK-FAIXA).
           MOVE REG-DUP-CLIENTE TO WRK-CLIENTE-VEZ.
           PERFORM 0130-LOCALIZAR-CLIENTE.
           IF CLIENTE-NA-TABELA
               ADD REG-DUP-SALDO TO WRK-TC-TITULOS(WRK-SUB-CLI)
               ADD WRK-PROVISAO-TIT TO WRK-TC-PROVISAO(WRK-SUB-CLI)
           END-IF.
           PERFORM 0310-LER-DUPLICATA.

      * VARIAÇÃO DO CLIENTE = PROVISÃO EXIGIDA MENOS O QUE SOBROU DO
      * SALDO ANTERIOR DEPOIS DAS BAIXAS; POSITIVA É CONSTITUIÇÃO,
      * NEGATIVA É REVERSÃO. O NOVO SALDO ENTRA EM SALDOS-PDD, ATÉ
      * ZERADO, PARA O PRÓXIMO FECHAMENTO PARTIR DELE
       0400-APURAR-VARIACAO.
           OPEN EXTEND ARQ-SALDOS.
           IF NOT SALDOS-OK
               OPEN OUTPUT ARQ-SALDOS
           END-IF.
           PERFORM 0410-APURAR-CLIENTE
               VARYING WRK-SUB-CLI FROM 1 BY 1
               UNTIL WRK-SUB-CLI > WRK-QT-CLIENTES.
           CLOSE ARQ-SALDOS.

       0410-APURAR-CLIENTE.
           IF WRK-TC-ANTERIOR(WRK-SUB-CLI) = ZEROES AND
              WRK-TC-BAIXAS(WRK-SUB-CLI) = ZEROES AND
              WRK-TC-PROVISAO(WRK-SUB-CLI) = ZEROES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-VARIACAO =
               WRK-TC-PROVISAO(WRK-SUB-CLI) -
               WRK-TC-ANTERIOR(WRK-SUB-CLI) +
               WRK-TC-BAIXAS(WRK-SUB-CLI).
           ADD WRK-TC-ANTERIOR(WRK-SUB-CLI) TO WRK-TT-ANTERIOR.
           ADD WRK-TC-BAIXAS(WRK-SUB-CLI)   TO WRK-TT-BAIXAS.
           ADD WRK-TC-PROVISAO(WRK-SUB-CLI) TO WRK-TT-PROVISAO.
           ADD WRK-TC-TITULOS(WRK-SUB-CLI)  TO WRK-TT-TITULOS.
           IF WRK-VARIACAO > ZEROES
               ADD WRK-VARIACAO TO WRK-TT-CONSTITUICAO
           ELSE
               SUBTRACT WRK-VARIACAO FROM WRK-TT-REVERSAO
           END-IF.
           MOVE WRK-COMPETENCIA-NUM         TO REG-SPD-COMPETENCIA.
           MOVE WRK-TC-CODIGO(WRK-SUB-CLI)  TO REG-SPD-CLIENTE.
           MOVE WRK-TC-TITULOS(WRK-SUB-CLI) TO REG-SPD-TITULOS.
           MOVE WRK-TC-PROVISAO(WRK-SUB-CLI) TO REG-SPD-PROVISAO.
           WRITE REG-SALDO-PDD.
           ADD 1 TO WRK-QT-GRAVADOS.

      * SÓ A VARIAÇÃO LÍQUIDA DO MÊS VAI PARA A CONTABILIDADE:
      * CONSTITUIÇÃO DEBITA A DESPESA E CREDITA A PROVISÃO, REVERSÃO
      * SAI COM O PAR INVERTIDO
       0500-LANCAR-GL.
           COMPUTE WRK-TT-VARIACAO =
               WRK-TT-CONSTITUICAO - WRK-TT-REVERSAO.
           IF WRK-TT-VARIACAO = ZEROES
               DISPLAY 'PROVISÃO SEM VARIAÇÃO NO MÊS - NADA '
                   'LANÇADO'
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ARQ-GL.
           IF NOT GL-OK
               OPEN OUTPUT ARQ-GL
           END-IF.
           IF WRK-TT-VARIACAO > ZEROES
               MOVE WRK-TT-VARIACAO TO WRK-VALOR-GL
               MOVE 'D' TO REG-GL-TIPO
               MOVE WRK-GL-DESPESA TO REG-GL-CONTA
               PERFORM 0510-GRAVAR-GL
               MOVE 'C' TO REG-GL-TIPO
               MOVE WRK-GL-PDD TO REG-GL-CONTA
               PERFORM 0510-GRAVAR-GL
               DISPLAY 'CONSTITUIÇÃO LÍQUIDA LANÇADA NA '
                   'EXPORTAÇÃO CONTÁBIL'
           ELSE
               COMPUTE WRK-VALOR-GL = 0 - WRK-TT-VARIACAO
               MOVE 'D' TO REG-GL-TIPO
               MOVE WRK-GL-PDD TO REG-GL-CONTA
               PERFORM 0510-GRAVAR-GL
               MOVE 'C' TO REG-GL-TIPO
               MOVE WRK-GL-DESPESA TO REG-GL-CONTA
               PERFORM 0510-GRAVAR-GL
               DISPLAY 'REVERSÃO LÍQUIDA LANÇADA NA '
                   'EXPORTAÇÃO CONTÁBIL'
           END-IF.
           CLOSE ARQ-GL.

       0510-GRAVAR-GL.
           MOVE 'PDD   ' TO REG-GL-CENTRO.
           MOVE WRK-VALOR-GL TO REG-GL-VALOR.
           MOVE WRK-COMPETENCIA-NUM TO REG-GL-COMPETENCIA.
           MOVE WRK-QT-GRAVADOS TO REG-GL-QT.
           WRITE REG-GL.

      * DEMONSTRATIVO PARA A AUDITORIA: A BASE POR FAIXA COM O
      * PERCENTUAL APLICADO E, POR CLIENTE, SALDO ANTERIOR - BAIXAS
      * PARA PERDA + CONSTITUIÇÃO - REVERSÃO = SALDO ATUAL
       0600-IMPRIMIR-MOVIMENTACAO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE WRK-CABECALHO1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-DATA-REF TO WRK-DATA-AUX-NUM.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'PROVISAO PARA DEVEDORES DUVIDOSOS - MOVIMENTACAO '
               'DO SALDO - POSICAO EM ' WRK-DATA-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0690-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0690-GRAVAR-LINHA.
           MOVE WRK-CABECALHO-FAIXAS TO WRK-LINRELAT.
           PERFORM 0690-GRAVAR-LINHA.
           PERFORM 0610-IMPRIMIR-FAIXA
               VARYING WRK-SUB-FAI FROM 1 BY 1
               UNTIL WRK-SUB-FAI > 5.
           MOVE 'TOTAL' TO WRK-LF-ROTULO.
           MOVE WRK-TT-TITULOS TO WRK-LF-TITULOS.
           MOVE SPACES TO WRK-LF-PCT-X.
           MOVE WRK-TT-PROVISAO TO WRK-LF-PROVISAO.
           MOVE WRK-LINHA-FAIXA TO WRK-LINRELAT.
           PERFORM 0690-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0690-GRAVAR-LINHA.
           MOVE WRK-CABECALHO-CLIENTES TO WRK-LINRELAT.
           PERFORM 0690-GRAVAR-LINHA.
           OPEN INPUT ARQ-CADASTRO.
           PERFORM 0620-IMPRIMIR-CLIENTE
               VARYING WRK-SUB-CLI FROM 1 BY 1
               UNTIL WRK-SUB-CLI > WRK-QT-CLIENTES.
           IF CADASTRO-OK
               CLOSE ARQ-CADASTRO
           END-IF.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0690-GRAVAR-LINHA.
           MOVE ZEROES TO WRK-LC-CODIGO.
           MOVE 'TOTAL GERAL' TO WRK-LC-NOME.
           MOVE WRK-TT-ANTERIOR     TO WRK-LC-ANTERIOR.
           MOVE WRK-TT-BAIXAS       TO WRK-LC-BAIXAS.
           MOVE WRK-TT-CONSTITUICAO TO WRK-LC-CONSTITUICAO.
           MOVE WRK-TT-REVERSAO     TO WRK-LC-REVERSAO.
           MOVE WRK-TT-PROVISAO     TO WRK-LC-ATUAL.
           MOVE WRK-LINHA-CLIENTE TO WRK-LINRELAT.
           PERFORM 0690-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0690-GRAVAR-LINHA.
           MOVE WRK-TT-VARIACAO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           IF WRK-TT-VARIACAO < ZEROES
               STRING 'REVERSAO LIQUIDA LANCADA NO MES.......: '
                   WRK-VALOR-ED DELIMITED BY SIZE INTO WRK-LINRELAT
           ELSE
               STRING 'CONSTITUICAO LIQUIDA LANCADA NO MES...: '
                   WRK-VALOR-ED DELIMITED BY SIZE INTO WRK-LINRELAT
           END-IF.
           PERFORM 0690-GRAVAR-LINHA.
           MOVE WRK-TT-RECUPERADO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'RECUPERACOES DE PERDAS NO MES (RECEITA): '
               WRK-VALOR-ED DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0690-GRAVAR-LINHA.
           CLOSE ARQ-RELATORIO.

       0610-IMPRIMIR-FAIXA.
           MOVE WRK-ROTULO-FAIXA(WRK-SUB-FAI) TO WRK-LF-ROTULO.
           MOVE WRK-TF-TITULOS(WRK-SUB-FAI)   TO WRK-LF-TITULOS.
           MOVE WRK-PCT-FAIXA(WRK-SUB-FAI)    TO WRK-LF-PCT.
           MOVE WRK-TF-PROVISAO(WRK-SUB-FAI)  TO WRK-LF-PROVISAO.
           MOVE WRK-LINHA-FAIXA TO WRK-LINRELAT.
           PERFORM 0690-GRAVAR-LINHA.

       0620-IMPRIMIR-CLIENTE.
           IF WRK-TC-ANTERIOR(WRK-SUB-CLI) = ZEROES AND
              WRK-TC-BAIXAS(WRK-SUB-CLI) = ZEROES AND
              WRK-TC-PROVISAO(WRK-SUB-CLI) = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TC-CODIGO(WRK-SUB-CLI) TO WRK-LC-CODIGO.
           MOVE 'NOME NAO CADASTRADO' TO WRK-LC-NOME.
           IF CADASTRO-OK
               MOVE WRK-TC-CODIGO(WRK-SUB-CLI) TO REG-CAD-CODIGO
               READ ARQ-CADASTRO
                   NOT INVALID KEY
                       MOVE REG-CAD-NOME TO WRK-LC-NOME
               END-READ
           END-IF.
           COMPUTE WRK-VARIACAO =
               WRK-TC-PROVISAO(WRK-SUB-CLI) -
               WRK-TC-ANTERIOR(WRK-SUB-CLI) +
               WRK-TC-BAIXAS(WRK-SUB-CLI).
           MOVE ZEROES TO WRK-CONSTITUICAO WRK-REVERSAO.
           IF WRK-VARIACAO > ZEROES
               MOVE WRK-VARIACAO TO WRK-CONSTITUICAO
           ELSE
               COMPUTE WRK-REVERSAO = 0 - WRK-VARIACAO
           END-IF.
           MOVE WRK-TC-ANTERIOR(WRK-SUB-CLI) TO WRK-LC-ANTERIOR.
           MOVE WRK-TC-BAIXAS(WRK-SUB-CLI)   TO WRK-LC-BAIXAS.
           MOVE WRK-CONSTITUICAO             TO WRK-LC-CONSTITUICAO.
           MOVE WRK-REVERSAO                 TO WRK-LC-REVERSAO.
           MOVE WRK-TC-PROVISAO(WRK-SUB-CLI) TO WRK-LC-ATUAL.
           MOVE WRK-LINHA-CLIENTE TO WRK-LINRELAT.
           PERFORM 0690-GRAVAR-LINHA.

       0690-GRAVAR-LINHA.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
