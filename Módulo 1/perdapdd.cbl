       IDENTIFICATION DIVISION.
       PROGRAM-ID. perdapdd.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = BAIXA PARA PERDA E RECUPERAÇÃO DE DUPLICATAS
      *            CONTRA A PROVISÃO PARA DEVEDORES DUVIDOSOS: A BAIXA
      *            TIRA UMA DUPLICATA VENCIDA DO CONTAS A RECEBER
      *            (SITUAÇÃO P, COM O SALDO AINDA DEVIDO E A DATA DA
      *            BAIXA) E LANÇA O PAR DÉBITO NA PROVISÃO / CRÉDITO
      *            EM CLIENTES; A RECUPERAÇÃO REGISTRA O VALOR QUE O
      *            CLIENTE PAGOU DEPOIS DA BAIXA, ABATE O SALDO
      *            (ZERADO, A DUPLICATA LIQUIDA), GRAVA O PAGAMENTO NO
      *            HISTÓRICO DO EXTRATO E LANÇA O VALOR COMO RECEITA.
      *            CONTAS DAS LINHAS 'BXPDD ' E 'RECPDD' DO
      *            MAPA-CONTAS OU O PADRÃO COMPILADO. CADA MOVIMENTO
      *            ENTRA EM MOVIMENTOS-PDD PARA O FECHAMENTO DA
      *            PROVISÃO (PROVISAOPDD); A VERSÃO ANTERIOR DAS
      *            DUPLICATAS É GUARDADA COMO GERAÇÃO ANTES DA
      *            REGRAVAÇÃO, COMO NA BAIXA
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
           SELECT ARQ-MOVIMENTOS ASSIGN TO 'MOVIMENTOS-PDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVIMENTOS.
           SELECT ARQ-PAGAMENTOS ASSIGN TO 'PAGAMENTOS-DUPLICATAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGAMENTOS.
           SELECT ARQ-MAPA-CONTAS ASSIGN TO 'MAPA-CONTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT ARQ-GL ASSIGN TO 'LANCAMENTOS-GL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DUPLICATAS.
           COPY 'duplicata.cbl'.

       FD  ARQ-MOVIMENTOS.
           COPY 'movpdd.cbl'.

       FD  ARQ-PAGAMENTOS.
           COPY 'pagtodup.cbl'.

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

       WORKING-STORAGE SECTION.
           COPY 'geracao.cbl'.
           COPY 'servdata.cbl'.
           COPY 'periodo.cbl'.

       77 WRK-STATUS-DUPLICATAS PIC X(02) VALUE '00'.
           88 DUPLICATAS-OK        VALUE '00'.
       77 WRK-STATUS-MOVIMENTOS PIC X(02) VALUE '00'.
           88 MOVIMENTOS-OK        VALUE '00'.
       77 WRK-STATUS-PAGAMENTOS PIC X(02) VALUE '00'.
           88 PAGAMENTOS-OK        VALUE '00'.
       77 WRK-STATUS-MAPA       PIC X(02) VALUE '00'.
           88 MAPA-OK              VALUE '00'.
       77 WRK-STATUS-GL         PIC X(02) VALUE '00'.
           88 GL-OK                VALUE '00'.
       77 WRK-FIM-DUPLICATAS PIC X(01) VALUE 'N'.
           88 FIM-DUPLICATAS    VALUE 'S'.
       77 WRK-FIM-MAPA       PIC X(01) VALUE 'N'.
           88 FIM-MAPA          VALUE 'S'.

      * CONTAS DA BAIXA E DA RECUPERAÇÃO: AS LINHAS DE CENTRO 'BXPDD '
      * E 'RECPDD' DO MAPA DE CONTAS DO MÊS PREVALECEM SOBRE O PADRÃO
      * COMPILADO
       77 WRK-GL-PDD       PIC X(08) VALUE '11030009'.
       77 WRK-GL-CLIENTES  PIC X(08) VALUE '11030001'.
       77 WRK-GL-CAIXA     PIC X(08) VALUE '11010001'.
       77 WRK-GL-RECEITA   PIC X(08) VALUE '32030001'.
       77 WRK-PAR-DEB      PIC X(08) VALUE SPACES.
       77 WRK-PAR-CRED     PIC X(08) VALUE SPACES.

      * DUPLICATAS CARREGADAS EM TABELA PARA A REGRAVAÇÃO INTEIRA
       77 WRK-QT-DUPLICATAS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-DUP       PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-ACHADA    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-TABELA-CHEIA  PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA     VALUE 'S'.
       01  WRK-TAB-DUPLICATAS.
           02 WRK-TD-REGISTRO PIC X(61) OCCURS 500 TIMES.

       77 WRK-OPCAO        PIC 9(01) VALUE ZEROES.
           88 OPCAO-BAIXA       VALUE 1.
           88 OPCAO-RECUPERACAO VALUE 2.
       77 WRK-COD-CLIENTE  PIC 9(06) VALUE ZEROES.
       77 WRK-NUM-PEDIDO   PIC 9(06) VALUE ZEROES.
       77 WRK-NUM-PARCELA  PIC 9(02) VALUE ZEROES.
       77 WRK-RESPOSTA     PIC X(01) VALUE SPACES.
           88 RESPOSTA-SIM    VALUE 'S' 's'.
       77 WRK-VALOR-MOV    PIC 9(08)V99 VALUE ZEROES.
       77 WRK-VALOR-ED     PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-DIAS-ED      PIC ZZZZ9 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROES.

       01  WRK-DATA-AUX     PIC 9(08) VALUE ZEROES.
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

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'BAIXA PARA PERDA E RECUPERAÇÃO (PDD)'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           COMPUTE WRK-COMPETENCIA = WRK-DS-ANO * 100 + WRK-DS-MES.
           MOVE WRK-COMPETENCIA TO REG-PER-ANOMES.
           CALL 'verificaperiodo' USING REG-PERIODO-PEDIDO.
           IF PER-FECHADO
               DISPLAY 'COMPETÊNCIA ' WRK-COMPETENCIA
                   ' FECHADA - BAIXA E RECUPERAÇÃO NÃO LANÇADAS'
               GOBACK
           END-IF.
           DISPLAY '1 - BAIXAR DUPLICATA PARA PERDA'.
           DISPLAY '2 - REGISTRAR RECUPERAÇÃO DE DUPLICATA BAIXADA'.
           DISPLAY 'OPÇÃO (0 = SAIR):'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           IF NOT OPCAO-BAIXA AND NOT OPCAO-RECUPERACAO
               GOBACK
           END-IF.
           PERFORM 0100-CARREGAR-DUPLICATAS.
           IF TABELA-CHEIA
               DISPLAY 'DUPLICATAS-ABERTAS EXCEDE O LIMITE DE '
                   '500 DA TABELA - MOVIMENTO RECUSADO PARA NÃO '
                   'TRUNCAR O ARQUIVO NA REGRAVAÇÃO; RODE O '
                   'EXPURGO DAS DUPLICATAS LIQUIDADAS (EXPURGO) '
                   'E TENTE DE NOVO'
               GOBACK
           END-IF.
           PERFORM 0200-LOCALIZAR-DUPLICATA.
           IF WRK-SUB-ACHADA = ZEROES
               GOBACK
           END-IF.
           PERFORM 0150-LOCALIZAR-CONTAS.
           IF OPCAO-BAIXA
               PERFORM 0300-BAIXAR-PARA-PERDA
           ELSE
               PERFORM 0400-RECUPERAR
           END-IF.
           GOBACK.

       0100-CARREGAR-DUPLICATAS.
           OPEN INPUT ARQ-DUPLICATAS.
           IF DUPLICATAS-OK
               PERFORM 0110-LER-DUPLICATA
               PERFORM 0120-GUARDAR-DUPLICATA UNTIL FIM-DUPLICATAS
               CLOSE ARQ-DUPLICATAS
           END-IF.

       0110-LER-DUPLICATA.
           READ ARQ-DUPLICATAS
               AT END
                   MOVE 'S' TO WRK-FIM-DUPLICATAS
           END-READ.

       0120-GUARDAR-DUPLICATA.
           IF WRK-QT-DUPLICATAS < 500
               ADD 1 TO WRK-QT-DUPLICATAS
               MOVE REG-DUPLICATA TO WRK-TD-REGISTRO(WRK-QT-DUPLICATAS)
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
               MOVE 'S' TO WRK-FIM-DUPLICATAS
           END-IF.
           PERFORM 0110-LER-DUPLICATA.

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
           IF REG-MC-MES = WRK-DS-MES OR REG-MC-MES = ZEROES
               IF REG-MC-CENTRO-CUSTO = 'BXPDD '
                   MOVE REG-MC-CONTA-DEB  TO WRK-GL-PDD
                   MOVE REG-MC-CONTA-CRED TO WRK-GL-CLIENTES
               END-IF
               IF REG-MC-CENTRO-CUSTO = 'RECPDD'
                   MOVE REG-MC-CONTA-DEB  TO WRK-GL-CAIXA
                   MOVE REG-MC-CONTA-CRED TO WRK-GL-RECEITA
               END-IF
           END-IF.
           PERFORM 0160-LER-MAPA.

       0200-LOCALIZAR-DUPLICATA.
           MOVE ZEROES TO WRK-SUB-ACHADA.
           DISPLAY 'CÓDIGO DO CLIENTE:'.
           ACCEPT WRK-COD-CLIENTE FROM CONSOLE.
           DISPLAY 'NÚMERO DO PEDIDO (OU DO ACORDO):'.
           ACCEPT WRK-NUM-PEDIDO FROM CONSOLE.
           DISPLAY 'PARCELA:'.
           ACCEPT WRK-NUM-PARCELA FROM CONSOLE.
           PERFORM VARYING WRK-SUB-DUP FROM 1 BY 1
               UNTIL WRK-SUB-DUP > WRK-QT-DUPLICATAS
                   OR WRK-SUB-ACHADA > ZEROES
               MOVE WRK-TD-REGISTRO(WRK-SUB-DUP) TO REG-DUPLICATA
               IF REG-DUP-CLIENTE = WRK-COD-CLIENTE AND
                  REG-DUP-PEDIDO = WRK-NUM-PEDIDO AND
                  REG-DUP-PARCELA = WRK-NUM-PARCELA
                   MOVE WRK-SUB-DUP TO WRK-SUB-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-SUB-ACHADA = ZEROES
               DISPLAY 'DUPLICATA NÃO ENCONTRADA'
           ELSE
               MOVE WRK-TD-REGISTRO(WRK-SUB-ACHADA) TO REG-DUPLICATA
           END-IF.

      * SÓ A DUPLICATA VENCIDA E EM ABERTO PODE SER BAIXADA; O SALDO
      * QUE RESTAVA SAI DE CLIENTES CONTRA A PROVISÃO
       0300-BAIXAR-PARA-PERDA.
           IF NOT REG-DUP-ABERTA OR REG-DUP-SALDO = ZEROES
               DISPLAY 'SÓ DUPLICATA EM ABERTO PODE SER BAIXADA PARA '
                   'PERDA'
               EXIT PARAGRAPH
           END-IF.
           IF REG-DUP-VENCIMENTO NOT < WRK-DATA-SYS-NUM
               DISPLAY 'DUPLICATA A VENCER NÃO PODE SER BAIXADA PARA '
                   'PERDA'
               EXIT PARAGRAPH
           END-IF.
           MOVE 8 TO REG-SRV-FUNCAO.
           MOVE REG-DUP-VENCIMENTO TO REG-SRV-DATA1.
           MOVE WRK-DATA-SYS-NUM   TO REG-SRV-DATA2.
           CALL 'servicodata' USING REG-SERVDATA.
           MOVE ZEROES TO WRK-DIAS-ED.
           IF SRV-DATA-OK
               MOVE REG-SRV-DIAS-RES TO WRK-DIAS-ED
           END-IF.
           MOVE REG-DUP-VENCIMENTO TO WRK-DATA-AUX.
           PERFORM 0950-FORMATAR-DATA.
           MOVE REG-DUP-SALDO TO WRK-VALOR-ED.
           DISPLAY '________________________________________'.
           DISPLAY 'PEDIDO ' REG-DUP-PEDIDO '/' REG-DUP-PARCELA
               ' VENCIDA EM ' WRK-DATA-ED ' HÁ ' WRK-DIAS-ED ' DIAS'.
           DISPLAY 'SALDO A BAIXAR PARA PERDA: ' WRK-VALOR-ED.
           DISPLAY 'CONFIRMA A BAIXA CONTRA A PROVISÃO (S/N)?'.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF NOT RESPOSTA-SIM
               DISPLAY 'BAIXA NÃO GRAVADA'
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-DUP-SALDO TO WRK-VALOR-MOV.
           MOVE 'P' TO REG-DUP-SITUACAO.
           MOVE WRK-DATA-SYS-NUM TO REG-DUP-DATAPAGTO.
           MOVE REG-DUPLICATA TO WRK-TD-REGISTRO(WRK-SUB-ACHADA).
           PERFORM 0800-REGRAVAR-DUPLICATAS.
           MOVE 'B' TO REG-MPD-TIPO.
           PERFORM 0810-GRAVAR-MOVIMENTO.
           MOVE WRK-GL-PDD      TO WRK-PAR-DEB.
           MOVE WRK-GL-CLIENTES TO WRK-PAR-CRED.
           PERFORM 0820-LANCAR-GL.
           DISPLAY 'DUPLICATA BAIXADA PARA PERDA: ' WRK-VALOR-ED.

      * O VALOR RECUPERADO NÃO PODE PASSAR DO SALDO BAIXADO; ELE ABATE
      * O SALDO DEVIDO E ENTRA COMO RECEITA, POIS A PROVISÃO JÁ FOI
      * CONSUMIDA NA BAIXA
       0400-RECUPERAR.
           IF NOT REG-DUP-PERDA OR REG-DUP-SALDO = ZEROES
               DISPLAY 'SÓ DUPLICATA BAIXADA PARA PERDA PODE TER '
                   'RECUPERAÇÃO'
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-DUP-DATAPAGTO TO WRK-DATA-AUX.
           PERFORM 0950-FORMATAR-DATA.
           MOVE REG-DUP-SALDO TO WRK-VALOR-ED.
           DISPLAY '________________________________________'.
           DISPLAY 'PEDIDO ' REG-DUP-PEDIDO '/' REG-DUP-PARCELA
               ' BAIXADA PARA PERDA EM ' WRK-DATA-ED.
           DISPLAY 'SALDO DEVIDO: ' WRK-VALOR-ED.
           DISPLAY 'VALOR RECUPERADO:'.
           ACCEPT WRK-VALOR-MOV FROM CONSOLE.
           IF WRK-VALOR-MOV = ZEROES
               DISPLAY 'RECUPERAÇÃO NÃO GRAVADA'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-VALOR-MOV > REG-DUP-SALDO
               DISPLAY 'VALOR ACIMA DO SALDO DEVIDO - RECUPERAÇÃO '
                   'NÃO GRAVADA'
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT WRK-VALOR-MOV FROM REG-DUP-SALDO.
           IF REG-DUP-SALDO = ZEROES
               MOVE 'L' TO REG-DUP-SITUACAO
               MOVE WRK-DATA-SYS-NUM TO REG-DUP-DATAPAGTO
           END-IF.
           MOVE REG-DUPLICATA TO WRK-TD-REGISTRO(WRK-SUB-ACHADA).
           PERFORM 0800-REGRAVAR-DUPLICATAS.
           PERFORM 0830-GRAVAR-PAGAMENTO.
           MOVE 'R' TO REG-MPD-TIPO.
           PERFORM 0810-GRAVAR-MOVIMENTO.
           MOVE WRK-GL-CAIXA   TO WRK-PAR-DEB.
           MOVE WRK-GL-RECEITA TO WRK-PAR-CRED.
           PERFORM 0820-LANCAR-GL.
           MOVE WRK-VALOR-MOV TO WRK-VALOR-ED.
           DISPLAY 'RECUPERAÇÃO REGISTRADA: ' WRK-VALOR-ED.
           IF REG-DUP-LIQUIDADA
               DISPLAY 'SALDO ZERADO - DUPLICATA LIQUIDADA'
           END-IF.

       0800-REGRAVAR-DUPLICATAS.
           MOVE 'DUPLICATAS-ABERTAS' TO REG-GER-ARQUIVO.
           MOVE 'B' TO REG-GER-OPERACAO.
           CALL 'salvageracao' USING REG-GERACAO-PEDIDO.
           OPEN OUTPUT ARQ-DUPLICATAS.
           PERFORM VARYING WRK-SUB-DUP FROM 1 BY 1
               UNTIL WRK-SUB-DUP > WRK-QT-DUPLICATAS
               MOVE WRK-TD-REGISTRO(WRK-SUB-DUP) TO REG-DUPLICATA
               WRITE REG-DUPLICATA
           END-PERFORM.
           CLOSE ARQ-DUPLICATAS.
           MOVE WRK-TD-REGISTRO(WRK-SUB-ACHADA) TO REG-DUPLICATA.

       0810-GRAVAR-MOVIMENTO.
           OPEN EXTEND ARQ-MOVIMENTOS.
           IF NOT MOVIMENTOS-OK
               OPEN OUTPUT ARQ-MOVIMENTOS
           END-IF.
           MOVE WRK-DATA-SYS-NUM TO REG-MPD-DATA.
           MOVE WRK-COMPETENCIA  TO REG-MPD-COMPETENCIA.
           MOVE REG-DUP-CLIENTE  TO REG-MPD-CLIENTE.
           MOVE REG-DUP-PEDIDO   TO REG-MPD-PEDIDO.
           MOVE REG-DUP-PARCELA  TO REG-MPD-PARCELA.
           MOVE WRK-VALOR-MOV    TO REG-MPD-VALOR.
           WRITE REG-MOV-PDD.
           CLOSE ARQ-MOVIMENTOS.

       0820-LANCAR-GL.
           OPEN EXTEND ARQ-GL.
           IF NOT GL-OK
               OPEN OUTPUT ARQ-GL
           END-IF.
           MOVE 'D' TO REG-GL-TIPO.
           MOVE WRK-PAR-DEB TO REG-GL-CONTA.
           MOVE 'PDD   ' TO REG-GL-CENTRO.
           MOVE WRK-VALOR-MOV TO REG-GL-VALOR.
           MOVE WRK-COMPETENCIA TO REG-GL-COMPETENCIA.
           MOVE 1 TO REG-GL-QT.
           WRITE REG-GL.
           MOVE 'C' TO REG-GL-TIPO.
           MOVE WRK-PAR-CRED TO REG-GL-CONTA.
           WRITE REG-GL.
           CLOSE ARQ-GL.

      * A RECUPERAÇÃO ENTRA NO HISTÓRICO DE PAGAMENTOS COMO PRINCIPAL,
      * PARA O EXTRATO DO CLIENTE ENXERGAR O QUE ELE PAGOU
       0830-GRAVAR-PAGAMENTO.
           OPEN EXTEND ARQ-PAGAMENTOS.
           IF NOT PAGAMENTOS-OK
               OPEN OUTPUT ARQ-PAGAMENTOS
           END-IF.
           MOVE REG-DUP-CLIENTE  TO REG-PGD-CLIENTE.
           MOVE REG-DUP-PEDIDO   TO REG-PGD-PEDIDO.
           MOVE REG-DUP-PARCELA  TO REG-PGD-PARCELA.
           MOVE WRK-DATA-SYS-NUM TO REG-PGD-DATA.
           MOVE WRK-VALOR-MOV    TO REG-PGD-RECEBIDO.
           MOVE WRK-VALOR-MOV    TO REG-PGD-PRINCIPAL.
           MOVE ZEROES           TO REG-PGD-MULTA.
           MOVE ZEROES           TO REG-PGD-JUROS.
           MOVE REG-DUP-SALDO    TO REG-PGD-SALDO.
           MOVE 'R'              TO REG-PGD-ORIGEM.
           WRITE REG-PAGTO-DUPLICATA.
           CLOSE ARQ-PAGAMENTOS.

       0950-FORMATAR-DATA.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.
