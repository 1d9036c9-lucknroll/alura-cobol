       IDENTIFICATION DIVISION.
       PROGRAM-ID. acompacordo.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = ACOMPANHAMENTO DOS ACORDOS DE RENEGOCIAÇÃO ATIVOS
      *            CONTRA AS PARCELAS EM DUPLICATAS-ABERTAS (AS DE
      *            PEDIDO IGUAL AO NÚMERO DO ACORDO): ACORDO COM TODAS
      *            AS PARCELAS LIQUIDADAS PASSA A QUITADO; ACORDO COM
      *            PARCELA EM ABERTO VENCIDA HÁ MAIS DE
      *            DIAS-TOLERANCIA-ACORDO (PADRÃO 5 DIAS) PASSA A
      *            ROMPIDO E SAI NO RELATÓRIO ACORDOS-ROMPIDOS COM A
      *            DÍVIDA QUE RESTA - O SALDO DAS PARCELAS EM ABERTO
      *            E A MULTA E OS JUROS DAS VENCIDAS ATÉ HOJE
      *            (CALCULAENCARGO). AS PARCELAS DO ACORDO ROMPIDO
      *            CONTINUAM EM ABERTO PARA A COBRANÇA. A VERSÃO
      *            ANTERIOR DE ACORDOS É GUARDADA COMO GERAÇÃO ANTES
      *            DA REGRAVAÇÃO
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ACORDOS ASSIGN TO 'ACORDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ACORDOS.
           SELECT ARQ-DUPLICATAS ASSIGN TO 'DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DUPLICATAS.
           SELECT ARQ-RELATORIO ASSIGN TO 'ACORDOS-ROMPIDOS'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ACORDOS.
           COPY 'acordo.cbl'.

       FD  ARQ-DUPLICATAS.
           COPY 'duplicata.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'geracao.cbl'.
           COPY 'encargo.cbl'.
           COPY 'servdata.cbl'.
           COPY 'parametro.cbl'.

       77 WRK-STATUS-ACORDOS    PIC X(02) VALUE '00'.
           88 ACORDOS-OK           VALUE '00'.
       77 WRK-STATUS-DUPLICATAS PIC X(02) VALUE '00'.
           88 DUPLICATAS-OK        VALUE '00'.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO       VALUE 'S'.

       77 WRK-DIAS-TOLERANCIA PIC 9(05) VALUE 5.

      * ACORDOS CARREGADOS EM TABELA PARA A REGRAVAÇÃO INTEIRA, COM
      * A APURAÇÃO DAS PARCELAS DE CADA UM AO LADO
       77 WRK-QT-ACORDOS  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-ACO     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-TABELA-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA    VALUE 'S'.
       77 WRK-ACO-ACHADO  PIC X(01) VALUE 'N'.
           88 ACORDO-ACHADO   VALUE 'S'.
       01  WRK-TAB-ACORDOS.
           02 WRK-TA-ITEM OCCURS 500 TIMES.
               03 WRK-TA-REGISTRO    PIC X(84).
               03 WRK-TA-QT-ABERTAS  PIC 9(02).
               03 WRK-TA-QT-PAGAS    PIC 9(02).
               03 WRK-TA-SALDO       PIC 9(10)V99.
               03 WRK-TA-ENCARGOS    PIC 9(10)V99.
               03 WRK-TA-VENC-ANTIGA PIC 9(08).

       77 WRK-DIAS-ATRASO  PIC S9(07) VALUE ZEROES.
       77 WRK-QT-ATIVOS    PIC 9(05) VALUE ZEROES.
       77 WRK-QT-QUITADOS  PIC 9(05) VALUE ZEROES.
       77 WRK-QT-ROMPIDOS  PIC 9(05) VALUE ZEROES.
       77 WRK-TOT-RESTANTE PIC 9(10)V99 VALUE ZEROES.
       77 WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-DIAS-ED      PIC ZZZZ9 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

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

       01  WRK-CABECALHO1.
           02 FILLER PIC X(40) VALUE
               'ACORDOS DE RENEGOCIACAO ROMPIDOS'.
           02 FILLER PIC X(06) VALUE 'DATA: '.
           02 WRK-CAB-DATA PIC X(10).
       01  WRK-CABECALHO2.
           02 FILLER PIC X(40) VALUE
               'ACORDO CLIENTE  DATA ACORDO  PARC.ABER'.
           02 FILLER PIC X(40) VALUE
               '  SALDO ABERTO   MULTA+JUROS ATRASO'.

       01  WRK-LINDET.
           02 WRK-LD-ACORDO  PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LD-CLIENTE PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LD-DATA    PIC X(10).
           02 FILLER         PIC X(04) VALUE SPACES.
           02 WRK-LD-ABERTAS PIC Z9.
           02 FILLER         PIC X(01) VALUE '/'.
           02 WRK-LD-PARCELAS PIC 99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LD-SALDO   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LD-ENCARGOS PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LD-DIAS    PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'ACOMPANHAMENTO DOS ACORDOS DE COBRANÇA'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           MOVE 'DIAS-TOLERANCIA-ACORDO' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-DIAS-TOLERANCIA
           END-IF.
           PERFORM 0100-CARREGAR-ACORDOS.
           IF TABELA-CHEIA
               DISPLAY 'ACORDOS EXCEDE O LIMITE DE 500 DA TABELA - '
                   'ACOMPANHAMENTO RECUSADO PARA NÃO TRUNCAR O '
                   'ARQUIVO NA REGRAVAÇÃO'
               GOBACK
           END-IF.
           IF WRK-QT-ATIVOS = ZEROES
               DISPLAY 'NÃO HÁ ACORDOS ATIVOS PARA ACOMPANHAR'
               GOBACK
           END-IF.
           PERFORM 0200-APURAR-PARCELAS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 0400-CABECALHO.
           PERFORM 0300-AVALIAR-ACORDO
               VARYING WRK-SUB-ACO FROM 1 BY 1
               UNTIL WRK-SUB-ACO > WRK-QT-ACORDOS.
           PERFORM 0450-RODAPE.
           CLOSE ARQ-RELATORIO.
           IF WRK-QT-QUITADOS > ZEROES OR WRK-QT-ROMPIDOS > ZEROES
               PERFORM 0500-REGRAVAR-ACORDOS
           END-IF.
           DISPLAY '________________________________________'.
           DISPLAY 'ACORDOS ATIVOS LIDOS..: ' WRK-QT-ATIVOS.
           DISPLAY 'ACORDOS QUITADOS......: ' WRK-QT-QUITADOS.
           DISPLAY 'ACORDOS ROMPIDOS......: ' WRK-QT-ROMPIDOS.
           MOVE WRK-TOT-RESTANTE TO WRK-VALOR-ED.
           DISPLAY 'DÍVIDA DOS ROMPIDOS...: ' WRK-VALOR-ED.
           DISPLAY 'FINAL DO ACOMPANHAMENTO DOS ACORDOS'.
           GOBACK.

       0100-CARREGAR-ACORDOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-ACORDOS.
           IF ACORDOS-OK
               PERFORM 0110-LER-ACORDO
               PERFORM 0120-GUARDAR-ACORDO UNTIL FIM-ARQUIVO
               CLOSE ARQ-ACORDOS
           END-IF.

       0110-LER-ACORDO.
           READ ARQ-ACORDOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0120-GUARDAR-ACORDO.
           IF WRK-QT-ACORDOS < 500
               ADD 1 TO WRK-QT-ACORDOS
               MOVE REG-ACORDO TO WRK-TA-REGISTRO(WRK-QT-ACORDOS)
               MOVE ZEROES TO WRK-TA-QT-ABERTAS(WRK-QT-ACORDOS)
               MOVE ZEROES TO WRK-TA-QT-PAGAS(WRK-QT-ACORDOS)
               MOVE ZEROES TO WRK-TA-SALDO(WRK-QT-ACORDOS)
               MOVE ZEROES TO WRK-TA-ENCARGOS(WRK-QT-ACORDOS)
               MOVE ZEROES TO WRK-TA-VENC-ANTIGA(WRK-QT-ACORDOS)
               IF REG-ACO-ATIVO
                   ADD 1 TO WRK-QT-ATIVOS
               END-IF
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
               MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.
           PERFORM 0110-LER-ACORDO.

      * UMA PASSADA NAS DUPLICATAS: CADA PARCELA DE ACORDO ATIVO
      * SOMA NA APURAÇÃO DO SEU ACORDO
       0200-APURAR-PARCELAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-DUPLICATAS.
           IF DUPLICATAS-OK
               PERFORM 0210-LER-DUPLICATA
               PERFORM 0220-APURAR-DUPLICATA UNTIL FIM-ARQUIVO
               CLOSE ARQ-DUPLICATAS
           END-IF.

       0210-LER-DUPLICATA.
           READ ARQ-DUPLICATAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0220-APURAR-DUPLICATA.
           MOVE 'N' TO WRK-ACO-ACHADO.
           PERFORM VARYING WRK-SUB-ACO FROM 1 BY 1
               UNTIL WRK-SUB-ACO > WRK-QT-ACORDOS OR ACORDO-ACHADO
               MOVE WRK-TA-REGISTRO(WRK-SUB-ACO) TO REG-ACORDO
               IF REG-ACO-ATIVO AND
                  REG-ACO-NUMERO = REG-DUP-PEDIDO AND
                  REG-ACO-CLIENTE = REG-DUP-CLIENTE
                   MOVE 'S' TO WRK-ACO-ACHADO
               END-IF
           END-PERFORM.
           IF ACORDO-ACHADO
               SUBTRACT 1 FROM WRK-SUB-ACO
               PERFORM 0230-SOMAR-PARCELA
           END-IF.
           PERFORM 0210-LER-DUPLICATA.

       0230-SOMAR-PARCELA.
           IF REG-DUP-LIQUIDADA
               ADD 1 TO WRK-TA-QT-PAGAS(WRK-SUB-ACO)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-TA-QT-ABERTAS(WRK-SUB-ACO).
           ADD REG-DUP-SALDO TO WRK-TA-SALDO(WRK-SUB-ACO).
           IF WRK-TA-VENC-ANTIGA(WRK-SUB-ACO) = ZEROES OR
              REG-DUP-VENCIMENTO < WRK-TA-VENC-ANTIGA(WRK-SUB-ACO)
               MOVE REG-DUP-VENCIMENTO
                   TO WRK-TA-VENC-ANTIGA(WRK-SUB-ACO)
           END-IF.
           IF REG-DUP-VENCIMENTO < WRK-DATA-SYS-NUM
               MOVE REG-DUP-VENCIMENTO TO REG-ENC-VENCIMENTO
               MOVE REG-DUP-DATAPAGTO  TO REG-ENC-ULT-PAGTO
               MOVE WRK-DATA-SYS-NUM   TO REG-ENC-DATA-PAGTO
               MOVE REG-DUP-SALDO      TO REG-ENC-SALDO
               MOVE ZEROES             TO REG-ENC-VALOR-PAGO
               CALL 'calculaencargo' USING REG-ENCARGO-PEDIDO
               ADD REG-ENC-MULTA REG-ENC-JUROS
                   TO WRK-TA-ENCARGOS(WRK-SUB-ACO)
           END-IF.

      * QUITADO: TODAS AS PARCELAS PAGAS. ROMPIDO: A PARCELA EM
      * ABERTO MAIS ANTIGA VENCEU HÁ MAIS DIAS QUE A TOLERÂNCIA
       0300-AVALIAR-ACORDO.
           MOVE WRK-TA-REGISTRO(WRK-SUB-ACO) TO REG-ACORDO.
           IF NOT REG-ACO-ATIVO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-TA-QT-ABERTAS(WRK-SUB-ACO) = ZEROES
               IF WRK-TA-QT-PAGAS(WRK-SUB-ACO) > ZEROES
                   MOVE 'Q' TO REG-ACO-SITUACAO
                   MOVE WRK-DATA-SYS-NUM TO REG-ACO-DATA-SITUACAO
                   MOVE REG-ACORDO TO WRK-TA-REGISTRO(WRK-SUB-ACO)
                   ADD 1 TO WRK-QT-QUITADOS
                   DISPLAY 'ACORDO ' REG-ACO-NUMERO ' QUITADO'
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WRK-TA-VENC-ANTIGA(WRK-SUB-ACO) NOT < WRK-DATA-SYS-NUM
               EXIT PARAGRAPH
           END-IF.
           MOVE 8 TO REG-SRV-FUNCAO.
           MOVE WRK-TA-VENC-ANTIGA(WRK-SUB-ACO) TO REG-SRV-DATA1.
           MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA2.
           CALL 'servicodata' USING REG-SERVDATA.
           IF NOT SRV-DATA-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-SRV-DIAS-RES TO WRK-DIAS-ATRASO.
           IF WRK-DIAS-ATRASO > WRK-DIAS-TOLERANCIA
               MOVE 'R' TO REG-ACO-SITUACAO
               MOVE WRK-DATA-SYS-NUM TO REG-ACO-DATA-SITUACAO
               MOVE REG-ACORDO TO WRK-TA-REGISTRO(WRK-SUB-ACO)
               ADD 1 TO WRK-QT-ROMPIDOS
               PERFORM 0310-IMPRIMIR-ROMPIDO
           END-IF.

       0310-IMPRIMIR-ROMPIDO.
           MOVE REG-ACO-NUMERO  TO WRK-LD-ACORDO.
           MOVE REG-ACO-CLIENTE TO WRK-LD-CLIENTE.
           MOVE REG-ACO-DATA TO WRK-DATA-AUX.
           PERFORM 0900-FORMATAR-DATA.
           MOVE WRK-DATA-ED TO WRK-LD-DATA.
           MOVE WRK-TA-QT-ABERTAS(WRK-SUB-ACO) TO WRK-LD-ABERTAS.
           MOVE REG-ACO-PARCELAS TO WRK-LD-PARCELAS.
           MOVE WRK-TA-SALDO(WRK-SUB-ACO) TO WRK-LD-SALDO.
           MOVE WRK-TA-ENCARGOS(WRK-SUB-ACO) TO WRK-LD-ENCARGOS.
           MOVE WRK-DIAS-ATRASO TO WRK-LD-DIAS.
           MOVE WRK-LINDET TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD WRK-TA-SALDO(WRK-SUB-ACO) WRK-TA-ENCARGOS(WRK-SUB-ACO)
               TO WRK-TOT-RESTANTE.
           MOVE WRK-DIAS-ATRASO TO WRK-DIAS-ED.
           DISPLAY 'ACORDO ' REG-ACO-NUMERO ' DO CLIENTE '
               REG-ACO-CLIENTE ' ROMPIDO - PARCELA VENCIDA HÁ '
               WRK-DIAS-ED ' DIAS'.

       0400-CABECALHO.
           MOVE WRK-DATA-SYS-NUM TO WRK-DATA-AUX.
           PERFORM 0900-FORMATAR-DATA.
           MOVE WRK-DATA-ED TO WRK-CAB-DATA.
           MOVE WRK-CABECALHO1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-CABECALHO2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0450-RODAPE.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WRK-QT-ROMPIDOS = ZEROES
               MOVE 'NENHUM ACORDO ROMPIDO NESTA RODADA'
                   TO REG-RELATORIO
           ELSE
               MOVE WRK-TOT-RESTANTE TO WRK-VALOR-ED
               STRING 'DIVIDA RESTANTE DOS ROMPIDOS (SALDO + '
                   'ENCARGOS): ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.

       0500-REGRAVAR-ACORDOS.
           MOVE 'ACORDOS' TO REG-GER-ARQUIVO.
           MOVE 'B' TO REG-GER-OPERACAO.
           CALL 'salvageracao' USING REG-GERACAO-PEDIDO.
           OPEN OUTPUT ARQ-ACORDOS.
           PERFORM VARYING WRK-SUB-ACO FROM 1 BY 1
               UNTIL WRK-SUB-ACO > WRK-QT-ACORDOS
               MOVE WRK-TA-REGISTRO(WRK-SUB-ACO) TO REG-ACORDO
               WRITE REG-ACORDO
           END-PERFORM.
           CLOSE ARQ-ACORDOS.

       0900-FORMATAR-DATA.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.
