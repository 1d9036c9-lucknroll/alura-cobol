       IDENTIFICATION DIVISION.
       PROGRAM-ID. orcdespesas.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = RELATÓRIO MENSAL DE ORÇADO X REALIZADO DAS DESPESAS
      *            POR CENTRO DE CUSTO: CONFRONTA O ORÇAMENTO DE
      *            ORCAMENTO-DESPESAS COM O REALIZADO POSTADO EM
      *            SALDOS-CONTAS (DÉBITOS MENOS CRÉDITOS) NO MÊS E NO
      *            ACUMULADO DO ANO, COM A VARIAÇÃO EM VALOR E EM %,
      *            MARCANDO AS LINHAS ACIMA DO ORÇADO ALÉM DO LIMIAR E
      *            O REALIZADO SEM ORÇAMENTO NAS CONTAS ORÇADAS. UMA
      *            PÁGINA POR DEPARTAMENTO (O CENTRO DE CUSTO CUJO
      *            CÓDIGO COMEÇA PELO CÓDIGO DO DEPARTAMENTO), PARA O
      *            GERENTE, E UMA PÁGINA DE RESUMO POR DEPARTAMENTO
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ORCAMENTO ASSIGN TO 'ORCAMENTO-DESPESAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORCAMENTO.
           SELECT ARQ-SALDOS ASSIGN TO 'SALDOS-CONTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDOS.
           SELECT ARQ-DEPTOS ASSIGN TO 'DEPARTAMENTOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPTOS.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-ORCAMENTO-DESPESAS'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ORCAMENTO.
           COPY 'orcdesp.cbl'.

       FD  ARQ-SALDOS.
       01  REG-SALDO-CONTA.
           02 REG-SC-CONTA       PIC X(08).
           02 REG-SC-COMPETENCIA PIC 9(06).
           02 REG-SC-DEBITOS     PIC 9(12)V99.
           02 REG-SC-CREDITOS    PIC 9(12)V99.
           02 REG-SC-CENTRO      PIC X(06).

       FD  ARQ-DEPTOS.
           COPY 'departamento.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ORCAMENTO PIC X(02) VALUE '00'.
           88 ORCAMENTO-OK        VALUE '00'.
       77 WRK-STATUS-SALDOS    PIC X(02) VALUE '00'.
           88 SALDOS-OK           VALUE '00'.
       77 WRK-STATUS-DEPTOS    PIC X(02) VALUE '00'.
           88 DEPTOS-OK           VALUE '00'.
       77 WRK-FIM-ORCAMENTO PIC X(01) VALUE 'N'.
           88 FIM-ORCAMENTO    VALUE 'S'.
       77 WRK-FIM-SALDOS    PIC X(01) VALUE 'N'.
           88 FIM-SALDOS       VALUE 'S'.
       77 WRK-FIM-DEPTOS    PIC X(01) VALUE 'N'.
           88 FIM-DEPTOS       VALUE 'S'.

       01  WRK-COMPETENCIA     PIC 9(06) VALUE ZEROES.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           02 WRK-CP-ANO PIC 9(04).
           02 WRK-CP-MES PIC 9(02).
       77 WRK-SUB-MES PIC 9(02) VALUE ZEROES.

      * LIMIAR DE VARIAÇÃO ACIMA DO ORÇADO A PARTIR DO QUAL A LINHA É
      * MARCADA COMO ESTOURO
       77 WRK-LIMIAR PIC 9(03)V99 VALUE 10,00.

      * LINHAS DO RELATÓRIO: UMA POR CONTA E CENTRO, ORÇADA OU COM
      * REALIZADO NUMA CONTA QUE TEM ORÇAMENTO EM ALGUM CENTRO
       77 WRK-QT-LINHAS PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-LIN   PIC 9(04) COMP VALUE ZEROES.
       77 WRK-QT-IGNORADAS PIC 9(05) VALUE ZEROES.
       77 WRK-ACHOU-LINHA PIC X(01) VALUE 'N'.
           88 LINHA-NA-TABELA VALUE 'S'.
       77 WRK-ACHOU-CONTA PIC X(01) VALUE 'N'.
           88 CONTA-ORCADA    VALUE 'S'.
       01  WRK-TAB-LINHAS.
           02 WRK-TL-ITEM OCCURS 1000 TIMES.
               03 WRK-TL-CONTA     PIC X(08).
               03 WRK-TL-CENTRO    PIC X(06).
               03 WRK-TL-ORCADA    PIC X(01).
               03 WRK-TL-DEPTO     PIC 9(03) COMP.
               03 WRK-TL-ORC-MES   PIC S9(10)V99.
               03 WRK-TL-REAL-MES  PIC S9(10)V99.
               03 WRK-TL-ORC-ACUM  PIC S9(10)V99.
               03 WRK-TL-REAL-ACUM PIC S9(10)V99.

      * DEPARTAMENTOS; A POSIÇÃO 101 ACUMULA OS CENTROS SEM DEPARTAMENTO
       77 WRK-QT-DEPTOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-DEP   PIC 9(03) COMP VALUE ZEROES.
       77 WRK-DEP-VEZ   PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-DEPTOS.
           02 WRK-TD-ITEM OCCURS 101 TIMES.
               03 WRK-TD-CODIGO    PIC X(04).
               03 WRK-TD-DESCRICAO PIC X(20).
               03 WRK-TD-GERENTE   PIC X(20).
               03 WRK-TD-QT-LINHAS PIC 9(04) COMP.
               03 WRK-TD-ORC-MES   PIC S9(10)V99.
               03 WRK-TD-REAL-MES  PIC S9(10)V99.
               03 WRK-TD-ORC-ACUM  PIC S9(10)V99.
               03 WRK-TD-REAL-ACUM PIC S9(10)V99.

      * VALORES DA LINHA EM IMPRESSÃO (CONTA, SUBTOTAL OU TOTAL)
       77 WRK-ORCADA    PIC X(01) VALUE 'N'.
           88 LINHA-ORCADA VALUE 'S'.
       77 WRK-ORC-MES   PIC S9(10)V99 VALUE ZEROES.
       77 WRK-REAL-MES  PIC S9(10)V99 VALUE ZEROES.
       77 WRK-ORC-ACUM  PIC S9(10)V99 VALUE ZEROES.
       77 WRK-REAL-ACUM PIC S9(10)V99 VALUE ZEROES.
       77 WRK-VAR-MES   PIC S9(10)V99 VALUE ZEROES.
       77 WRK-VAR-ACUM  PIC S9(10)V99 VALUE ZEROES.
       77 WRK-PCT-MES   PIC S9(07)V99 VALUE ZEROES.
       77 WRK-PCT-ACUM  PIC S9(07)V99 VALUE ZEROES.
       77 WRK-PCT       PIC S9(07)V99 VALUE ZEROES.
       77 WRK-TOT-ORC-MES   PIC S9(10)V99 VALUE ZEROES.
       77 WRK-TOT-REAL-MES  PIC S9(10)V99 VALUE ZEROES.
       77 WRK-TOT-ORC-ACUM  PIC S9(10)V99 VALUE ZEROES.
       77 WRK-TOT-REAL-ACUM PIC S9(10)V99 VALUE ZEROES.
       77 WRK-QT-ESTOUROS   PIC 9(05) VALUE ZEROES.
       77 WRK-QT-SEM-ORCAM  PIC 9(05) VALUE ZEROES.

       77 WRK-PAGINA    PIC 9(03) VALUE ZEROES.
       77 WRK-PAGINA-ED PIC ZZ9 VALUE ZEROES.
       77 WRK-LIMIAR-ED PIC ZZ9,99 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).

       01  WRK-CABECALHO1 PIC X(40) VALUE
           'EMPRESA XYZ COMERCIO LTDA'.
       01  WRK-CABECALHO4.
           02 FILLER PIC X(16) VALUE SPACES.
           02 FILLER PIC X(45) VALUE
              '-------------------- NO MES -----------------'.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(45) VALUE
              '------------------ ACUMULADO ANO ------------'.
       01  WRK-CABECALHO5.
           02 FILLER PIC X(40) VALUE
              'CONTA    CENTRO       ORCADO     REALIZA'.
           02 FILLER PIC X(40) VALUE
              'DO      VARIACAO VAR%       ORCADO     R'.
           02 FILLER PIC X(36) VALUE
              'EALIZADO      VARIACAO VAR% SITUACAO'.

       01  WRK-LINRELAT.
           02 WRK-LR-CHAVE.
               03 WRK-LR-CONTA  PIC X(08).
               03 FILLER        PIC X(01).
               03 WRK-LR-CENTRO PIC X(06).
           02 WRK-LR-NOME REDEFINES WRK-LR-CHAVE PIC X(15).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LR-ORC-MES   PIC Z.ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LR-REAL-MES  PIC Z.ZZZ.ZZ9,99-.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LR-VAR-MES   PIC Z.ZZZ.ZZ9,99-.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LR-PCT-MES   PIC ZZ9-.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LR-ORC-ACUM  PIC Z.ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LR-REAL-ACUM PIC Z.ZZZ.ZZ9,99-.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LR-VAR-ACUM  PIC Z.ZZZ.ZZ9,99-.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LR-PCT-ACUM  PIC ZZ9-.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LR-SITUACAO  PIC X(12).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-QT-LINHAS = ZEROES
               DISPLAY 'NÃO HÁ ORÇAMENTO DE DESPESAS PARA O ANO '
                   WRK-CP-ANO ' - CADASTRE PELO MANUTORCDESP'
               GOBACK
           END-IF.
           PERFORM 0200-LER-REALIZADO.
           PERFORM 0300-IMPRIMIR-RELATORIO.
           DISPLAY 'LINHAS ACIMA DO ORÇADO......: ' WRK-QT-ESTOUROS.
           DISPLAY 'LINHAS SEM ORÇAMENTO........: ' WRK-QT-SEM-ORCAM.
           IF WRK-QT-IGNORADAS > ZEROES
               DISPLAY 'LINHAS FORA DA TABELA.......: '
                   WRK-QT-IGNORADAS
           END-IF.
           DISPLAY 'FINAL DO ORÇADO X REALIZADO DAS DESPESAS'.
           GOBACK.

       0100-INICIALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'ORÇADO X REALIZADO DAS DESPESAS'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           DISPLAY 'COMPETÊNCIA (AAAAMM, ZERO = MÊS ATUAL):'.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           IF WRK-COMPETENCIA = ZEROES
               MOVE WRK-DS-ANO TO WRK-CP-ANO
               MOVE WRK-DS-MES TO WRK-CP-MES
           END-IF.
           IF WRK-CP-MES < 1 OR WRK-CP-MES > 12
               DISPLAY 'MÊS INVÁLIDO NA COMPETÊNCIA - USADO O MÊS '
                   'ATUAL'
               MOVE WRK-DS-ANO TO WRK-CP-ANO
               MOVE WRK-DS-MES TO WRK-CP-MES
           END-IF.
           DISPLAY 'LIMIAR DE ESTOURO EM % (0 = 10,00):'.
           ACCEPT WRK-LIMIAR FROM CONSOLE.
           IF WRK-LIMIAR = ZEROES
               MOVE 10,00 TO WRK-LIMIAR
           END-IF.
           PERFORM 0110-CARREGAR-DEPTOS.
           PERFORM 0140-CARREGAR-ORCAMENTO.

       0110-CARREGAR-DEPTOS.
           INITIALIZE WRK-TAB-DEPTOS.
           MOVE '----' TO WRK-TD-CODIGO(101).
           MOVE 'SEM DEPARTAMENTO' TO WRK-TD-DESCRICAO(101).
           OPEN INPUT ARQ-DEPTOS.
           IF DEPTOS-OK
               PERFORM 0120-LER-DEPTO
               PERFORM 0130-GUARDAR-DEPTO UNTIL FIM-DEPTOS
               CLOSE ARQ-DEPTOS
           ELSE
               DISPLAY 'DEPARTAMENTOS NÃO ENCONTRADO - TODOS OS '
                   'CENTROS SAEM SEM DEPARTAMENTO'
           END-IF.

       0120-LER-DEPTO.
           READ ARQ-DEPTOS
               AT END
                   MOVE 'S' TO WRK-FIM-DEPTOS
           END-READ.

       0130-GUARDAR-DEPTO.
           IF WRK-QT-DEPTOS < 100
               ADD 1 TO WRK-QT-DEPTOS
               MOVE REG-DEP-CODIGO    TO WRK-TD-CODIGO(WRK-QT-DEPTOS)
               MOVE REG-DEP-DESCRICAO
                   TO WRK-TD-DESCRICAO(WRK-QT-DEPTOS)
               MOVE REG-DEP-GERENTE   TO WRK-TD-GERENTE(WRK-QT-DEPTOS)
           END-IF.
           PERFORM 0120-LER-DEPTO.

      * DO ORÇAMENTO DO ANO SOMAM-SE O MÊS DA COMPETÊNCIA E OS MESES
      * ATÉ ELE
       0140-CARREGAR-ORCAMENTO.
           OPEN INPUT ARQ-ORCAMENTO.
           IF ORCAMENTO-OK
               PERFORM 0150-LER-ORCAMENTO
               PERFORM 0160-GUARDAR-ORCAMENTO UNTIL FIM-ORCAMENTO
               CLOSE ARQ-ORCAMENTO
           END-IF.

       0150-LER-ORCAMENTO.
           READ ARQ-ORCAMENTO
               AT END
                   MOVE 'S' TO WRK-FIM-ORCAMENTO
           END-READ.

       0160-GUARDAR-ORCAMENTO.
           IF REG-ODP-ANO NOT = WRK-CP-ANO
               PERFORM 0150-LER-ORCAMENTO
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-ODP-CONTA  TO REG-SC-CONTA.
           MOVE REG-ODP-CENTRO TO REG-SC-CENTRO.
           PERFORM 0400-LOCALIZAR-LINHA.
           IF LINHA-NA-TABELA
               MOVE 'S' TO WRK-TL-ORCADA(WRK-SUB-LIN)
               ADD REG-ODP-VALOR-MES(WRK-CP-MES)
                   TO WRK-TL-ORC-MES(WRK-SUB-LIN)
               PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
                   UNTIL WRK-SUB-MES > WRK-CP-MES
                   ADD REG-ODP-VALOR-MES(WRK-SUB-MES)
                       TO WRK-TL-ORC-ACUM(WRK-SUB-LIN)
               END-PERFORM
           END-IF.
           PERFORM 0150-LER-ORCAMENTO.

      ******************************************************************
      * REALIZADO: DÉBITOS MENOS CRÉDITOS DAS COMPETÊNCIAS DO ANO ATÉ A
      * INFORMADA, SÓ NAS CONTAS QUE TÊM ORÇAMENTO EM ALGUM CENTRO
      ******************************************************************
       0200-LER-REALIZADO.
           OPEN INPUT ARQ-SALDOS.
           IF NOT SALDOS-OK
               DISPLAY 'SALDOS-CONTAS NÃO ENCONTRADO - REALIZADO '
                   'ZERADO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0210-LER-SALDO.
           PERFORM 0220-ACUMULAR-SALDO UNTIL FIM-SALDOS.
           CLOSE ARQ-SALDOS.

       0210-LER-SALDO.
           READ ARQ-SALDOS
               AT END
                   MOVE 'S' TO WRK-FIM-SALDOS
           END-READ.

       0220-ACUMULAR-SALDO.
           IF REG-SC-COMPETENCIA(1:4) NOT = WRK-CP-ANO OR
              REG-SC-COMPETENCIA > WRK-COMPETENCIA
               PERFORM 0210-LER-SALDO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-ACHOU-CONTA.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS OR CONTA-ORCADA
               IF WRK-TL-CONTA(WRK-SUB-LIN) = REG-SC-CONTA AND
                  WRK-TL-ORCADA(WRK-SUB-LIN) = 'S'
                   MOVE 'S' TO WRK-ACHOU-CONTA
               END-IF
           END-PERFORM.
           IF NOT CONTA-ORCADA
               PERFORM 0210-LER-SALDO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0400-LOCALIZAR-LINHA.
           IF LINHA-NA-TABELA
               COMPUTE WRK-TL-REAL-ACUM(WRK-SUB-LIN) =
                   WRK-TL-REAL-ACUM(WRK-SUB-LIN) +
                   REG-SC-DEBITOS - REG-SC-CREDITOS
               IF REG-SC-COMPETENCIA = WRK-COMPETENCIA
                   COMPUTE WRK-TL-REAL-MES(WRK-SUB-LIN) =
                       WRK-TL-REAL-MES(WRK-SUB-LIN) +
                       REG-SC-DEBITOS - REG-SC-CREDITOS
               END-IF
           END-IF.
           PERFORM 0210-LER-SALDO.

      ******************************************************************
      * UMA PÁGINA POR DEPARTAMENTO QUE TENHA LINHAS, DEPOIS A DOS
      * CENTROS SEM DEPARTAMENTO E POR FIM O RESUMO
      ******************************************************************
       0300-IMPRIMIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 0310-IMPRIMIR-DEPTO
               VARYING WRK-DEP-VEZ FROM 1 BY 1
               UNTIL WRK-DEP-VEZ > WRK-QT-DEPTOS.
           MOVE 101 TO WRK-DEP-VEZ.
           PERFORM 0310-IMPRIMIR-DEPTO.
           PERFORM 0350-IMPRIMIR-RESUMO.
           CLOSE ARQ-RELATORIO.

       0310-IMPRIMIR-DEPTO.
           IF WRK-TD-QT-LINHAS(WRK-DEP-VEZ) = ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0320-IMPRIMIR-CABECALHO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'DEPARTAMENTO: ' WRK-TD-CODIGO(WRK-DEP-VEZ) ' - '
               WRK-TD-DESCRICAO(WRK-DEP-VEZ) '   GERENTE: '
               WRK-TD-GERENTE(WRK-DEP-VEZ)
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0330-IMPRIMIR-TITULOS.
           PERFORM 0340-IMPRIMIR-LINHA
               VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'S' TO WRK-ORCADA.
           MOVE WRK-TD-ORC-MES(WRK-DEP-VEZ)   TO WRK-ORC-MES.
           MOVE WRK-TD-REAL-MES(WRK-DEP-VEZ)  TO WRK-REAL-MES.
           MOVE WRK-TD-ORC-ACUM(WRK-DEP-VEZ)  TO WRK-ORC-ACUM.
           MOVE WRK-TD-REAL-ACUM(WRK-DEP-VEZ) TO WRK-REAL-ACUM.
           MOVE SPACES TO WRK-LR-CHAVE.
           MOVE 'TOTAL DEPTO' TO WRK-LR-NOME.
           PERFORM 0500-MONTAR-LINHA.

       0320-IMPRIMIR-CABECALHO.
           ADD 1 TO WRK-PAGINA.
           IF WRK-PAGINA > 1
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           MOVE WRK-CABECALHO1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-PAGINA TO WRK-PAGINA-ED.
           MOVE WRK-LIMIAR TO WRK-LIMIAR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'ORCADO X REALIZADO DAS DESPESAS - COMPETENCIA: '
               WRK-CP-MES '/' WRK-CP-ANO '   LIMIAR: '
               WRK-LIMIAR-ED '%   PAGINA: ' WRK-PAGINA-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0330-IMPRIMIR-TITULOS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-CABECALHO4 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-CABECALHO5 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0340-IMPRIMIR-LINHA.
           IF WRK-TL-DEPTO(WRK-SUB-LIN) NOT = WRK-DEP-VEZ
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TL-ORCADA(WRK-SUB-LIN)    TO WRK-ORCADA.
           MOVE WRK-TL-ORC-MES(WRK-SUB-LIN)   TO WRK-ORC-MES.
           MOVE WRK-TL-REAL-MES(WRK-SUB-LIN)  TO WRK-REAL-MES.
           MOVE WRK-TL-ORC-ACUM(WRK-SUB-LIN)  TO WRK-ORC-ACUM.
           MOVE WRK-TL-REAL-ACUM(WRK-SUB-LIN) TO WRK-REAL-ACUM.
           MOVE SPACES TO WRK-LR-CHAVE.
           MOVE WRK-TL-CONTA(WRK-SUB-LIN)  TO WRK-LR-CONTA.
           MOVE WRK-TL-CENTRO(WRK-SUB-LIN) TO WRK-LR-CENTRO.
           PERFORM 0500-MONTAR-LINHA.
           ADD WRK-ORC-MES   TO WRK-TD-ORC-MES(WRK-DEP-VEZ).
           ADD WRK-REAL-MES  TO WRK-TD-REAL-MES(WRK-DEP-VEZ).
           ADD WRK-ORC-ACUM  TO WRK-TD-ORC-ACUM(WRK-DEP-VEZ).
           ADD WRK-REAL-ACUM TO WRK-TD-REAL-ACUM(WRK-DEP-VEZ).
           IF WRK-LR-SITUACAO = 'SEM ORCAM.'
               ADD 1 TO WRK-QT-SEM-ORCAM
           END-IF.
           IF WRK-LR-SITUACAO(1:7) = 'ESTOURO'
               ADD 1 TO WRK-QT-ESTOUROS
           END-IF.

       0350-IMPRIMIR-RESUMO.
           PERFORM 0320-IMPRIMIR-CABECALHO.
           MOVE 'RESUMO POR DEPARTAMENTO' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0330-IMPRIMIR-TITULOS.
           MOVE 'S' TO WRK-ORCADA.
           PERFORM 0360-IMPRIMIR-RESUMO-DEPTO
               VARYING WRK-DEP-VEZ FROM 1 BY 1
               UNTIL WRK-DEP-VEZ > WRK-QT-DEPTOS.
           MOVE 101 TO WRK-DEP-VEZ.
           PERFORM 0360-IMPRIMIR-RESUMO-DEPTO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-ORC-MES   TO WRK-ORC-MES.
           MOVE WRK-TOT-REAL-MES  TO WRK-REAL-MES.
           MOVE WRK-TOT-ORC-ACUM  TO WRK-ORC-ACUM.
           MOVE WRK-TOT-REAL-ACUM TO WRK-REAL-ACUM.
           MOVE SPACES TO WRK-LR-CHAVE.
           MOVE 'TOTAL GERAL' TO WRK-LR-NOME.
           PERFORM 0500-MONTAR-LINHA.

       0360-IMPRIMIR-RESUMO-DEPTO.
           IF WRK-TD-QT-LINHAS(WRK-DEP-VEZ) = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TD-ORC-MES(WRK-DEP-VEZ)   TO WRK-ORC-MES.
           MOVE WRK-TD-REAL-MES(WRK-DEP-VEZ)  TO WRK-REAL-MES.
           MOVE WRK-TD-ORC-ACUM(WRK-DEP-VEZ)  TO WRK-ORC-ACUM.
           MOVE WRK-TD-REAL-ACUM(WRK-DEP-VEZ) TO WRK-REAL-ACUM.
           MOVE SPACES TO WRK-LR-NOME.
           STRING WRK-TD-CODIGO(WRK-DEP-VEZ) ' '
               WRK-TD-DESCRICAO(WRK-DEP-VEZ)
               DELIMITED BY SIZE INTO WRK-LR-NOME.
           PERFORM 0500-MONTAR-LINHA.
           ADD WRK-ORC-MES   TO WRK-TOT-ORC-MES.
           ADD WRK-REAL-MES  TO WRK-TOT-REAL-MES.
           ADD WRK-ORC-ACUM  TO WRK-TOT-ORC-ACUM.
           ADD WRK-REAL-ACUM TO WRK-TOT-REAL-ACUM.

      * A LINHA (CONTA E CENTRO) ENTRA NA TABELA NA PRIMEIRA VEZ QUE
      * APARECE, JÁ LIGADA AO SEU DEPARTAMENTO
       0400-LOCALIZAR-LINHA.
           MOVE 'N' TO WRK-ACHOU-LINHA.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS OR LINHA-NA-TABELA
               IF WRK-TL-CONTA(WRK-SUB-LIN) = REG-SC-CONTA AND
                  WRK-TL-CENTRO(WRK-SUB-LIN) = REG-SC-CENTRO
                   MOVE 'S' TO WRK-ACHOU-LINHA
               END-IF
           END-PERFORM.
           IF LINHA-NA-TABELA
               SUBTRACT 1 FROM WRK-SUB-LIN
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-LINHAS = 1000
               ADD 1 TO WRK-QT-IGNORADAS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-LINHAS.
           MOVE WRK-QT-LINHAS TO WRK-SUB-LIN.
           INITIALIZE WRK-TL-ITEM(WRK-SUB-LIN).
           MOVE REG-SC-CONTA  TO WRK-TL-CONTA(WRK-SUB-LIN).
           MOVE REG-SC-CENTRO TO WRK-TL-CENTRO(WRK-SUB-LIN).
           MOVE 'N' TO WRK-TL-ORCADA(WRK-SUB-LIN).
           MOVE 101 TO WRK-TL-DEPTO(WRK-SUB-LIN).
           PERFORM VARYING WRK-SUB-DEP FROM 1 BY 1
               UNTIL WRK-SUB-DEP > WRK-QT-DEPTOS
               IF WRK-TD-CODIGO(WRK-SUB-DEP) NOT = SPACES AND
                  WRK-TD-CODIGO(WRK-SUB-DEP) = REG-SC-CENTRO(1:4)
                   MOVE WRK-SUB-DEP TO WRK-TL-DEPTO(WRK-SUB-LIN)
               END-IF
           END-PERFORM.
           ADD 1 TO WRK-TD-QT-LINHAS(WRK-TL-DEPTO(WRK-SUB-LIN)).
           MOVE 'S' TO WRK-ACHOU-LINHA.

      ******************************************************************
      * VARIAÇÃO = REALIZADO MENOS ORÇADO (POSITIVA = ACIMA DO ORÇADO).
      * ESTOURO QUANDO A VARIAÇÃO PASSA DO LIMIAR, OU QUANDO HÁ GASTO
      * SEM NADA ORÇADO NO PERÍODO; O ACUMULADO TEM PRECEDÊNCIA SOBRE O
      * MÊS
      ******************************************************************
       0500-MONTAR-LINHA.
           COMPUTE WRK-VAR-MES  = WRK-REAL-MES  - WRK-ORC-MES.
           COMPUTE WRK-VAR-ACUM = WRK-REAL-ACUM - WRK-ORC-ACUM.
           MOVE ZEROES TO WRK-PCT-MES WRK-PCT-ACUM.
           IF WRK-ORC-MES NOT = ZEROES
               COMPUTE WRK-PCT-MES ROUNDED =
                   WRK-VAR-MES / WRK-ORC-MES * 100
           END-IF.
           IF WRK-ORC-ACUM NOT = ZEROES
               COMPUTE WRK-PCT-ACUM ROUNDED =
                   WRK-VAR-ACUM / WRK-ORC-ACUM * 100
           END-IF.
           MOVE WRK-ORC-MES   TO WRK-LR-ORC-MES.
           MOVE WRK-REAL-MES  TO WRK-LR-REAL-MES.
           MOVE WRK-VAR-MES   TO WRK-LR-VAR-MES.
           MOVE WRK-ORC-ACUM  TO WRK-LR-ORC-ACUM.
           MOVE WRK-REAL-ACUM TO WRK-LR-REAL-ACUM.
           MOVE WRK-VAR-ACUM  TO WRK-LR-VAR-ACUM.
           MOVE WRK-PCT-MES TO WRK-PCT.
           PERFORM 0510-LIMITAR-PCT.
           MOVE WRK-PCT TO WRK-LR-PCT-MES.
           MOVE WRK-PCT-ACUM TO WRK-PCT.
           PERFORM 0510-LIMITAR-PCT.
           MOVE WRK-PCT TO WRK-LR-PCT-ACUM.
           MOVE SPACES TO WRK-LR-SITUACAO.
           EVALUATE TRUE
               WHEN NOT LINHA-ORCADA
                   MOVE 'SEM ORCAM.' TO WRK-LR-SITUACAO
               WHEN WRK-VAR-ACUM > ZEROES AND
                    (WRK-ORC-ACUM = ZEROES OR
                     WRK-PCT-ACUM > WRK-LIMIAR)
                   MOVE 'ESTOURO ANO' TO WRK-LR-SITUACAO
               WHEN WRK-VAR-MES > ZEROES AND
                    (WRK-ORC-MES = ZEROES OR
                     WRK-PCT-MES > WRK-LIMIAR)
                   MOVE 'ESTOURO MES' TO WRK-LR-SITUACAO
           END-EVALUATE.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      * A COLUNA DE % SÓ COMPORTA TRÊS DÍGITOS
       0510-LIMITAR-PCT.
           IF WRK-PCT > 999
               MOVE 999 TO WRK-PCT
           END-IF.
           IF WRK-PCT < -999
               MOVE -999 TO WRK-PCT
           END-IF.
