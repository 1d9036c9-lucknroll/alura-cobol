       IDENTIFICATION DIVISION.
       PROGRAM-ID. manutorcdesp.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = CARGA E MANUTENÇÃO DO ORÇAMENTO DE DESPESAS POR
      *            CONTA E CENTRO DE CUSTO (ORCAMENTO-DESPESAS), ANO A
      *            ANO: LISTAR, INCLUIR UMA LINHA (CONTA DE DESPESA DO
      *            PLANO-CONTAS, CENTRO E O VALOR DE CADA MÊS OU UM
      *            VALOR IGUAL PARA OS DOZE), ALTERAR O VALOR DE UM MÊS,
      *            EXCLUIR UMA LINHA E CARREGAR O ANO A PARTIR DO
      *            REALIZADO DO ANO ANTERIOR EM SALDOS-CONTAS COM UM
      *            PERCENTUAL DE REAJUSTE. LIDO PELO ORÇADO X
      *            REALIZADO DAS DESPESAS (ORCDESPESAS)
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
           SELECT ARQ-PLANO ASSIGN TO 'PLANO-CONTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PLANO.
           SELECT ARQ-SALDOS ASSIGN TO 'SALDOS-CONTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ORCAMENTO.
           COPY 'orcdesp.cbl'.

       FD  ARQ-PLANO.
       01  REG-PLANO-CONTA.
           02 REG-PL-CONTA     PIC X(08).
           02 REG-PL-DESCRICAO PIC X(30).

       FD  ARQ-SALDOS.
       01  REG-SALDO-CONTA.
           02 REG-SC-CONTA       PIC X(08).
           02 REG-SC-COMPETENCIA PIC 9(06).
           02 REG-SC-DEBITOS     PIC 9(12)V99.
           02 REG-SC-CREDITOS    PIC 9(12)V99.
           02 REG-SC-CENTRO      PIC X(06).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ORCAMENTO PIC X(02) VALUE '00'.
           88 ORCAMENTO-OK        VALUE '00'.
       77 WRK-STATUS-PLANO     PIC X(02) VALUE '00'.
           88 PLANO-OK            VALUE '00'.
       77 WRK-STATUS-SALDOS    PIC X(02) VALUE '00'.
           88 SALDOS-OK           VALUE '00'.
       77 WRK-FIM-ORCAMENTO PIC X(01) VALUE 'N'.
           88 FIM-ORCAMENTO    VALUE 'S'.
       77 WRK-FIM-PLANO     PIC X(01) VALUE 'N'.
           88 FIM-PLANO        VALUE 'S'.
       77 WRK-FIM-SALDOS    PIC X(01) VALUE 'N'.
           88 FIM-SALDOS       VALUE 'S'.

      * AS LINHAS DE TODOS OS ANOS SÃO CARREGADAS EM TABELA E O
      * ARQUIVO É REGRAVADO INTEIRO A CADA ALTERAÇÃO; ACIMA DO LIMITE A
      * MANUTENÇÃO É RECUSADA PARA NÃO TRUNCAR O ARQUIVO
       77 WRK-QT-LINHAS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-LIN   PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-ACHADA PIC 9(03) COMP VALUE ZEROES.
       77 WRK-TABELA-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA    VALUE 'S'.
       01  WRK-TAB-LINHAS.
           02 WRK-TB-REGISTRO PIC X(162) OCCURS 500 TIMES.

      * CONTAS DO PLANO, PARA RECUSAR LINHA EM CONTA INEXISTENTE
       77 WRK-QT-CONTAS  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-CONTA  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-CONTA-ACHADA PIC X(01) VALUE 'N'.
           88 CONTA-NO-PLANO  VALUE 'S'.
       01  WRK-TAB-CONTAS.
           02 WRK-TC-CONTA PIC X(08) OCCURS 500 TIMES.

      * REALIZADO DO ANO ANTERIOR POR CONTA E CENTRO, PARA A CARGA
       77 WRK-QT-REAL  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-REAL PIC 9(03) COMP VALUE ZEROES.
       77 WRK-ACHOU-REAL PIC X(01) VALUE 'N'.
           88 REAL-NA-TABELA VALUE 'S'.
       01  WRK-TAB-REAL.
           02 WRK-TR-ITEM OCCURS 500 TIMES.
               03 WRK-TR-CONTA  PIC X(08).
               03 WRK-TR-CENTRO PIC X(06).
               03 WRK-TR-VALOR  PIC S9(10)V99 OCCURS 12 TIMES.
       77 WRK-PREFIXO     PIC X(08) VALUE SPACES.
       77 WRK-TAM-PREFIXO PIC 9(02) COMP VALUE ZEROES.
       77 WRK-REAJUSTE    PIC 9(03)V99 VALUE ZEROES.
       77 WRK-ANO-ANTERIOR PIC 9(04) VALUE ZEROES.
       77 WRK-QT-CARREGADAS PIC 9(05) VALUE ZEROES.
       77 WRK-QT-EXISTENTES PIC 9(05) VALUE ZEROES.
       77 WRK-VALOR-REAL  PIC S9(12)V99 VALUE ZEROES.

       77 WRK-OPCAO  PIC 9(01) VALUE ZEROES.
       77 WRK-ANO    PIC 9(04) VALUE ZEROES.
       77 WRK-ITEM   PIC 9(03) VALUE ZEROES.
       77 WRK-CONTA  PIC X(08) VALUE SPACES.
       77 WRK-CENTRO PIC X(06) VALUE SPACES.
       77 WRK-MES    PIC 9(02) VALUE ZEROES.
       77 WRK-SUB-MES PIC 9(02) VALUE ZEROES.
       77 WRK-VALOR  PIC 9(10)V99 VALUE ZEROES.
       77 WRK-RESPOSTA PIC X(01) VALUE SPACES.
           88 RESPOSTA-SIM VALUE 'S' 's'.
       77 WRK-TOTAL-LINHA PIC 9(12)V99 VALUE ZEROES.
       77 WRK-TOTAL-ANO   PIC 9(12)V99 VALUE ZEROES.
       77 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-TOTAL-ED PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'ORÇAMENTO DE DESPESAS POR CENTRO DE CUSTO'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           PERFORM 0100-CARREGAR-ORCAMENTO.
           IF TABELA-CHEIA
               DISPLAY 'ORCAMENTO-DESPESAS EXCEDE O LIMITE DE 500 '
                   'LINHAS DA TABELA - MANUTENÇÃO RECUSADA PARA NÃO '
                   'TRUNCAR O ARQUIVO NA REGRAVAÇÃO'
               GOBACK
           END-IF.
           PERFORM 0130-CARREGAR-PLANO.
           DISPLAY 'ANO DO ORÇAMENTO (AAAA, ZERO = ANO ATUAL):'.
           ACCEPT WRK-ANO FROM CONSOLE.
           IF WRK-ANO = ZEROES
               MOVE WRK-DS-ANO TO WRK-ANO
           END-IF.
           PERFORM 0200-MENU UNTIL WRK-OPCAO = 9.
           DISPLAY 'FINAL DA MANUTENÇÃO DO ORÇAMENTO DE DESPESAS'.
           GOBACK.

       0100-CARREGAR-ORCAMENTO.
           OPEN INPUT ARQ-ORCAMENTO.
           IF ORCAMENTO-OK
               PERFORM 0110-LER-ORCAMENTO
               PERFORM 0120-GUARDAR-LINHA UNTIL FIM-ORCAMENTO
               CLOSE ARQ-ORCAMENTO
           END-IF.

       0110-LER-ORCAMENTO.
           READ ARQ-ORCAMENTO
               AT END
                   MOVE 'S' TO WRK-FIM-ORCAMENTO
           END-READ.

       0120-GUARDAR-LINHA.
           IF WRK-QT-LINHAS < 500
               ADD 1 TO WRK-QT-LINHAS
               MOVE REG-ORCAMENTO-DESPESA
                   TO WRK-TB-REGISTRO(WRK-QT-LINHAS)
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
               MOVE 'S' TO WRK-FIM-ORCAMENTO
           END-IF.
           PERFORM 0110-LER-ORCAMENTO.

       0130-CARREGAR-PLANO.
           OPEN INPUT ARQ-PLANO.
           IF PLANO-OK
               PERFORM 0140-LER-CONTA
               PERFORM 0150-GUARDAR-CONTA UNTIL FIM-PLANO
               CLOSE ARQ-PLANO
           END-IF.

       0140-LER-CONTA.
           READ ARQ-PLANO
               AT END
                   MOVE 'S' TO WRK-FIM-PLANO
           END-READ.

       0150-GUARDAR-CONTA.
           IF WRK-QT-CONTAS < 500
               ADD 1 TO WRK-QT-CONTAS
               MOVE REG-PL-CONTA TO WRK-TC-CONTA(WRK-QT-CONTAS)
           END-IF.
           PERFORM 0140-LER-CONTA.

       0200-MENU.
           DISPLAY '________________________________________'.
           DISPLAY 'ORÇAMENTO DO ANO ' WRK-ANO.
           DISPLAY '1 - LISTAR ORÇAMENTO DO ANO'.
           DISPLAY '2 - INCLUIR LINHA (CONTA E CENTRO DE CUSTO)'.
           DISPLAY '3 - ALTERAR VALOR DE UM MÊS'.
           DISPLAY '4 - EXCLUIR LINHA'.
           DISPLAY '5 - CARREGAR DO REALIZADO DO ANO ANTERIOR'.
           DISPLAY '9 - SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0210-LISTAR
               WHEN 2
                   PERFORM 0220-INCLUIR
               WHEN 3
                   PERFORM 0230-ALTERAR-MES
               WHEN 4
                   PERFORM 0240-EXCLUIR
               WHEN 5
                   PERFORM 0400-CARREGAR-REALIZADO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPÇÃO INVÁLIDA'
           END-EVALUATE.

       0210-LISTAR.
           MOVE ZEROES TO WRK-TOTAL-ANO.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS
               MOVE WRK-TB-REGISTRO(WRK-SUB-LIN)
                   TO REG-ORCAMENTO-DESPESA
               IF REG-ODP-ANO = WRK-ANO
                   PERFORM 0215-MOSTRAR-LINHA
                   ADD WRK-TOTAL-LINHA TO WRK-TOTAL-ANO
               END-IF
           END-PERFORM.
           IF WRK-TOTAL-ANO = ZEROES
               DISPLAY 'NÃO HÁ ORÇAMENTO PARA O ANO ' WRK-ANO
           END-IF.
           MOVE WRK-TOTAL-ANO TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL ORÇADO NO ANO: ' WRK-TOTAL-ED.

       0215-MOSTRAR-LINHA.
           MOVE ZEROES TO WRK-TOTAL-LINHA.
           PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
               UNTIL WRK-SUB-MES > 12
               ADD REG-ODP-VALOR-MES(WRK-SUB-MES) TO WRK-TOTAL-LINHA
           END-PERFORM.
           MOVE WRK-TOTAL-LINHA TO WRK-VALOR-ED.
           DISPLAY WRK-SUB-LIN ' CONTA ' REG-ODP-CONTA ' CENTRO '
               REG-ODP-CENTRO ' ANO ' WRK-VALOR-ED.

       0220-INCLUIR.
           IF WRK-QT-LINHAS = 500
               DISPLAY 'TABELA DO ORÇAMENTO CHEIA'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-CONTAS = ZEROES
               DISPLAY 'PLANO DE CONTAS VAZIO - CADASTRE AS CONTAS '
                   'PELO MANUTPLANO ANTES DE ORÇAR'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CONTA DE DESPESA:'.
           ACCEPT WRK-CONTA FROM CONSOLE.
           PERFORM 0300-VALIDAR-CONTA.
           IF NOT CONTA-NO-PLANO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CENTRO DE CUSTO:'.
           ACCEPT WRK-CENTRO FROM CONSOLE.
           IF WRK-CENTRO = SPACES
               DISPLAY 'CENTRO EM BRANCO - LINHA NÃO INCLUÍDA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0310-LOCALIZAR-LINHA.
           IF WRK-SUB-ACHADA > ZEROES
               DISPLAY 'LINHA JÁ ORÇADA NO ANO - USE A ALTERAÇÃO'
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE REG-ORCAMENTO-DESPESA.
           MOVE WRK-ANO    TO REG-ODP-ANO.
           MOVE WRK-CONTA  TO REG-ODP-CONTA.
           MOVE WRK-CENTRO TO REG-ODP-CENTRO.
           DISPLAY 'VALOR MENSAL IGUAL PARA OS 12 MESES '
               '(0 = DIGITAR MÊS A MÊS):'.
           ACCEPT WRK-VALOR FROM CONSOLE.
           IF WRK-VALOR > ZEROES
               PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
                   UNTIL WRK-SUB-MES > 12
                   MOVE WRK-VALOR TO REG-ODP-VALOR-MES(WRK-SUB-MES)
               END-PERFORM
           ELSE
               PERFORM 0225-PEDIR-MES
                   VARYING WRK-SUB-MES FROM 1 BY 1
                   UNTIL WRK-SUB-MES > 12
           END-IF.
           PERFORM 0215-MOSTRAR-LINHA.
           IF WRK-TOTAL-LINHA = ZEROES
               DISPLAY 'ORÇAMENTO ZERADO - LINHA NÃO INCLUÍDA'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-LINHAS.
           MOVE REG-ORCAMENTO-DESPESA TO WRK-TB-REGISTRO(WRK-QT-LINHAS).
           PERFORM 0800-REGRAVAR-ORCAMENTO.
           DISPLAY 'LINHA INCLUÍDA'.

       0225-PEDIR-MES.
           DISPLAY 'VALOR DO MÊS ' WRK-SUB-MES ':'.
           ACCEPT WRK-VALOR FROM CONSOLE.
           MOVE WRK-VALOR TO REG-ODP-VALOR-MES(WRK-SUB-MES).

       0230-ALTERAR-MES.
           PERFORM 0270-PEDIR-ITEM.
           IF WRK-ITEM = ZEROES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'MÊS (01-12, 0 = TODOS OS MESES):'.
           ACCEPT WRK-MES FROM CONSOLE.
           IF WRK-MES > 12
               DISPLAY 'MÊS INVÁLIDO - NADA ALTERADO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'NOVO VALOR ORÇADO:'.
           ACCEPT WRK-VALOR FROM CONSOLE.
           IF WRK-MES = ZEROES
               PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
                   UNTIL WRK-SUB-MES > 12
                   MOVE WRK-VALOR TO REG-ODP-VALOR-MES(WRK-SUB-MES)
               END-PERFORM
           ELSE
               MOVE WRK-VALOR TO REG-ODP-VALOR-MES(WRK-MES)
           END-IF.
           MOVE REG-ORCAMENTO-DESPESA TO WRK-TB-REGISTRO(WRK-ITEM).
           PERFORM 0800-REGRAVAR-ORCAMENTO.
           MOVE WRK-TB-REGISTRO(WRK-ITEM) TO REG-ORCAMENTO-DESPESA.
           MOVE WRK-ITEM TO WRK-SUB-LIN.
           PERFORM 0215-MOSTRAR-LINHA.
           DISPLAY 'LINHA ALTERADA'.

       0240-EXCLUIR.
           PERFORM 0270-PEDIR-ITEM.
           IF WRK-ITEM = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-ITEM TO WRK-SUB-LIN.
           PERFORM 0215-MOSTRAR-LINHA.
           DISPLAY 'CONFIRMA A EXCLUSÃO (S/N)?'.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF NOT RESPOSTA-SIM
               DISPLAY 'LINHA NÃO EXCLUÍDA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-LIN FROM WRK-ITEM BY 1
               UNTIL WRK-SUB-LIN >= WRK-QT-LINHAS
               MOVE WRK-TB-REGISTRO(WRK-SUB-LIN + 1)
                   TO WRK-TB-REGISTRO(WRK-SUB-LIN)
           END-PERFORM.
           SUBTRACT 1 FROM WRK-QT-LINHAS.
           PERFORM 0800-REGRAVAR-ORCAMENTO.
           DISPLAY 'LINHA EXCLUÍDA'.

      * O ITEM É O NÚMERO DA LISTAGEM E PRECISA SER DO ANO EM
      * MANUTENÇÃO
       0270-PEDIR-ITEM.
           DISPLAY 'NÚMERO DO ITEM (VEJA A LISTAGEM):'.
           ACCEPT WRK-ITEM FROM CONSOLE.
           IF WRK-ITEM < 1 OR WRK-ITEM > WRK-QT-LINHAS
               DISPLAY 'ITEM INEXISTENTE'
               MOVE ZEROES TO WRK-ITEM
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TB-REGISTRO(WRK-ITEM) TO REG-ORCAMENTO-DESPESA.
           IF REG-ODP-ANO NOT = WRK-ANO
               DISPLAY 'ITEM NÃO É DO ANO ' WRK-ANO
               MOVE ZEROES TO WRK-ITEM
           END-IF.

      * SÓ CONTA DO PLANO DO GRUPO 4 (CUSTOS E DESPESAS) É ORÇADA
       0300-VALIDAR-CONTA.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           IF WRK-CONTA(1:1) NOT = '4'
               DISPLAY 'SÓ CONTAS DE DESPESA (GRUPO 4) SÃO ORÇADAS'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-CONTA FROM 1 BY 1
               UNTIL WRK-SUB-CONTA > WRK-QT-CONTAS
                   OR CONTA-NO-PLANO
               IF WRK-TC-CONTA(WRK-SUB-CONTA) = WRK-CONTA
                   MOVE 'S' TO WRK-CONTA-ACHADA
               END-IF
           END-PERFORM.
           IF NOT CONTA-NO-PLANO
               DISPLAY 'CONTA ' WRK-CONTA ' NÃO CADASTRADA NO PLANO'
           END-IF.

       0310-LOCALIZAR-LINHA.
           MOVE ZEROES TO WRK-SUB-ACHADA.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS
                   OR WRK-SUB-ACHADA > ZEROES
               MOVE WRK-TB-REGISTRO(WRK-SUB-LIN)
                   TO REG-ORCAMENTO-DESPESA
               IF REG-ODP-ANO = WRK-ANO AND
                  REG-ODP-CONTA = WRK-CONTA AND
                  REG-ODP-CENTRO = WRK-CENTRO
                   MOVE WRK-SUB-LIN TO WRK-SUB-ACHADA
               END-IF
           END-PERFORM.

      ******************************************************************
      * CARGA: O REALIZADO DE CADA MÊS DO ANO ANTERIOR (DÉBITOS MENOS
      * CRÉDITOS EM SALDOS-CONTAS), POR CONTA E CENTRO, REAJUSTADO
      * PELO PERCENTUAL, VIRA O ORÇADO DO MESMO MÊS; AS LINHAS JÁ
      * ORÇADAS NO ANO NÃO SÃO TOCADAS
      ******************************************************************
       0400-CARREGAR-REALIZADO.
           DISPLAY 'PREFIXO DAS CONTAS (BRANCO = TODO O GRUPO 4):'.
           ACCEPT WRK-PREFIXO FROM CONSOLE.
           IF WRK-PREFIXO = SPACES
               MOVE '4' TO WRK-PREFIXO
           END-IF.
           IF WRK-PREFIXO(1:1) NOT = '4'
               DISPLAY 'SÓ CONTAS DE DESPESA (GRUPO 4) SÃO ORÇADAS'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-TAM-PREFIXO.
           INSPECT WRK-PREFIXO TALLYING WRK-TAM-PREFIXO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           DISPLAY 'PERCENTUAL DE REAJUSTE (EX.: 5,00):'.
           ACCEPT WRK-REAJUSTE FROM CONSOLE.
           COMPUTE WRK-ANO-ANTERIOR = WRK-ANO - 1.
           MOVE ZEROES TO WRK-QT-REAL WRK-QT-CARREGADAS
               WRK-QT-EXISTENTES.
           MOVE 'N' TO WRK-FIM-SALDOS.
           OPEN INPUT ARQ-SALDOS.
           IF NOT SALDOS-OK
               DISPLAY 'SALDOS-CONTAS NÃO ENCONTRADO - RODE A '
                   'POSTAGEM (POSTAGL)'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0410-LER-SALDO.
           PERFORM 0420-ACUMULAR-REAL UNTIL FIM-SALDOS.
           CLOSE ARQ-SALDOS.
           PERFORM 0430-GERAR-LINHA
               VARYING WRK-SUB-REAL FROM 1 BY 1
               UNTIL WRK-SUB-REAL > WRK-QT-REAL.
           IF WRK-QT-CARREGADAS > ZEROES
               PERFORM 0800-REGRAVAR-ORCAMENTO
           END-IF.
           DISPLAY 'LINHAS CARREGADAS.......: ' WRK-QT-CARREGADAS.
           DISPLAY 'LINHAS JÁ ORÇADAS.......: ' WRK-QT-EXISTENTES.

       0410-LER-SALDO.
           READ ARQ-SALDOS
               AT END
                   MOVE 'S' TO WRK-FIM-SALDOS
           END-READ.

       0420-ACUMULAR-REAL.
           IF REG-SC-COMPETENCIA(1:4) NOT = WRK-ANO-ANTERIOR OR
              REG-SC-CONTA(1:WRK-TAM-PREFIXO) NOT =
              WRK-PREFIXO(1:WRK-TAM-PREFIXO)
               PERFORM 0410-LER-SALDO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-ACHOU-REAL.
           PERFORM VARYING WRK-SUB-REAL FROM 1 BY 1
               UNTIL WRK-SUB-REAL > WRK-QT-REAL OR REAL-NA-TABELA
               IF WRK-TR-CONTA(WRK-SUB-REAL) = REG-SC-CONTA AND
                  WRK-TR-CENTRO(WRK-SUB-REAL) = REG-SC-CENTRO
                   MOVE 'S' TO WRK-ACHOU-REAL
               END-IF
           END-PERFORM.
           IF REAL-NA-TABELA
               SUBTRACT 1 FROM WRK-SUB-REAL
           ELSE
               IF WRK-QT-REAL < 500
                   ADD 1 TO WRK-QT-REAL
                   MOVE WRK-QT-REAL TO WRK-SUB-REAL
                   INITIALIZE WRK-TR-ITEM(WRK-SUB-REAL)
                   MOVE REG-SC-CONTA  TO WRK-TR-CONTA(WRK-SUB-REAL)
                   MOVE REG-SC-CENTRO TO WRK-TR-CENTRO(WRK-SUB-REAL)
               ELSE
                   DISPLAY 'MAIS DE 500 CONTAS/CENTROS NO REALIZADO - '
                       REG-SC-CONTA ' ' REG-SC-CENTRO ' FORA DA CARGA'
                   PERFORM 0410-LER-SALDO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE REG-SC-COMPETENCIA(5:2) TO WRK-MES.
           IF WRK-MES > 0 AND WRK-MES < 13
               COMPUTE WRK-TR-VALOR(WRK-SUB-REAL, WRK-MES) =
                   WRK-TR-VALOR(WRK-SUB-REAL, WRK-MES) +
                   REG-SC-DEBITOS - REG-SC-CREDITOS
           END-IF.
           PERFORM 0410-LER-SALDO.

      * MÊS COM REALIZADO NEGATIVO (ESTORNO MAIOR QUE A DESPESA) FICA
      * ORÇADO EM ZERO
       0430-GERAR-LINHA.
           MOVE WRK-TR-CONTA(WRK-SUB-REAL)  TO WRK-CONTA.
           MOVE WRK-TR-CENTRO(WRK-SUB-REAL) TO WRK-CENTRO.
           PERFORM 0310-LOCALIZAR-LINHA.
           IF WRK-SUB-ACHADA > ZEROES
               ADD 1 TO WRK-QT-EXISTENTES
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-LINHAS = 500
               DISPLAY 'TABELA DO ORÇAMENTO CHEIA - CONTA '
                   WRK-CONTA ' CENTRO ' WRK-CENTRO ' NÃO CARREGADA'
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE REG-ORCAMENTO-DESPESA.
           MOVE WRK-ANO    TO REG-ODP-ANO.
           MOVE WRK-CONTA  TO REG-ODP-CONTA.
           MOVE WRK-CENTRO TO REG-ODP-CENTRO.
           MOVE ZEROES TO WRK-TOTAL-LINHA.
           PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
               UNTIL WRK-SUB-MES > 12
               MOVE WRK-TR-VALOR(WRK-SUB-REAL, WRK-SUB-MES)
                   TO WRK-VALOR-REAL
               IF WRK-VALOR-REAL > ZEROES
                   COMPUTE REG-ODP-VALOR-MES(WRK-SUB-MES) ROUNDED =
                       WRK-VALOR-REAL * (100 + WRK-REAJUSTE) / 100
                   ADD REG-ODP-VALOR-MES(WRK-SUB-MES)
                       TO WRK-TOTAL-LINHA
               END-IF
           END-PERFORM.
           IF WRK-TOTAL-LINHA = ZEROES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-LINHAS.
           MOVE REG-ORCAMENTO-DESPESA TO WRK-TB-REGISTRO(WRK-QT-LINHAS).
           ADD 1 TO WRK-QT-CARREGADAS.

       0800-REGRAVAR-ORCAMENTO.
           OPEN OUTPUT ARQ-ORCAMENTO.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS
               MOVE WRK-TB-REGISTRO(WRK-SUB-LIN)
                   TO REG-ORCAMENTO-DESPESA
               WRITE REG-ORCAMENTO-DESPESA
           END-PERFORM.
           CLOSE ARQ-ORCAMENTO.
