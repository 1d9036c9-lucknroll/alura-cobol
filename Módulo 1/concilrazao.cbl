       IDENTIFICATION DIVISION.
       PROGRAM-ID. concilrazao.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = CONCILIAÇÃO DE FIM DE MÊS DO RAZÃO GERAL COM OS
      *            RAZÕES AUXILIARES: O SALDO DAS CONTAS DE CONTROLE
      *            (MAPA CONTAS-CONTROLE OU O MAPA PADRÃO) EM
      *            SALDOS-CONTAS ATÉ A COMPETÊNCIA É COMPARADO COM O
      *            CONTAS A RECEBER EM ABERTO (DUPLICATAS-ABERTAS), O
      *            ESTOQUE AO CUSTO MÉDIO (SALDOS-ESTOQUE, MESMO
      *            TOTAL DO VALORESTOQUE) E O CONTAS A PAGAR
      *            (TITULOS-PAGAR) NA MESMA DATA; A DIFERENÇA ACIMA
      *            DA TOLERÂNCIA É ABERTA NO MOVIMENTO DO MÊS -
      *            DUPLICATAS SEM VENDA A PRAZO NO RAZÃO, DEVOLUÇÕES
      *            E AJUSTES DE ESTOQUE SEM LANÇAMENTO, TÍTULOS SEM
      *            FORNECEDOR - COM OS LANÇAMENTOS DO MÊS NAS CONTAS
      *            DE CONTROLE, E VAI PARA A DIVERGENCIA-RAZAO, DE
      *            ONDE A LISTA DE AÇÃO DA MANHÃ (ACAOMATINAL) PEGA
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTROLE ASSIGN TO 'CONTAS-CONTROLE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTROLE.
           SELECT ARQ-SALDOS ASSIGN TO 'SALDOS-CONTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDOS.
           SELECT ARQ-GL ASSIGN TO 'LANCAMENTOS-GL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GL.
           SELECT ARQ-DUPLICATAS ASSIGN TO 'DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DUPLICATAS.
           SELECT ARQ-TITULOS ASSIGN TO 'TITULOS-PAGAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TITULOS.
           SELECT ARQ-ESTOQUE ASSIGN TO 'SALDOS-ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-SAL-PRODUTO
               FILE STATUS IS WRK-STATUS-ESTOQUE.
           SELECT ARQ-HISTORICO ASSIGN TO 'HISTORICO-MOVIMENTOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HISTORICO.
           SELECT ARQ-DIVERGENCIA ASSIGN TO 'DIVERGENCIA-RAZAO'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-CONCILIACAO-GL'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTROLE.
           COPY 'ctlrazao.cbl'.

       FD  ARQ-SALDOS.
       01  REG-SALDO-CONTA.
           02 REG-SC-CONTA       PIC X(08).
           02 REG-SC-COMPETENCIA PIC 9(06).
           02 REG-SC-DEBITOS     PIC 9(12)V99.
           02 REG-SC-CREDITOS    PIC 9(12)V99.
           02 REG-SC-CENTRO      PIC X(06).

       FD  ARQ-GL.
       01  REG-GL.
           02 REG-GL-TIPO        PIC X(01).
           02 REG-GL-CONTA       PIC X(08).
           02 REG-GL-CENTRO      PIC X(06).
           02 REG-GL-VALOR       PIC 9(10)V99.
           02 REG-GL-COMPETENCIA PIC 9(06).
           02 REG-GL-QT          PIC 9(05).

       FD  ARQ-DUPLICATAS.
           COPY 'duplicata.cbl'.

       FD  ARQ-TITULOS.
           COPY 'titpagar.cbl'.

       FD  ARQ-ESTOQUE.
           COPY 'saldoest.cbl'.

       FD  ARQ-HISTORICO.
       01  REG-HISTORICO-LIN PIC X(71).

       FD  ARQ-DIVERGENCIA.
           COPY 'divrazao.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(120).

       WORKING-STORAGE SECTION.
           COPY 'movest.cbl'.

       77 WRK-STATUS-CONTROLE   PIC X(02) VALUE '00'.
           88 CONTROLE-OK          VALUE '00'.
       77 WRK-STATUS-SALDOS     PIC X(02) VALUE '00'.
           88 SALDOS-OK            VALUE '00'.
       77 WRK-STATUS-GL         PIC X(02) VALUE '00'.
           88 GL-OK                VALUE '00'.
       77 WRK-STATUS-DUPLICATAS PIC X(02) VALUE '00'.
           88 DUPLICATAS-OK        VALUE '00'.
       77 WRK-STATUS-TITULOS    PIC X(02) VALUE '00'.
           88 TITULOS-OK           VALUE '00'.
       77 WRK-STATUS-ESTOQUE    PIC X(02) VALUE '00'.
           88 ESTOQUE-OK           VALUE '00'.
       77 WRK-STATUS-HISTORICO  PIC X(02) VALUE '00'.
           88 HISTORICO-OK         VALUE '00'.
       77 WRK-FIM-CONTROLE   PIC X(01) VALUE 'N'.
           88 FIM-CONTROLE      VALUE 'S'.
       77 WRK-FIM-SALDOS     PIC X(01) VALUE 'N'.
           88 FIM-SALDOS        VALUE 'S'.
       77 WRK-FIM-GL         PIC X(01) VALUE 'N'.
           88 FIM-GL            VALUE 'S'.
       77 WRK-FIM-DUPLICATAS PIC X(01) VALUE 'N'.
           88 FIM-DUPLICATAS    VALUE 'S'.
       77 WRK-FIM-TITULOS    PIC X(01) VALUE 'N'.
           88 FIM-TITULOS       VALUE 'S'.
       77 WRK-FIM-ESTOQUE    PIC X(01) VALUE 'N'.
           88 FIM-ESTOQUE       VALUE 'S'.
       77 WRK-FIM-HISTORICO  PIC X(01) VALUE 'N'.
           88 FIM-HISTORICO     VALUE 'S'.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).

      * COMPETÊNCIA CONCILIADA E A ANTERIOR A ELA; AS DATAS DOS
      * RAZÕES AUXILIARES SÃO COMPARADAS PELO ANO/MÊS (AAAAMM)
       01  WRK-COMPETENCIA.
           02 WRK-CP-ANO PIC 9(04).
           02 WRK-CP-MES PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).
       77 WRK-COMPET-ANT      PIC 9(06) VALUE ZEROES.
       77 WRK-CORTE           PIC 9(06) VALUE ZEROES.
       77 WRK-ANOMES-EMISSAO  PIC 9(06) VALUE ZEROES.
       77 WRK-ANOMES-PAGTO    PIC 9(06) VALUE ZEROES.
       77 WRK-ANOMES-MOV      PIC 9(06) VALUE ZEROES.

      * MAPA PADRÃO, USADO QUANDO CONTAS-CONTROLE NÃO EXISTE: A
      * TOLERÂNCIA DO ESTOQUE COBRE O ARREDONDAMENTO DO CUSTO MÉDIO
       01  WRK-CONTROLE-PADRAO-DADOS.
           02 FILLER PIC X(47)
               VALUE '11030001R00000000CONTAS A RECEBER - CLIENTES'.
           02 FILLER PIC X(47)
               VALUE '11020001E00000100ESTOQUE DE MERCADORIAS'.
           02 FILLER PIC X(47)
               VALUE '21010001P00000000FORNECEDORES'.
       01  WRK-CONTROLE-PADRAO REDEFINES WRK-CONTROLE-PADRAO-DADOS.
           02 WRK-CPD-REGISTRO PIC X(47) OCCURS 3 TIMES.
       77 WRK-SUB-PAD PIC 9(02) COMP VALUE ZEROES.

      * CONTAS DE CONTROLE CARREGADAS, COM O RAZÃO DE CADA UMA
       77 WRK-QT-CONTROLE  PIC 9(02) COMP VALUE ZEROES.
       77 WRK-SUB-CTL      PIC 9(02) COMP VALUE ZEROES.
       01  WRK-TAB-CONTROLE.
           02 WRK-TC-ITEM OCCURS 20 TIMES.
               03 WRK-TC-CONTA PIC X(08).
               03 WRK-TC-RAZAO PIC 9(01).
       77 WRK-CONTA-BUSCA  PIC X(08) VALUE SPACES.
       77 WRK-RAZ-ACHADA   PIC 9(01) VALUE ZEROES.
       77 WRK-RAZ-NOVA     PIC 9(01) VALUE ZEROES.

      * UM ITEM POR RAZÃO AUXILIAR: 1 = RECEBER, 2 = ESTOQUE,
      * 3 = PAGAR; AUMENTOS E BAIXAS SÃO O MOVIMENTO DO MÊS NO
      * AUXILIAR, COMPARADOS COM OS DÉBITOS E CRÉDITOS DO MÊS
       77 WRK-SUB-RAZ PIC 9(02) COMP VALUE ZEROES.
       01  WRK-TAB-RAZOES.
           02 WRK-TR-ITEM OCCURS 3 TIMES.
               03 WRK-TR-CODIGO     PIC X(01).
               03 WRK-TR-NOME       PIC X(20).
               03 WRK-TR-ORIGEM     PIC X(50).
               03 WRK-TR-QT-CONTAS  PIC 9(02) COMP.
               03 WRK-TR-TOLERANCIA PIC 9(06)V99.
               03 WRK-TR-ARQUIVO    PIC X(01).
               03 WRK-TR-GERAL      PIC S9(12)V99.
               03 WRK-TR-GERAL-ANT  PIC S9(12)V99.
               03 WRK-TR-DEB-MES    PIC S9(12)V99.
               03 WRK-TR-CRED-MES   PIC S9(12)V99.
               03 WRK-TR-AUX        PIC S9(12)V99.
               03 WRK-TR-AUX-ANT    PIC S9(12)V99.
               03 WRK-TR-AUMENTOS   PIC S9(12)V99.
               03 WRK-TR-BAIXAS     PIC S9(12)V99.
               03 WRK-TR-DIFERENCA  PIC S9(12)V99.

      * VALORES DE UM TÍTULO NA DATA DE CORTE E NO MÊS
       77 WRK-VALOR          PIC S9(12)V99 VALUE ZEROES.
       77 WRK-VALOR-ABERTO   PIC S9(12)V99 VALUE ZEROES.
       77 WRK-VALOR-CORTE    PIC S9(12)V99 VALUE ZEROES.
       77 WRK-VALOR-CORTE-ANT PIC S9(12)V99 VALUE ZEROES.
       77 WRK-VALOR-AUMENTO  PIC S9(12)V99 VALUE ZEROES.
       77 WRK-VALOR-BAIXA    PIC S9(12)V99 VALUE ZEROES.

      * MOVIMENTO DO ESTOQUE NO MÊS, VALORIZADO AO CUSTO MÉDIO ATUAL
      * (A ENTRADA DE COMPRA PELO CUSTO DO PRÓPRIO MOVIMENTO)
       77 WRK-EST-COMPRAS     PIC S9(12)V99 VALUE ZEROES.
       77 WRK-EST-CUSTO-ADIC  PIC S9(12)V99 VALUE ZEROES.
       77 WRK-EST-DEVOLUCOES  PIC S9(12)V99 VALUE ZEROES.
       77 WRK-EST-AJUSTES     PIC S9(12)V99 VALUE ZEROES.
       77 WRK-EST-VENDAS      PIC S9(12)V99 VALUE ZEROES.
       77 WRK-VALOR-MOV       PIC S9(12)V99 VALUE ZEROES.
       77 WRK-CUSTO-UNIT      PIC 9(08)V99 VALUE ZEROES.

      * ANÁLISE DA DIFERENÇA DO RAZÃO EM IMPRESSÃO
       77 WRK-DIF-ABS         PIC 9(12)V99 VALUE ZEROES.
       77 WRK-DIF-ANT         PIC S9(12)V99 VALUE ZEROES.
       77 WRK-DIF-MOV         PIC S9(12)V99 VALUE ZEROES.
       77 WRK-GL-AUMENTOS     PIC S9(12)V99 VALUE ZEROES.
       77 WRK-GL-BAIXAS       PIC S9(12)V99 VALUE ZEROES.
       77 WRK-LISTAR-AUMENTOS PIC X(01) VALUE 'N'.
           88 LISTAR-AUMENTOS    VALUE 'S'.
       77 WRK-LISTAR-BAIXAS   PIC X(01) VALUE 'N'.
           88 LISTAR-BAIXAS      VALUE 'S'.
       77 WRK-ROTULO-AUMENTO  PIC X(46) VALUE SPACES.
       77 WRK-ROTULO-BAIXA    PIC X(46) VALUE SPACES.
       77 WRK-ROTULO-GL-AUM   PIC X(46) VALUE SPACES.
       77 WRK-ROTULO-GL-BAI   PIC X(46) VALUE SPACES.
       77 WRK-NOTA-AUMENTO    PIC X(40) VALUE SPACES.
       77 WRK-NOTA-BAIXA      PIC X(40) VALUE SPACES.

       77 WRK-QT-DIVERGENTES PIC 9(01) VALUE ZEROES.
       77 WRK-QT-LISTADOS    PIC 9(05) VALUE ZEROES.
       77 WRK-QTDE-ED        PIC -ZZZZ9 VALUE ZEROES.
       77 WRK-TIPO-MOV       PIC X(10) VALUE SPACES.
       77 WRK-VALOR-ED       PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       01  WRK-CABECALHO1 PIC X(40) VALUE
           'EMPRESA XYZ COMERCIO LTDA'.
       01  WRK-CABECALHO2 PIC X(60) VALUE
           'CONCILIACAO DO RAZAO GERAL COM OS RAZOES AUXILIARES'.
       01  WRK-CABECALHO3.
           02 FILLER          PIC X(13) VALUE 'COMPETENCIA: '.
           02 WRK-CB3-COMPET  PIC 9(06).
           02 FILLER          PIC X(12) VALUE '   EMISSAO: '.
           02 WRK-CB3-DIA     PIC 9(02).
           02 FILLER          PIC X(01) VALUE '/'.
           02 WRK-CB3-MES     PIC 9(02).
           02 FILLER          PIC X(01) VALUE '/'.
           02 WRK-CB3-ANO     PIC 9(04).

       01  WRK-LINRELAT PIC X(120) VALUE SPACES.

       01  WRK-LINVALOR.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 WRK-LV-TEXTO PIC X(46).
           02 WRK-LV-VALOR PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WRK-LV-NOTA  PIC X(40).

       01  WRK-LINDET.
           02 FILLER       PIC X(08) VALUE SPACES.
           02 WRK-LD-TEXTO PIC X(64).
           02 WRK-LD-VALOR PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'CONCILIAÇÃO RAZÃO GERAL X AUXILIARES'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           DISPLAY 'COMPETÊNCIA (AAAAMM, ZERO = MÊS ATUAL):'.
           ACCEPT WRK-COMPETENCIA-NUM FROM CONSOLE.
           IF WRK-COMPETENCIA-NUM = ZEROES
               MOVE WRK-DS-ANO TO WRK-CP-ANO
               MOVE WRK-DS-MES TO WRK-CP-MES
           END-IF.
           IF WRK-CP-MES < 1 OR WRK-CP-MES > 12
               DISPLAY 'COMPETÊNCIA INVÁLIDA'
               GOBACK
           END-IF.
           IF WRK-CP-MES = 1
               COMPUTE WRK-COMPET-ANT = (WRK-CP-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WRK-COMPET-ANT = WRK-COMPETENCIA-NUM - 1
           END-IF.
           PERFORM 0050-INICIALIZAR-RAZOES.
           PERFORM 0100-CARREGAR-CONTROLE.
           IF WRK-QT-CONTROLE = ZEROES
               DISPLAY 'NENHUMA CONTA DE CONTROLE VÁLIDA - CORRIJA O '
                   'CONTAS-CONTROLE'
               GOBACK
           END-IF.
           OPEN INPUT ARQ-SALDOS.
           IF NOT SALDOS-OK
               DISPLAY 'ARQUIVO SALDOS-CONTAS NÃO ENCONTRADO - '
                   'EXECUTE A POSTAGEM (POSTAGL) ANTES'
               GOBACK
           END-IF.
           PERFORM 0210-LER-SALDO.
           PERFORM 0220-ACUMULAR-SALDO UNTIL FIM-SALDOS.
           CLOSE ARQ-SALDOS.
           PERFORM 0300-AUXILIAR-RECEBER.
           PERFORM 0400-AUXILIAR-ESTOQUE.
           PERFORM 0500-AUXILIAR-PAGAR.
           OPEN OUTPUT ARQ-RELATORIO.
           OPEN OUTPUT ARQ-DIVERGENCIA.
           PERFORM 0600-IMPRIMIR-CABECALHO.
           PERFORM 0700-CONCILIAR-RAZAO
               VARYING WRK-SUB-RAZ FROM 1 BY 1
               UNTIL WRK-SUB-RAZ > 3.
           CLOSE ARQ-DIVERGENCIA.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'RAZÕES DIVERGENTES: ' WRK-QT-DIVERGENTES.
           DISPLAY 'FINAL DA CONCILIAÇÃO'.
           GOBACK.

       0050-INICIALIZAR-RAZOES.
           INITIALIZE WRK-TAB-RAZOES.
           MOVE 'R' TO WRK-TR-CODIGO(1).
           MOVE 'CONTAS A RECEBER' TO WRK-TR-NOME(1).
           MOVE 'DUPLICATAS-ABERTAS (SALDO EM ABERTO)'
               TO WRK-TR-ORIGEM(1).
           MOVE 'E' TO WRK-TR-CODIGO(2).
           MOVE 'ESTOQUE' TO WRK-TR-NOME(2).
           MOVE 'SALDOS-ESTOQUE AO CUSTO MEDIO (POSICAO ATUAL)'
               TO WRK-TR-ORIGEM(2).
           MOVE 'P' TO WRK-TR-CODIGO(3).
           MOVE 'CONTAS A PAGAR' TO WRK-TR-NOME(3).
           MOVE 'TITULOS-PAGAR (BLOQUEADOS E LIBERADOS)'
               TO WRK-TR-ORIGEM(3).
           PERFORM VARYING WRK-SUB-RAZ FROM 1 BY 1
               UNTIL WRK-SUB-RAZ > 3
               MOVE 'N' TO WRK-TR-ARQUIVO(WRK-SUB-RAZ)
           END-PERFORM.

      ******************************************************************
      * MAPA DAS CONTAS DE CONTROLE: DO ARQUIVO CONTAS-CONTROLE OU, NA
      * FALTA DELE, DO MAPA PADRÃO; CONTA REPETIDA OU DE RAZÃO
      * DESCONHECIDO É DESPREZADA
      ******************************************************************
       0100-CARREGAR-CONTROLE.
           OPEN INPUT ARQ-CONTROLE.
           IF CONTROLE-OK
               PERFORM 0110-LER-CONTROLE
               PERFORM 0120-GUARDAR-CONTROLE UNTIL FIM-CONTROLE
               CLOSE ARQ-CONTROLE
           END-IF.
           IF WRK-QT-CONTROLE = ZEROES
               DISPLAY 'CONTAS-CONTROLE AUSENTE OU VAZIO - MAPA PADRÃO'
               PERFORM 0130-GUARDAR-PADRAO
                   VARYING WRK-SUB-PAD FROM 1 BY 1
                   UNTIL WRK-SUB-PAD > 3
           END-IF.

       0110-LER-CONTROLE.
           READ ARQ-CONTROLE
               AT END
                   MOVE 'S' TO WRK-FIM-CONTROLE
           END-READ.

       0120-GUARDAR-CONTROLE.
           PERFORM 0140-GUARDAR-CONTA.
           PERFORM 0110-LER-CONTROLE.

       0130-GUARDAR-PADRAO.
           MOVE WRK-CPD-REGISTRO(WRK-SUB-PAD) TO REG-CONTA-CONTROLE.
           PERFORM 0140-GUARDAR-CONTA.

       0140-GUARDAR-CONTA.
           EVALUATE TRUE
               WHEN REG-CCR-RECEBER
                   MOVE 1 TO WRK-RAZ-NOVA
               WHEN REG-CCR-ESTOQUE
                   MOVE 2 TO WRK-RAZ-NOVA
               WHEN REG-CCR-PAGAR
                   MOVE 3 TO WRK-RAZ-NOVA
               WHEN OTHER
                   MOVE ZEROES TO WRK-RAZ-NOVA
           END-EVALUATE.
           IF WRK-RAZ-NOVA = ZEROES OR REG-CCR-CONTA = SPACES
               DISPLAY 'CONTA DE CONTROLE ' REG-CCR-CONTA
                   ' SEM RAZÃO R/E/P - DESPREZADA'
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-CCR-CONTA TO WRK-CONTA-BUSCA.
           PERFORM 0150-BUSCAR-CONTA.
           IF WRK-RAZ-ACHADA > ZEROES
               DISPLAY 'CONTA DE CONTROLE ' REG-CCR-CONTA
                   ' REPETIDA NO MAPA - DESPREZADA'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-CONTROLE NOT < 20
               DISPLAY 'CONTAS-CONTROLE EXCEDE 20 CONTAS - '
                   REG-CCR-CONTA ' DESPREZADA'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-CONTROLE.
           MOVE REG-CCR-CONTA TO WRK-TC-CONTA(WRK-QT-CONTROLE).
           MOVE WRK-RAZ-NOVA  TO WRK-TC-RAZAO(WRK-QT-CONTROLE).
           ADD 1 TO WRK-TR-QT-CONTAS(WRK-RAZ-NOVA).
           IF REG-CCR-TOLERANCIA IS NUMERIC AND
              REG-CCR-TOLERANCIA > WRK-TR-TOLERANCIA(WRK-RAZ-NOVA)
               MOVE REG-CCR-TOLERANCIA
                   TO WRK-TR-TOLERANCIA(WRK-RAZ-NOVA)
           END-IF.

      * RAZÃO DA CONTA EM WRK-CONTA-BUSCA (ZERO = NÃO É DE CONTROLE)
       0150-BUSCAR-CONTA.
           MOVE ZEROES TO WRK-RAZ-ACHADA.
           PERFORM VARYING WRK-SUB-CTL FROM 1 BY 1
               UNTIL WRK-SUB-CTL > WRK-QT-CONTROLE
                   OR WRK-RAZ-ACHADA > ZEROES
               IF WRK-TC-CONTA(WRK-SUB-CTL) = WRK-CONTA-BUSCA
                   MOVE WRK-TC-RAZAO(WRK-SUB-CTL) TO WRK-RAZ-ACHADA
               END-IF
           END-PERFORM.

      ******************************************************************
      * SALDO DAS CONTAS DE CONTROLE NO RAZÃO GERAL: ACUMULADO ATÉ A
      * COMPETÊNCIA E ATÉ A ANTERIOR, MAIS OS DÉBITOS E CRÉDITOS DO
      * MÊS; O CONTAS A PAGAR TEM SALDO CREDOR
      ******************************************************************
       0210-LER-SALDO.
           READ ARQ-SALDOS
               AT END
                   MOVE 'S' TO WRK-FIM-SALDOS
           END-READ.

       0220-ACUMULAR-SALDO.
           MOVE REG-SC-CONTA TO WRK-CONTA-BUSCA.
           PERFORM 0150-BUSCAR-CONTA.
           IF WRK-RAZ-ACHADA > ZEROES AND
              REG-SC-COMPETENCIA NOT > WRK-COMPETENCIA-NUM
               MOVE WRK-RAZ-ACHADA TO WRK-SUB-RAZ
               IF WRK-TR-CODIGO(WRK-SUB-RAZ) = 'P'
                   COMPUTE WRK-VALOR =
                       REG-SC-CREDITOS - REG-SC-DEBITOS
               ELSE
                   COMPUTE WRK-VALOR =
                       REG-SC-DEBITOS - REG-SC-CREDITOS
               END-IF
               ADD WRK-VALOR TO WRK-TR-GERAL(WRK-SUB-RAZ)
               IF REG-SC-COMPETENCIA < WRK-COMPETENCIA-NUM
                   ADD WRK-VALOR TO WRK-TR-GERAL-ANT(WRK-SUB-RAZ)
               ELSE
                   ADD REG-SC-DEBITOS  TO WRK-TR-DEB-MES(WRK-SUB-RAZ)
                   ADD REG-SC-CREDITOS TO WRK-TR-CRED-MES(WRK-SUB-RAZ)
               END-IF
           END-IF.
           PERFORM 0210-LER-SALDO.

      ******************************************************************
      * CONTAS A RECEBER NA DATA DE CORTE: DUPLICATA EMITIDA ATÉ O
      * MÊS, AINDA ABERTA (PELO SALDO) OU BAIXADA DEPOIS DELE (PELO
      * VALOR - O PAGAMENTO PARCIAL FEITO ANTES DO CORTE NÃO É
      * RECONSTITUÍDO)
      ******************************************************************
       0300-AUXILIAR-RECEBER.
           IF WRK-TR-QT-CONTAS(1) = ZEROES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-DUPLICATAS.
           IF NOT DUPLICATAS-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-TR-ARQUIVO(1).
           MOVE 'N' TO WRK-FIM-DUPLICATAS.
           PERFORM 0310-LER-DUPLICATA.
           PERFORM 0320-ACUMULAR-DUPLICATA UNTIL FIM-DUPLICATAS.
           CLOSE ARQ-DUPLICATAS.

       0310-LER-DUPLICATA.
           READ ARQ-DUPLICATAS
               AT END
                   MOVE 'S' TO WRK-FIM-DUPLICATAS
           END-READ.

       0320-ACUMULAR-DUPLICATA.
           PERFORM 0330-VALORIZAR-DUPLICATA.
           ADD WRK-VALOR-CORTE     TO WRK-TR-AUX(1).
           ADD WRK-VALOR-CORTE-ANT TO WRK-TR-AUX-ANT(1).
           ADD WRK-VALOR-AUMENTO   TO WRK-TR-AUMENTOS(1).
           ADD WRK-VALOR-BAIXA     TO WRK-TR-BAIXAS(1).
           PERFORM 0310-LER-DUPLICATA.

       0330-VALORIZAR-DUPLICATA.
           MOVE ZEROES TO WRK-VALOR-CORTE WRK-VALOR-CORTE-ANT
                          WRK-VALOR-AUMENTO WRK-VALOR-BAIXA.
           IF REG-DUP-EMISSAO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-DUP-EMISSAO(1:6) TO WRK-ANOMES-EMISSAO.
           MOVE ZEROES TO WRK-ANOMES-PAGTO.
           IF REG-DUP-DATAPAGTO IS NUMERIC
               MOVE REG-DUP-DATAPAGTO(1:6) TO WRK-ANOMES-PAGTO
           END-IF.
           MOVE WRK-COMPETENCIA-NUM TO WRK-CORTE.
           PERFORM 0335-DUPLICATA-NO-CORTE.
           MOVE WRK-VALOR-ABERTO TO WRK-VALOR-CORTE.
           MOVE WRK-COMPET-ANT TO WRK-CORTE.
           PERFORM 0335-DUPLICATA-NO-CORTE.
           MOVE WRK-VALOR-ABERTO TO WRK-VALOR-CORTE-ANT.
           IF WRK-ANOMES-EMISSAO = WRK-COMPETENCIA-NUM
               MOVE REG-DUP-VALOR TO WRK-VALOR-AUMENTO
           END-IF.
           IF WRK-ANOMES-PAGTO = WRK-COMPETENCIA-NUM
               IF REG-DUP-ABERTA
                   COMPUTE WRK-VALOR-BAIXA =
                       REG-DUP-VALOR - REG-DUP-SALDO
               ELSE
                   MOVE REG-DUP-VALOR TO WRK-VALOR-BAIXA
               END-IF
           END-IF.

       0335-DUPLICATA-NO-CORTE.
           MOVE ZEROES TO WRK-VALOR-ABERTO.
           IF WRK-ANOMES-EMISSAO > WRK-CORTE
               EXIT PARAGRAPH
           END-IF.
           IF WRK-ANOMES-PAGTO > WRK-CORTE
               MOVE REG-DUP-VALOR TO WRK-VALOR-ABERTO
               EXIT PARAGRAPH
           END-IF.
           IF REG-DUP-ABERTA
               MOVE REG-DUP-SALDO TO WRK-VALOR-ABERTO
           END-IF.

      ******************************************************************
      * ESTOQUE: O SALDO SÓ EXISTE NA POSIÇÃO ATUAL (QUANTIDADE X
      * CUSTO MÉDIO, COMO NO VALORESTOQUE); O MOVIMENTO DO MÊS SAI DO
      * HISTORICO-MOVIMENTOS JÁ BAIXADO
      ******************************************************************
       0400-AUXILIAR-ESTOQUE.
           IF WRK-TR-QT-CONTAS(2) = ZEROES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-ESTOQUE.
           IF NOT ESTOQUE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-TR-ARQUIVO(2).
           PERFORM 0410-LER-ESTOQUE.
           PERFORM 0420-ACUMULAR-ESTOQUE UNTIL FIM-ESTOQUE.
           OPEN INPUT ARQ-HISTORICO.
           IF HISTORICO-OK
               MOVE 'N' TO WRK-FIM-HISTORICO
               PERFORM 0430-LER-HISTORICO
               PERFORM 0440-ACUMULAR-MOVIMENTO UNTIL FIM-HISTORICO
               CLOSE ARQ-HISTORICO
           END-IF.
           CLOSE ARQ-ESTOQUE.
           COMPUTE WRK-TR-AUMENTOS(2) =
               WRK-EST-COMPRAS + WRK-EST-CUSTO-ADIC +
               WRK-EST-DEVOLUCOES.
           MOVE WRK-EST-VENDAS TO WRK-TR-BAIXAS(2).

       0410-LER-ESTOQUE.
           READ ARQ-ESTOQUE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ESTOQUE
           END-READ.

       0420-ACUMULAR-ESTOQUE.
           COMPUTE WRK-VALOR = REG-SAL-QTDE * REG-SAL-CUSTO-MEDIO.
           ADD WRK-VALOR TO WRK-TR-AUX(2).
           PERFORM 0410-LER-ESTOQUE.

       0430-LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   MOVE 'S' TO WRK-FIM-HISTORICO
           END-READ.

       0440-ACUMULAR-MOVIMENTO.
           MOVE REG-HISTORICO-LIN TO REG-MOVIMENTO.
           PERFORM 0450-VALORIZAR-MOVIMENTO.
           IF WRK-ANOMES-MOV = WRK-COMPETENCIA-NUM
               EVALUATE TRUE
                   WHEN REG-MOV-ENTRADA AND REG-MOV-REF = 'DEVOLUCAO'
                       ADD WRK-VALOR-MOV TO WRK-EST-DEVOLUCOES
                   WHEN REG-MOV-ENTRADA
                       ADD WRK-VALOR-MOV TO WRK-EST-COMPRAS
                   WHEN REG-MOV-CUSTO-ADIC
                       ADD WRK-VALOR-MOV TO WRK-EST-CUSTO-ADIC
                   WHEN REG-MOV-VENDA
                       ADD WRK-VALOR-MOV TO WRK-EST-VENDAS
                   WHEN REG-MOV-AJUSTE
                       ADD WRK-VALOR-MOV TO WRK-EST-AJUSTES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 0430-LER-HISTORICO.

      * VALOR DO MOVIMENTO EM REG-MOVIMENTO (SÓ OS DA COMPETÊNCIA);
      * MONTAGEM E DESMONTAGEM DE KIT NÃO MUDAM O VALOR DO ESTOQUE
       0450-VALORIZAR-MOVIMENTO.
           MOVE ZEROES TO WRK-VALOR-MOV WRK-ANOMES-MOV.
           IF REG-MOV-DATA NOT NUMERIC OR REG-MOV-QTDE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-MOV-DATA(1:6) TO WRK-ANOMES-MOV.
           IF WRK-ANOMES-MOV NOT = WRK-COMPETENCIA-NUM
               EXIT PARAGRAPH
           END-IF.
           IF REG-MOV-CUSTO-ADIC
               IF REG-MOV-CUSTO IS NUMERIC
                   MOVE REG-MOV-CUSTO TO WRK-VALOR-MOV
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-CUSTO-UNIT.
           MOVE REG-MOV-PRODUTO TO REG-SAL-PRODUTO.
           READ ARQ-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-SAL-CUSTO-MEDIO TO WRK-CUSTO-UNIT
           END-READ.
           IF REG-MOV-ENTRADA AND REG-MOV-REF NOT = 'DEVOLUCAO' AND
              REG-MOV-CUSTO IS NUMERIC AND REG-MOV-CUSTO > ZEROES
               MOVE REG-MOV-CUSTO TO WRK-CUSTO-UNIT
           END-IF.
           COMPUTE WRK-VALOR-MOV = REG-MOV-QTDE * WRK-CUSTO-UNIT.

      ******************************************************************
      * CONTAS A PAGAR NA DATA DE CORTE: TÍTULO EMITIDO ATÉ O MÊS E
      * AINDA NÃO PAGO (OU PAGO DEPOIS DELE); O CANCELADO NÃO ENTRA
      ******************************************************************
       0500-AUXILIAR-PAGAR.
           IF WRK-TR-QT-CONTAS(3) = ZEROES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-TITULOS.
           IF NOT TITULOS-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-TR-ARQUIVO(3).
           MOVE 'N' TO WRK-FIM-TITULOS.
           PERFORM 0510-LER-TITULO.
           PERFORM 0520-ACUMULAR-TITULO UNTIL FIM-TITULOS.
           CLOSE ARQ-TITULOS.

       0510-LER-TITULO.
           READ ARQ-TITULOS
               AT END
                   MOVE 'S' TO WRK-FIM-TITULOS
           END-READ.

       0520-ACUMULAR-TITULO.
           PERFORM 0530-VALORIZAR-TITULO.
           ADD WRK-VALOR-CORTE     TO WRK-TR-AUX(3).
           ADD WRK-VALOR-CORTE-ANT TO WRK-TR-AUX-ANT(3).
           ADD WRK-VALOR-AUMENTO   TO WRK-TR-AUMENTOS(3).
           ADD WRK-VALOR-BAIXA     TO WRK-TR-BAIXAS(3).
           PERFORM 0510-LER-TITULO.

       0530-VALORIZAR-TITULO.
           MOVE ZEROES TO WRK-VALOR-CORTE WRK-VALOR-CORTE-ANT
                          WRK-VALOR-AUMENTO WRK-VALOR-BAIXA.
           IF REG-TIT-EMISSAO NOT NUMERIC OR REG-TIT-CANCELADO
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-TIT-EMISSAO(1:6) TO WRK-ANOMES-EMISSAO.
           MOVE ZEROES TO WRK-ANOMES-PAGTO.
           IF REG-TIT-PAGO AND REG-TIT-DATAPAGTO IS NUMERIC
               MOVE REG-TIT-DATAPAGTO(1:6) TO WRK-ANOMES-PAGTO
           END-IF.
           MOVE WRK-COMPETENCIA-NUM TO WRK-CORTE.
           PERFORM 0535-TITULO-NO-CORTE.
           MOVE WRK-VALOR-ABERTO TO WRK-VALOR-CORTE.
           MOVE WRK-COMPET-ANT TO WRK-CORTE.
           PERFORM 0535-TITULO-NO-CORTE.
           MOVE WRK-VALOR-ABERTO TO WRK-VALOR-CORTE-ANT.
           IF WRK-ANOMES-EMISSAO = WRK-COMPETENCIA-NUM
               MOVE REG-TIT-VALOR TO WRK-VALOR-AUMENTO
           END-IF.
           IF WRK-ANOMES-PAGTO = WRK-COMPETENCIA-NUM
               MOVE REG-TIT-VALOR TO WRK-VALOR-BAIXA
           END-IF.

       0535-TITULO-NO-CORTE.
           MOVE ZEROES TO WRK-VALOR-ABERTO.
           IF WRK-ANOMES-EMISSAO > WRK-CORTE
               EXIT PARAGRAPH
           END-IF.
           IF REG-TIT-PAGO AND WRK-ANOMES-PAGTO NOT > WRK-CORTE
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-TIT-VALOR TO WRK-VALOR-ABERTO.

       0600-IMPRIMIR-CABECALHO.
           MOVE WRK-CABECALHO1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-CABECALHO2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-COMPETENCIA-NUM TO WRK-CB3-COMPET.
           MOVE WRK-DS-DIA TO WRK-CB3-DIA.
           MOVE WRK-DS-MES TO WRK-CB3-MES.
           MOVE WRK-DS-ANO TO WRK-CB3-ANO.
           MOVE WRK-CABECALHO3 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      ******************************************************************
      * UM BLOCO POR RAZÃO AUXILIAR: SALDOS, DIFERENÇA E, QUANDO ELA
      * PASSA DA TOLERÂNCIA, A ANÁLISE DO MÊS E A LINHA DE EXCEÇÃO
      ******************************************************************
       0700-CONCILIAR-RAZAO.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           STRING 'RAZAO AUXILIAR: ' WRK-TR-NOME(WRK-SUB-RAZ)
               ' - ' WRK-TR-ORIGEM(WRK-SUB-RAZ)
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           IF WRK-TR-QT-CONTAS(WRK-SUB-RAZ) = ZEROES
               MOVE '    SEM CONTA DE CONTROLE NO MAPA - NAO CONCILIADO'
                   TO WRK-LINRELAT
               PERFORM 0800-IMPRIMIR-LINHA
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-CTL FROM 1 BY 1
               UNTIL WRK-SUB-CTL > WRK-QT-CONTROLE
               IF WRK-TC-RAZAO(WRK-SUB-CTL) = WRK-SUB-RAZ
                   STRING '    CONTA DE CONTROLE '
                       WRK-TC-CONTA(WRK-SUB-CTL)
                       DELIMITED BY SIZE INTO WRK-LINRELAT
                   PERFORM 0800-IMPRIMIR-LINHA
               END-IF
           END-PERFORM.
           IF WRK-TR-ARQUIVO(WRK-SUB-RAZ) = 'N'
               MOVE '    AUXILIAR NAO ENCONTRADO - SALDO IGUAL A ZERO'
                   TO WRK-LINRELAT
               PERFORM 0800-IMPRIMIR-LINHA
           END-IF.
           COMPUTE WRK-TR-DIFERENCA(WRK-SUB-RAZ) =
               WRK-TR-GERAL(WRK-SUB-RAZ) - WRK-TR-AUX(WRK-SUB-RAZ).
           IF WRK-TR-DIFERENCA(WRK-SUB-RAZ) < ZEROES
               COMPUTE WRK-DIF-ABS = WRK-TR-DIFERENCA(WRK-SUB-RAZ) * -1
           ELSE
               MOVE WRK-TR-DIFERENCA(WRK-SUB-RAZ) TO WRK-DIF-ABS
           END-IF.
           MOVE 'SALDO DO RAZAO GERAL ATE A COMPETENCIA'
               TO WRK-LV-TEXTO.
           MOVE WRK-TR-GERAL(WRK-SUB-RAZ) TO WRK-LV-VALOR.
           PERFORM 0810-IMPRIMIR-VALOR.
           MOVE 'SALDO DO RAZAO AUXILIAR' TO WRK-LV-TEXTO.
           MOVE WRK-TR-AUX(WRK-SUB-RAZ) TO WRK-LV-VALOR.
           PERFORM 0810-IMPRIMIR-VALOR.
           MOVE 'DIFERENCA (RAZAO GERAL - AUXILIAR)' TO WRK-LV-TEXTO.
           MOVE WRK-TR-DIFERENCA(WRK-SUB-RAZ) TO WRK-LV-VALOR.
           EVALUATE TRUE
               WHEN WRK-DIF-ABS = ZEROES
                   MOVE 'CONCILIADO' TO WRK-LV-NOTA
               WHEN WRK-DIF-ABS NOT > WRK-TR-TOLERANCIA(WRK-SUB-RAZ)
                   MOVE 'DENTRO DA TOLERANCIA' TO WRK-LV-NOTA
               WHEN OTHER
                   MOVE 'DIVERGENTE' TO WRK-LV-NOTA
           END-EVALUATE.
           PERFORM 0810-IMPRIMIR-VALOR.
           MOVE WRK-TR-DIFERENCA(WRK-SUB-RAZ) TO WRK-VALOR-ED.
           DISPLAY WRK-TR-NOME(WRK-SUB-RAZ) ' DIFERENÇA: '
               WRK-VALOR-ED.
           IF WRK-DIF-ABS NOT > WRK-TR-TOLERANCIA(WRK-SUB-RAZ)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-DIVERGENTES.
           PERFORM 0790-GRAVAR-DIVERGENCIA.
           PERFORM 0720-ANALISAR-DIFERENCA.

      ******************************************************************
      * ANÁLISE: DIFERENÇA QUE JÁ VINHA DO MÊS ANTERIOR E O MOVIMENTO
      * DO MÊS NO AUXILIAR CONTRA OS DÉBITOS/CRÉDITOS DAS CONTAS DE
      * CONTROLE, COM OS LANÇAMENTOS E OS DOCUMENTOS QUE EXPLICAM
      ******************************************************************
       0720-ANALISAR-DIFERENCA.
           MOVE '    ANALISE DA DIFERENCA NO MES' TO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           PERFORM 0725-ROTULAR-MOVIMENTO.
           IF WRK-TR-CODIGO(WRK-SUB-RAZ) NOT = 'E'
               COMPUTE WRK-DIF-ANT =
                   WRK-TR-GERAL-ANT(WRK-SUB-RAZ) -
                   WRK-TR-AUX-ANT(WRK-SUB-RAZ)
               MOVE 'DIFERENCA ATE A COMPETENCIA ANTERIOR'
                   TO WRK-LV-TEXTO
               MOVE WRK-DIF-ANT TO WRK-LV-VALOR
               IF WRK-DIF-ANT = ZEROES
                   MOVE 'A DIFERENCA NASCEU NESTE MES' TO WRK-LV-NOTA
               END-IF
               PERFORM 0810-IMPRIMIR-VALOR
           END-IF.
           IF WRK-TR-CODIGO(WRK-SUB-RAZ) = 'E'
               MOVE '  COMPRAS' TO WRK-LV-TEXTO
               MOVE WRK-EST-COMPRAS TO WRK-LV-VALOR
               PERFORM 0810-IMPRIMIR-VALOR
               MOVE '  CUSTOS ADICIONAIS' TO WRK-LV-TEXTO
               MOVE WRK-EST-CUSTO-ADIC TO WRK-LV-VALOR
               PERFORM 0810-IMPRIMIR-VALOR
               MOVE '  DEVOLUCOES DE VENDA' TO WRK-LV-TEXTO
               MOVE WRK-EST-DEVOLUCOES TO WRK-LV-VALOR
               IF WRK-EST-DEVOLUCOES NOT = ZEROES
                   MOVE 'DEVOLUCOES SEM LANCAMENTO NO ESTOQUE'
                       TO WRK-LV-NOTA
               END-IF
               PERFORM 0810-IMPRIMIR-VALOR
           END-IF.
           MOVE WRK-ROTULO-AUMENTO TO WRK-LV-TEXTO.
           MOVE WRK-TR-AUMENTOS(WRK-SUB-RAZ) TO WRK-LV-VALOR.
           PERFORM 0810-IMPRIMIR-VALOR.
           MOVE WRK-ROTULO-GL-AUM TO WRK-LV-TEXTO.
           MOVE WRK-GL-AUMENTOS TO WRK-LV-VALOR.
           PERFORM 0810-IMPRIMIR-VALOR.
           COMPUTE WRK-DIF-MOV =
               WRK-TR-AUMENTOS(WRK-SUB-RAZ) - WRK-GL-AUMENTOS.
           MOVE '  DIFERENCA' TO WRK-LV-TEXTO.
           MOVE WRK-DIF-MOV TO WRK-LV-VALOR.
           MOVE 'N' TO WRK-LISTAR-AUMENTOS.
           IF WRK-DIF-MOV NOT = ZEROES
               MOVE WRK-NOTA-AUMENTO TO WRK-LV-NOTA
               MOVE 'S' TO WRK-LISTAR-AUMENTOS
           END-IF.
           PERFORM 0810-IMPRIMIR-VALOR.
           MOVE WRK-ROTULO-BAIXA TO WRK-LV-TEXTO.
           MOVE WRK-TR-BAIXAS(WRK-SUB-RAZ) TO WRK-LV-VALOR.
           PERFORM 0810-IMPRIMIR-VALOR.
           MOVE WRK-ROTULO-GL-BAI TO WRK-LV-TEXTO.
           MOVE WRK-GL-BAIXAS TO WRK-LV-VALOR.
           PERFORM 0810-IMPRIMIR-VALOR.
           COMPUTE WRK-DIF-MOV =
               WRK-TR-BAIXAS(WRK-SUB-RAZ) - WRK-GL-BAIXAS.
           MOVE '  DIFERENCA' TO WRK-LV-TEXTO.
           MOVE WRK-DIF-MOV TO WRK-LV-VALOR.
           MOVE 'N' TO WRK-LISTAR-BAIXAS.
           IF WRK-DIF-MOV NOT = ZEROES
               MOVE WRK-NOTA-BAIXA TO WRK-LV-NOTA
               MOVE 'S' TO WRK-LISTAR-BAIXAS
           END-IF.
           PERFORM 0810-IMPRIMIR-VALOR.
           IF WRK-TR-CODIGO(WRK-SUB-RAZ) = 'E'
               MOVE 'AJUSTES DE INVENTARIO NO MES' TO WRK-LV-TEXTO
               MOVE WRK-EST-AJUSTES TO WRK-LV-VALOR
               IF WRK-EST-AJUSTES NOT = ZEROES
                   MOVE 'AJUSTES SEM CMV NO RAZAO' TO WRK-LV-NOTA
               END-IF
               PERFORM 0810-IMPRIMIR-VALOR
           END-IF.
           PERFORM 0730-LISTAR-LANCAMENTOS.
           EVALUATE WRK-TR-CODIGO(WRK-SUB-RAZ)
               WHEN 'R'
                   PERFORM 0740-LISTAR-DUPLICATAS
               WHEN 'E'
                   PERFORM 0760-LISTAR-MOVIMENTOS
               WHEN 'P'
                   PERFORM 0750-LISTAR-TITULOS
           END-EVALUATE.

      * NO RECEBER E NO ESTOQUE O AUXILIAR CRESCE PELO DÉBITO; NO
      * PAGAR, PELO CRÉDITO
       0725-ROTULAR-MOVIMENTO.
           IF WRK-TR-CODIGO(WRK-SUB-RAZ) = 'P'
               MOVE WRK-TR-CRED-MES(WRK-SUB-RAZ) TO WRK-GL-AUMENTOS
               MOVE WRK-TR-DEB-MES(WRK-SUB-RAZ)  TO WRK-GL-BAIXAS
               MOVE 'CREDITOS NAS CONTAS DE CONTROLE NO MES'
                   TO WRK-ROTULO-GL-AUM
               MOVE 'DEBITOS NAS CONTAS DE CONTROLE NO MES'
                   TO WRK-ROTULO-GL-BAI
           ELSE
               MOVE WRK-TR-DEB-MES(WRK-SUB-RAZ)  TO WRK-GL-AUMENTOS
               MOVE WRK-TR-CRED-MES(WRK-SUB-RAZ) TO WRK-GL-BAIXAS
               MOVE 'DEBITOS NAS CONTAS DE CONTROLE NO MES'
                   TO WRK-ROTULO-GL-AUM
               MOVE 'CREDITOS NAS CONTAS DE CONTROLE NO MES'
                   TO WRK-ROTULO-GL-BAI
           END-IF.
           EVALUATE WRK-TR-CODIGO(WRK-SUB-RAZ)
               WHEN 'R'
                   MOVE 'DUPLICATAS EMITIDAS NO MES'
                       TO WRK-ROTULO-AUMENTO
                   MOVE 'DUPLICATAS SEM VENDA A PRAZO NO RAZAO'
                       TO WRK-NOTA-AUMENTO
                   MOVE 'BAIXAS DE DUPLICATAS NO MES'
                       TO WRK-ROTULO-BAIXA
                   MOVE 'BAIXAS SEM CREDITO NA CONTA DE CONTROLE'
                       TO WRK-NOTA-BAIXA
               WHEN 'E'
                   MOVE 'ENTRADAS NO MES' TO WRK-ROTULO-AUMENTO
                   MOVE 'ENTRADAS SEM LANCAMENTO NO ESTOQUE'
                       TO WRK-NOTA-AUMENTO
                   MOVE 'SAIDAS POR VENDA NO MES (CUSTO MEDIO)'
                       TO WRK-ROTULO-BAIXA
                   MOVE 'VENDAS SEM CMV NO RAZAO' TO WRK-NOTA-BAIXA
               WHEN 'P'
                   MOVE 'TITULOS A PAGAR LANCADOS NO MES'
                       TO WRK-ROTULO-AUMENTO
                   MOVE 'TITULOS SEM LANCAMENTO DE FORNECEDOR'
                       TO WRK-NOTA-AUMENTO
                   MOVE 'TITULOS PAGOS NO MES' TO WRK-ROTULO-BAIXA
                   MOVE 'PAGAMENTOS SEM DEBITO NO RAZAO'
                       TO WRK-NOTA-BAIXA
           END-EVALUATE.

      * LANÇAMENTOS DA COMPETÊNCIA NAS CONTAS DE CONTROLE DO RAZÃO
       0730-LISTAR-LANCAMENTOS.
           MOVE '    LANCAMENTOS DO MES NAS CONTAS DE CONTROLE:'
               TO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           MOVE ZEROES TO WRK-QT-LISTADOS.
           OPEN INPUT ARQ-GL.
           IF GL-OK
               MOVE 'N' TO WRK-FIM-GL
               PERFORM 0731-LER-GL
               PERFORM 0732-LISTAR-LANCAMENTO UNTIL FIM-GL
               CLOSE ARQ-GL
           END-IF.
           IF WRK-QT-LISTADOS = ZEROES
               MOVE '        NENHUM LANCAMENTO NO MES' TO WRK-LINRELAT
               PERFORM 0800-IMPRIMIR-LINHA
           END-IF.

       0731-LER-GL.
           READ ARQ-GL
               AT END
                   MOVE 'S' TO WRK-FIM-GL
           END-READ.

       0732-LISTAR-LANCAMENTO.
           IF REG-GL-COMPETENCIA = WRK-COMPETENCIA-NUM
               MOVE REG-GL-CONTA TO WRK-CONTA-BUSCA
               PERFORM 0150-BUSCAR-CONTA
               IF WRK-RAZ-ACHADA = WRK-SUB-RAZ
                   MOVE SPACES TO WRK-LD-TEXTO
                   STRING 'LANCAMENTO ' REG-GL-TIPO
                       ' CONTA ' REG-GL-CONTA
                       ' CENTRO ' REG-GL-CENTRO
                       DELIMITED BY SIZE INTO WRK-LD-TEXTO
                   MOVE REG-GL-VALOR TO WRK-LD-VALOR
                   PERFORM 0820-IMPRIMIR-DETALHE
               END-IF
           END-IF.
           PERFORM 0731-LER-GL.

      * DUPLICATAS DO MÊS DO LADO QUE NÃO BATEU COM O RAZÃO
       0740-LISTAR-DUPLICATAS.
           IF NOT LISTAR-AUMENTOS AND NOT LISTAR-BAIXAS
               EXIT PARAGRAPH
           END-IF.
           MOVE '    DUPLICATAS DO MES A CONFERIR:' TO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           OPEN INPUT ARQ-DUPLICATAS.
           IF NOT DUPLICATAS-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-FIM-DUPLICATAS.
           PERFORM 0310-LER-DUPLICATA.
           PERFORM 0745-LISTAR-DUPLICATA UNTIL FIM-DUPLICATAS.
           CLOSE ARQ-DUPLICATAS.

       0745-LISTAR-DUPLICATA.
           PERFORM 0330-VALORIZAR-DUPLICATA.
           IF LISTAR-AUMENTOS AND WRK-VALOR-AUMENTO NOT = ZEROES
               MOVE SPACES TO WRK-LD-TEXTO
               STRING 'EMITIDA   CLIENTE ' REG-DUP-CLIENTE
                   ' PEDIDO ' REG-DUP-PEDIDO '/' REG-DUP-PARCELA
                   ' EM ' REG-DUP-EMISSAO
                   DELIMITED BY SIZE INTO WRK-LD-TEXTO
               MOVE WRK-VALOR-AUMENTO TO WRK-LD-VALOR
               PERFORM 0820-IMPRIMIR-DETALHE
           END-IF.
           IF LISTAR-BAIXAS AND WRK-VALOR-BAIXA NOT = ZEROES
               MOVE SPACES TO WRK-LD-TEXTO
               STRING 'BAIXADA   CLIENTE ' REG-DUP-CLIENTE
                   ' PEDIDO ' REG-DUP-PEDIDO '/' REG-DUP-PARCELA
                   ' EM ' REG-DUP-DATAPAGTO
                   ' SITUACAO ' REG-DUP-SITUACAO
                   DELIMITED BY SIZE INTO WRK-LD-TEXTO
               MOVE WRK-VALOR-BAIXA TO WRK-LD-VALOR
               PERFORM 0820-IMPRIMIR-DETALHE
           END-IF.
           PERFORM 0310-LER-DUPLICATA.

      * TÍTULOS A PAGAR DO MÊS DO LADO QUE NÃO BATEU COM O RAZÃO
       0750-LISTAR-TITULOS.
           IF NOT LISTAR-AUMENTOS AND NOT LISTAR-BAIXAS
               EXIT PARAGRAPH
           END-IF.
           MOVE '    TITULOS A PAGAR DO MES A CONFERIR:'
               TO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           OPEN INPUT ARQ-TITULOS.
           IF NOT TITULOS-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-FIM-TITULOS.
           PERFORM 0510-LER-TITULO.
           PERFORM 0755-LISTAR-TITULO UNTIL FIM-TITULOS.
           CLOSE ARQ-TITULOS.

       0755-LISTAR-TITULO.
           PERFORM 0530-VALORIZAR-TITULO.
           IF LISTAR-AUMENTOS AND WRK-VALOR-AUMENTO NOT = ZEROES
               MOVE SPACES TO WRK-LD-TEXTO
               STRING 'LANCADO   FORNECEDOR ' REG-TIT-FORNECEDOR
                   ' DOC ' REG-TIT-DOCUMENTO '/' REG-TIT-PARCELA
                   ' EM ' REG-TIT-EMISSAO
                   DELIMITED BY SIZE INTO WRK-LD-TEXTO
               MOVE WRK-VALOR-AUMENTO TO WRK-LD-VALOR
               PERFORM 0820-IMPRIMIR-DETALHE
           END-IF.
           IF LISTAR-BAIXAS AND WRK-VALOR-BAIXA NOT = ZEROES
               MOVE SPACES TO WRK-LD-TEXTO
               STRING 'PAGO      FORNECEDOR ' REG-TIT-FORNECEDOR
                   ' DOC ' REG-TIT-DOCUMENTO '/' REG-TIT-PARCELA
                   ' EM ' REG-TIT-DATAPAGTO
                   DELIMITED BY SIZE INTO WRK-LD-TEXTO
               MOVE WRK-VALOR-BAIXA TO WRK-LD-VALOR
               PERFORM 0820-IMPRIMIR-DETALHE
           END-IF.
           PERFORM 0510-LER-TITULO.

      * MOVIMENTOS DE ESTOQUE DO MÊS: DEVOLUÇÕES E AJUSTES SEMPRE
      * (NENHUM DELES GERA LANÇAMENTO), ENTRADAS E VENDAS QUANDO O
      * SEU LADO NÃO BATEU COM O RAZÃO
       0760-LISTAR-MOVIMENTOS.
           MOVE '    MOVIMENTOS DE ESTOQUE DO MES A CONFERIR:'
               TO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           OPEN INPUT ARQ-ESTOQUE.
           IF NOT ESTOQUE-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-HISTORICO.
           IF HISTORICO-OK
               MOVE 'N' TO WRK-FIM-HISTORICO
               PERFORM 0430-LER-HISTORICO
               PERFORM 0765-LISTAR-MOVIMENTO UNTIL FIM-HISTORICO
               CLOSE ARQ-HISTORICO
           END-IF.
           CLOSE ARQ-ESTOQUE.

       0765-LISTAR-MOVIMENTO.
           MOVE REG-HISTORICO-LIN TO REG-MOVIMENTO.
           PERFORM 0450-VALORIZAR-MOVIMENTO.
           IF WRK-ANOMES-MOV = WRK-COMPETENCIA-NUM
               MOVE SPACES TO WRK-TIPO-MOV
               MOVE REG-MOV-QTDE TO WRK-QTDE-ED
               EVALUATE TRUE
                   WHEN REG-MOV-ENTRADA AND REG-MOV-REF = 'DEVOLUCAO'
                       MOVE 'DEVOLUCAO' TO WRK-TIPO-MOV
                   WHEN REG-MOV-AJUSTE
                       MOVE 'AJUSTE' TO WRK-TIPO-MOV
                   WHEN (REG-MOV-ENTRADA OR REG-MOV-CUSTO-ADIC) AND
                        LISTAR-AUMENTOS
                       MOVE 'ENTRADA' TO WRK-TIPO-MOV
                   WHEN REG-MOV-VENDA AND LISTAR-BAIXAS
                       MOVE 'VENDA' TO WRK-TIPO-MOV
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WRK-TIPO-MOV NOT = SPACES
                   MOVE SPACES TO WRK-LD-TEXTO
                   STRING WRK-TIPO-MOV
                       'PRODUTO ' REG-MOV-PRODUTO
                       ' QTDE ' WRK-QTDE-ED
                       ' EM ' REG-MOV-DATA
                       ' REF ' REG-MOV-REF
                       DELIMITED BY SIZE INTO WRK-LD-TEXTO
                   MOVE WRK-VALOR-MOV TO WRK-LD-VALOR
                   PERFORM 0820-IMPRIMIR-DETALHE
               END-IF
           END-IF.
           PERFORM 0430-LER-HISTORICO.

       0790-GRAVAR-DIVERGENCIA.
           MOVE WRK-DATA-SYS TO REG-DVR-DATA.
           MOVE WRK-COMPETENCIA-NUM TO REG-DVR-COMPETENCIA.
           MOVE WRK-TR-CODIGO(WRK-SUB-RAZ) TO REG-DVR-RAZAO.
           MOVE WRK-TR-NOME(WRK-SUB-RAZ)   TO REG-DVR-NOME.
           MOVE WRK-TR-GERAL(WRK-SUB-RAZ)  TO REG-DVR-SALDO-GERAL.
           MOVE WRK-TR-AUX(WRK-SUB-RAZ)    TO REG-DVR-SALDO-AUX.
           MOVE WRK-TR-DIFERENCA(WRK-SUB-RAZ) TO REG-DVR-DIFERENCA.
           WRITE REG-DIVERGENCIA-RAZAO.

       0800-IMPRIMIR-LINHA.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.

       0810-IMPRIMIR-VALOR.
           MOVE WRK-LINVALOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LV-NOTA.

       0820-IMPRIMIR-DETALHE.
           MOVE WRK-LINDET TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-QT-LISTADOS.
