       IDENTIFICATION DIVISION.
       PROGRAM-ID. giroestoque.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = ESTOQUE PARADO E GIRO DO ESTOQUE: PARA TODO
      *            PRODUTO COM SALDO, A DATA DA ÚLTIMA VENDA E DA
      *            ÚLTIMA ENTRADA (HISTORICO-MOVIMENTOS, O ARQUIVO
      *            MORTO DO EXPURGO E OS MOVIMENTOS AINDA PENDENTES),
      *            O GIRO E OS DIAS DE COBERTURA PELO CUSTO DAS
      *            VENDAS DOS ÚLTIMOS 12 MESES E A FAIXA DE IDADE
      *            (SEM VENDA HÁ 90 / 180 / 365 DIAS OU MAIS), COM O
      *            VALOR PARADO TOTALIZADO POR FAIXA E NO GERAL. NA
      *            MESMA LISTAGEM SAEM OS LOTES DO SALDOS-LOTES PERTO
      *            DO VENCIMENTO (DIAS-AVISO-VALIDADE, O MESMO AVISO
      *            DO RELVALIDADE), PARA A PROMOÇÃO DE QUEIMA SER
      *            PLANEJADA NO MANUTPROMO
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
           SELECT ARQ-LOTES ASSIGN TO 'SALDOS-LOTES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOTES.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-GIRO-ESTOQUE'
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

       FD  ARQ-LOTES.
           COPY 'saldolote.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.
           COPY 'movest.cbl'.
           COPY 'servdata.cbl'.
           COPY 'parametro.cbl'.

       77 WRK-STATUS-SALDOS   PIC X(02) VALUE '00'.
           88 SALDOS-OK          VALUE '00'.
       77 WRK-STATUS-DEMANDA  PIC X(02) VALUE '00'.
           88 DEMANDA-OK         VALUE '00'.
       77 WRK-STATUS-LOTES    PIC X(02) VALUE '00'.
           88 LOTES-OK           VALUE '00'.
       77 WRK-STATUS-CADASTRO PIC X(02) VALUE '00'.
           88 CADASTRO-OK        VALUE '00'.
       77 WRK-FIM-SALDOS  PIC X(01) VALUE 'N'.
           88 FIM-SALDOS     VALUE 'S'.
       77 WRK-FIM-DEMANDA PIC X(01) VALUE 'N'.
           88 FIM-DEMANDA    VALUE 'S'.
       77 WRK-FIM-LOTES   PIC X(01) VALUE 'N'.
           88 FIM-LOTES      VALUE 'S'.

       77 WRK-DIAS-AVISO  PIC 9(03) VALUE 30.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).
      * INÍCIO DA JANELA DE 12 MESES DO CUSTO DAS VENDAS
       77 WRK-DATA-CORTE  PIC 9(08) VALUE ZEROES.

      * UM ITEM POR PRODUTO COM SALDO, NA ORDEM DA CHAVE DO ARQUIVO
      * INDEXADO (A BUSCA DO MOVIMENTO É BINÁRIA)
       77 WRK-QT-PROD      PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-PROD     PIC 9(04) COMP VALUE ZEROES.
       77 WRK-QT-EXCEDIDOS PIC 9(05) VALUE ZEROES.
       01  WRK-TAB-PRODUTOS.
           02 WRK-TG-ITEM OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-QT-PROD
               ASCENDING KEY IS WRK-TG-PRODUTO
               INDEXED BY WRK-IDX-PROD.
               03 WRK-TG-PRODUTO     PIC 9(06).
               03 WRK-TG-QTDE        PIC S9(07).
               03 WRK-TG-CUSTO       PIC 9(08)V99.
               03 WRK-TG-ULT-VENDA   PIC 9(08).
               03 WRK-TG-ULT-ENTRADA PIC 9(08).
               03 WRK-TG-VENDIDO-12M PIC 9(09).
               03 WRK-TG-FAIXA       PIC 9(01).

      * FAIXAS DE IDADE PELOS DIAS DESDE A ÚLTIMA VENDA: LIMITE
      * INFERIOR EM DIAS E NOME; PRODUTO NUNCA VENDIDO VAI PARA A 4
       01  WRK-TAB-FAIXAS-DADOS.
           02 FILLER PIC X(13) VALUE '000VENDENDO  '.
           02 FILLER PIC X(13) VALUE '09090 DIAS   '.
           02 FILLER PIC X(13) VALUE '180180 DIAS  '.
           02 FILLER PIC X(13) VALUE '365365+ DIAS '.
       01  WRK-TAB-FAIXAS REDEFINES WRK-TAB-FAIXAS-DADOS.
           02 WRK-TF-ITEM OCCURS 4 TIMES.
               03 WRK-TF-LIMITE PIC 9(03).
               03 WRK-TF-NOME   PIC X(10).
       01  WRK-TOT-FAIXAS.
           02 WRK-TT-ITEM OCCURS 4 TIMES.
               03 WRK-TT-PRODUTOS PIC 9(05).
               03 WRK-TT-VALOR    PIC S9(12)V99.
       77 WRK-SUB-FAIXA   PIC 9(01) VALUE ZEROES.

       77 WRK-DIAS-PARADO PIC S9(07) VALUE ZEROES.
       77 WRK-DIAS-RESTANTES PIC S9(05) VALUE ZEROES.
       77 WRK-VALOR-PRODUTO PIC S9(12)V99 VALUE ZEROES.
       77 WRK-VALOR-TOTAL   PIC S9(12)V99 VALUE ZEROES.
       77 WRK-CMV-PRODUTO   PIC 9(12)V99 VALUE ZEROES.
       77 WRK-CMV-TOTAL     PIC 9(12)V99 VALUE ZEROES.
       77 WRK-GIRO          PIC 9(03)V9 VALUE ZEROES.
       77 WRK-COBERTURA     PIC 9(05) VALUE ZEROES.
       77 WRK-QT-LISTADOS   PIC 9(05) VALUE ZEROES.
       77 WRK-QT-LOTES      PIC 9(05) VALUE ZEROES.

       01  WRK-DATA-AUX.
           02 WRK-DA-ANO PIC 9(04).
           02 WRK-DA-MES PIC 9(02).
           02 WRK-DA-DIA PIC 9(02).
       01  WRK-DATA-AUX-NUM REDEFINES WRK-DATA-AUX PIC 9(08).
       01  WRK-DATA-ED.
           02 WRK-DE-DIA PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-MES PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-ANO PIC 9(04).
       77 WRK-DATA-TEXTO PIC X(10) VALUE SPACES.

       01  WRK-CABECALHO1 PIC X(40) VALUE
           'EMPRESA XYZ COMERCIO LTDA'.
       01  WRK-CABECALHO2 PIC X(50) VALUE
           'ESTOQUE PARADO E GIRO DO ESTOQUE A CUSTO MEDIO'.
       01  WRK-CABECALHO3.
           02 FILLER PIC X(40) VALUE
               'CODIGO NOME                   SALDO     '.
           02 FILLER PIC X(60) VALUE
               '     VALOR ULT.VENDA   ULT.ENTRADA GIRO COBERT FAIXA'.

       01  WRK-LINRELAT.
           02 WRK-LR-CODIGO    PIC 9(06).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LR-NOME      PIC X(20).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LR-SALDO     PIC -ZZZZZ9.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LR-VALOR     PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LR-ULT-VENDA PIC X(10).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LR-ULT-ENTR  PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LR-GIRO      PIC ZZ9,9.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LR-COBERTURA PIC X(06).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LR-FAIXA     PIC X(10).
       77 WRK-COBERTURA-ED PIC ZZZZ9 VALUE ZEROES.

       01  WRK-LINHA-FAIXA.
           02 FILLER          PIC X(07) VALUE SPACES.
           02 WRK-LF-NOME     PIC X(10).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LF-PRODUTOS PIC ZZZZ9.
           02 FILLER          PIC X(11) VALUE ' PRODUTO(S)'.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LF-VALOR    PIC -Z.ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-LOTE.
           02 WRK-LL-CODIGO    PIC 9(06).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LL-LOTE      PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LL-VALIDADE  PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LL-DIAS      PIC -ZZZ9.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LL-QTDE      PIC -ZZZZZ9.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LL-VALOR     PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LL-FAIXA     PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LL-SITUACAO  PIC X(08).

       01  WRK-LINHA-TEXTO PIC X(100) VALUE SPACES.
       77 WRK-GIRO-ED PIC ZZ9,9 VALUE ZEROES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'ESTOQUE PARADO E GIRO DO ESTOQUE'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           MOVE 'DIAS-AVISO-VALIDADE' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-DIAS-AVISO
           END-IF.
           MOVE 1 TO REG-SRV-FUNCAO.
           MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA1.
           MOVE -365 TO REG-SRV-DIAS.
           CALL 'servicodata' USING REG-SERVDATA.
           MOVE REG-SRV-DATA-RES TO WRK-DATA-CORTE.
           PERFORM 0100-CARREGAR-SALDOS.
           IF WRK-QT-PROD = ZEROES
               DISPLAY 'NENHUM PRODUTO COM SALDO EM ESTOQUE'
               GOBACK
           END-IF.
           IF WRK-QT-EXCEDIDOS > ZEROES
               DISPLAY 'PRODUTOS ALÉM DO LIMITE DE 2000 DA TABELA '
                   'FORA DO RELATÓRIO: ' WRK-QT-EXCEDIDOS
           END-IF.
           PERFORM 0200-LER-MOVIMENTOS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 0300-IMPRIMIR-CABECALHO.
           OPEN INPUT ARQ-CADASTRO.
           PERFORM 0400-IMPRIMIR-PRODUTO
               VARYING WRK-SUB-PROD FROM 1 BY 1
               UNTIL WRK-SUB-PROD > WRK-QT-PROD.
           IF CADASTRO-OK
               CLOSE ARQ-CADASTRO
           END-IF.
           PERFORM 0500-IMPRIMIR-TOTAIS.
           PERFORM 0600-IMPRIMIR-LOTES.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'PRODUTOS LISTADOS: ' WRK-QT-LISTADOS.
           DISPLAY 'LOTES PERTO DO VENCIMENTO: ' WRK-QT-LOTES.
           DISPLAY 'RELATÓRIO EM RELATORIO-GIRO-ESTOQUE'.
           DISPLAY 'FINAL DO ESTOQUE PARADO E GIRO'.
           GOBACK.

      * SÓ ENTRA O PRODUTO COM SALDO; O ARQUIVO VEM EM ORDEM DE
      * PRODUTO, O QUE DEIXA A TABELA PRONTA PARA A BUSCA BINÁRIA
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
           IF REG-SAL-QTDE > ZEROES
               IF WRK-QT-PROD < 2000
                   ADD 1 TO WRK-QT-PROD
                   INITIALIZE WRK-TG-ITEM(WRK-QT-PROD)
                   MOVE REG-SAL-PRODUTO
                       TO WRK-TG-PRODUTO(WRK-QT-PROD)
                   MOVE REG-SAL-QTDE TO WRK-TG-QTDE(WRK-QT-PROD)
                   MOVE REG-SAL-CUSTO-MEDIO
                       TO WRK-TG-CUSTO(WRK-QT-PROD)
               ELSE
                   ADD 1 TO WRK-QT-EXCEDIDOS
               END-IF
           END-IF.
           PERFORM 0110-LER-SALDO.

      * OS MOVIMENTOS BAIXADOS (HISTÓRICO), OS EXPURGADOS (MORTO) E
      * OS AINDA NÃO BAIXADOS TÊM O MESMO LAYOUT
       0200-LER-MOVIMENTOS.
           MOVE 'N' TO WRK-FIM-DEMANDA.
           OPEN INPUT ARQ-HISTORICO.
           IF DEMANDA-OK
               PERFORM 0210-LER-HISTORICO
               PERFORM 0215-DATAS-HISTORICO UNTIL FIM-DEMANDA
               CLOSE ARQ-HISTORICO
           ELSE
               DISPLAY 'HISTORICO-MOVIMENTOS NÃO ENCONTRADO'
           END-IF.
           MOVE 'N' TO WRK-FIM-DEMANDA.
           OPEN INPUT ARQ-MORTO.
           IF DEMANDA-OK
               PERFORM 0220-LER-MORTO
               PERFORM 0225-DATAS-MORTO UNTIL FIM-DEMANDA
               CLOSE ARQ-MORTO
           END-IF.
           MOVE 'N' TO WRK-FIM-DEMANDA.
           OPEN INPUT ARQ-PENDENTES.
           IF DEMANDA-OK
               PERFORM 0230-LER-PENDENTE
               PERFORM 0235-DATAS-PENDENTE UNTIL FIM-DEMANDA
               CLOSE ARQ-PENDENTES
           END-IF.

       0210-LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   MOVE 'S' TO WRK-FIM-DEMANDA
           END-READ.

       0215-DATAS-HISTORICO.
           MOVE REG-HISTORICO-LIN TO REG-MOVIMENTO.
           PERFORM 0250-DATAS-DO-MOVIMENTO.
           PERFORM 0210-LER-HISTORICO.

       0220-LER-MORTO.
           READ ARQ-MORTO
               AT END
                   MOVE 'S' TO WRK-FIM-DEMANDA
           END-READ.

       0225-DATAS-MORTO.
           MOVE REG-MRT-LINHA TO REG-MOVIMENTO.
           PERFORM 0250-DATAS-DO-MOVIMENTO.
           PERFORM 0220-LER-MORTO.

       0230-LER-PENDENTE.
           READ ARQ-PENDENTES
               AT END
                   MOVE 'S' TO WRK-FIM-DEMANDA
           END-READ.

       0235-DATAS-PENDENTE.
           MOVE REG-PENDENTE-LIN TO REG-MOVIMENTO.
           PERFORM 0250-DATAS-DO-MOVIMENTO.
           PERFORM 0230-LER-PENDENTE.

      * VENDA: ÚLTIMA DATA E QUANTIDADE DOS ÚLTIMOS 12 MESES;
      * ENTRADA: ÚLTIMA DATA DE RECEBIMENTO
       0250-DATAS-DO-MOVIMENTO.
           IF REG-MOV-DATA NOT NUMERIC OR REG-MOV-DATA = ZEROES OR
              REG-MOV-QTDE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF NOT REG-MOV-VENDA AND NOT REG-MOV-ENTRADA
               EXIT PARAGRAPH
           END-IF.
           SEARCH ALL WRK-TG-ITEM
               AT END
                   EXIT PARAGRAPH
               WHEN WRK-TG-PRODUTO(WRK-IDX-PROD) = REG-MOV-PRODUTO
                   CONTINUE
           END-SEARCH.
           IF REG-MOV-VENDA
               IF REG-MOV-DATA > WRK-TG-ULT-VENDA(WRK-IDX-PROD)
                   MOVE REG-MOV-DATA TO WRK-TG-ULT-VENDA(WRK-IDX-PROD)
               END-IF
               IF REG-MOV-DATA > WRK-DATA-CORTE AND
                  REG-MOV-QTDE > ZEROES
                   ADD REG-MOV-QTDE
                       TO WRK-TG-VENDIDO-12M(WRK-IDX-PROD)
               END-IF
           ELSE
               IF REG-MOV-DATA > WRK-TG-ULT-ENTRADA(WRK-IDX-PROD)
                   MOVE REG-MOV-DATA
                       TO WRK-TG-ULT-ENTRADA(WRK-IDX-PROD)
               END-IF
           END-IF.

       0300-IMPRIMIR-CABECALHO.
           MOVE WRK-CABECALHO1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-CABECALHO2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-DATA-SYS-NUM TO WRK-DATA-AUX-NUM.
           PERFORM 0410-EDITAR-DATA.
           MOVE SPACES TO WRK-LINHA-TEXTO.
           STRING 'POSICAO EM ' WRK-DATA-TEXTO
               ' - GIRO E COBERTURA PELAS VENDAS DOS ULTIMOS 12 MESES'
               DELIMITED BY SIZE INTO WRK-LINHA-TEXTO.
           MOVE WRK-LINHA-TEXTO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-CABECALHO3 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      * GIRO = CUSTO DAS VENDAS DE 12 MESES / VALOR EM ESTOQUE;
      * COBERTURA = DIAS QUE O SALDO DURA NO RITMO DESSAS VENDAS
       0400-IMPRIMIR-PRODUTO.
           COMPUTE WRK-VALOR-PRODUTO =
               WRK-TG-QTDE(WRK-SUB-PROD) * WRK-TG-CUSTO(WRK-SUB-PROD).
           COMPUTE WRK-CMV-PRODUTO =
               WRK-TG-VENDIDO-12M(WRK-SUB-PROD) *
               WRK-TG-CUSTO(WRK-SUB-PROD).
           ADD WRK-VALOR-PRODUTO TO WRK-VALOR-TOTAL.
           ADD WRK-CMV-PRODUTO TO WRK-CMV-TOTAL.
           PERFORM 0420-CLASSIFICAR-FAIXA.
           ADD 1 TO WRK-TT-PRODUTOS(WRK-SUB-FAIXA).
           ADD WRK-VALOR-PRODUTO TO WRK-TT-VALOR(WRK-SUB-FAIXA).
           MOVE WRK-TG-PRODUTO(WRK-SUB-PROD) TO WRK-LR-CODIGO.
           MOVE SPACES TO WRK-LR-NOME.
           IF CADASTRO-OK
               MOVE WRK-TG-PRODUTO(WRK-SUB-PROD) TO REG-CAD-CODIGO
               READ ARQ-CADASTRO
                   INVALID KEY
                       MOVE 'NOME NAO CADASTRADO' TO WRK-LR-NOME
                   NOT INVALID KEY
                       MOVE REG-CAD-NOME TO WRK-LR-NOME
               END-READ
           END-IF.
           MOVE WRK-TG-QTDE(WRK-SUB-PROD) TO WRK-LR-SALDO.
           MOVE WRK-VALOR-PRODUTO TO WRK-LR-VALOR.
           MOVE WRK-TG-ULT-VENDA(WRK-SUB-PROD) TO WRK-DATA-AUX-NUM.
           PERFORM 0410-EDITAR-DATA.
           MOVE WRK-DATA-TEXTO TO WRK-LR-ULT-VENDA.
           MOVE WRK-TG-ULT-ENTRADA(WRK-SUB-PROD) TO WRK-DATA-AUX-NUM.
           PERFORM 0410-EDITAR-DATA.
           MOVE WRK-DATA-TEXTO TO WRK-LR-ULT-ENTR.
           IF WRK-TG-VENDIDO-12M(WRK-SUB-PROD) = ZEROES
               MOVE ZEROES TO WRK-LR-GIRO
               MOVE '   N/D' TO WRK-LR-COBERTURA
           ELSE
               COMPUTE WRK-GIRO ROUNDED =
                   WRK-TG-VENDIDO-12M(WRK-SUB-PROD) /
                   WRK-TG-QTDE(WRK-SUB-PROD)
                   ON SIZE ERROR
                       MOVE 999,9 TO WRK-GIRO
               END-COMPUTE
               MOVE WRK-GIRO TO WRK-LR-GIRO
               COMPUTE WRK-COBERTURA ROUNDED =
                   WRK-TG-QTDE(WRK-SUB-PROD) * 365 /
                   WRK-TG-VENDIDO-12M(WRK-SUB-PROD)
                   ON SIZE ERROR
                       MOVE 99999 TO WRK-COBERTURA
               END-COMPUTE
               MOVE WRK-COBERTURA TO WRK-COBERTURA-ED
               MOVE WRK-COBERTURA-ED TO WRK-LR-COBERTURA
           END-IF.
           MOVE WRK-TF-NOME(WRK-SUB-FAIXA) TO WRK-LR-FAIXA.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-QT-LISTADOS.

       0410-EDITAR-DATA.
           IF WRK-DATA-AUX-NUM = ZEROES
               MOVE 'NUNCA' TO WRK-DATA-TEXTO
           ELSE
               MOVE WRK-DA-DIA TO WRK-DE-DIA
               MOVE WRK-DA-MES TO WRK-DE-MES
               MOVE WRK-DA-ANO TO WRK-DE-ANO
               MOVE WRK-DATA-ED TO WRK-DATA-TEXTO
           END-IF.

      * A FAIXA É A MAIOR CUJO LIMITE OS DIAS SEM VENDA ALCANÇAM;
      * O PRODUTO QUE NUNCA VENDEU FICA NA ÚLTIMA
       0420-CLASSIFICAR-FAIXA.
           MOVE 4 TO WRK-SUB-FAIXA.
           IF WRK-TG-ULT-VENDA(WRK-SUB-PROD) = ZEROES
               MOVE WRK-SUB-FAIXA TO WRK-TG-FAIXA(WRK-SUB-PROD)
               EXIT PARAGRAPH
           END-IF.
           MOVE 8 TO REG-SRV-FUNCAO.
           MOVE WRK-TG-ULT-VENDA(WRK-SUB-PROD) TO REG-SRV-DATA1.
           MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA2.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK
               MOVE REG-SRV-DIAS-RES TO WRK-DIAS-PARADO
               PERFORM VARYING WRK-SUB-FAIXA FROM 4 BY -1
                   UNTIL WRK-SUB-FAIXA = 1 OR
                         WRK-DIAS-PARADO NOT <
                         WRK-TF-LIMITE(WRK-SUB-FAIXA)
                   CONTINUE
               END-PERFORM
           END-IF.
           MOVE WRK-SUB-FAIXA TO WRK-TG-FAIXA(WRK-SUB-PROD).

       0500-IMPRIMIR-TOTAIS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'VALOR DO ESTOQUE POR FAIXA DE DIAS SEM VENDA'
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0510-IMPRIMIR-FAIXA
               VARYING WRK-SUB-FAIXA FROM 1 BY 1
               UNTIL WRK-SUB-FAIXA > 4.
           MOVE 'TOTAL' TO WRK-LF-NOME.
           MOVE WRK-QT-LISTADOS TO WRK-LF-PRODUTOS.
           MOVE WRK-VALOR-TOTAL TO WRK-LF-VALOR.
           MOVE WRK-LINHA-FAIXA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WRK-VALOR-TOTAL > ZEROES
               COMPUTE WRK-GIRO ROUNDED =
                   WRK-CMV-TOTAL / WRK-VALOR-TOTAL
                   ON SIZE ERROR
                       MOVE 999,9 TO WRK-GIRO
               END-COMPUTE
           ELSE
               MOVE ZEROES TO WRK-GIRO
           END-IF.
           MOVE WRK-GIRO TO WRK-GIRO-ED.
           MOVE SPACES TO WRK-LINHA-TEXTO.
           STRING 'GIRO GERAL DO ESTOQUE NOS ULTIMOS 12 MESES: '
               WRK-GIRO-ED ' VEZ(ES)'
               DELIMITED BY SIZE INTO WRK-LINHA-TEXTO.
           MOVE WRK-LINHA-TEXTO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'CUSTO DAS VENDAS = QUANTIDADE VENDIDA NOS 12 MESES'
               TO REG-RELATORIO.
           MOVE ' AO CUSTO MEDIO ATUAL' TO REG-RELATORIO(51:21).
           WRITE REG-RELATORIO.

       0510-IMPRIMIR-FAIXA.
           MOVE WRK-TF-NOME(WRK-SUB-FAIXA) TO WRK-LF-NOME.
           MOVE WRK-TT-PRODUTOS(WRK-SUB-FAIXA) TO WRK-LF-PRODUTOS.
           MOVE WRK-TT-VALOR(WRK-SUB-FAIXA) TO WRK-LF-VALOR.
           MOVE WRK-LINHA-FAIXA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      * LOTES COM SALDO VENCIDOS OU VENCENDO NO PRAZO DE AVISO, COM A
      * FAIXA DE IDADE DO PRODUTO, PARA A PROMOÇÃO DE QUEIMA
       0600-IMPRIMIR-LOTES.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINHA-TEXTO.
           STRING 'LOTES VENCIDOS OU VENCENDO EM ATE ' WRK-DIAS-AVISO
               ' DIAS - PLANEJAR PROMOCAO DE QUEIMA NO MANUTPROMO'
               DELIMITED BY SIZE INTO WRK-LINHA-TEXTO.
           MOVE WRK-LINHA-TEXTO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'CODIGO LOTE       VALIDADE    DIAS    QTDE'
               TO REG-RELATORIO.
           MOVE '          VALOR FAIXA      SITUACAO'
               TO REG-RELATORIO(43:35).
           WRITE REG-RELATORIO.
           OPEN INPUT ARQ-LOTES.
           IF NOT LOTES-OK
               MOVE 'SALDOS-LOTES NAO ENCONTRADO' TO REG-RELATORIO
               WRITE REG-RELATORIO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0610-LER-LOTE.
           PERFORM 0620-AVALIAR-LOTE UNTIL FIM-LOTES.
           CLOSE ARQ-LOTES.
           IF WRK-QT-LOTES = ZEROES
               MOVE 'NENHUM LOTE PERTO DO VENCIMENTO' TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       0610-LER-LOTE.
           READ ARQ-LOTES
               AT END
                   MOVE 'S' TO WRK-FIM-LOTES
           END-READ.

       0620-AVALIAR-LOTE.
           IF REG-SL-QTDE NOT > ZEROES OR
              REG-SL-VALIDADE NOT NUMERIC OR
              REG-SL-VALIDADE = ZEROES
               PERFORM 0610-LER-LOTE
               EXIT PARAGRAPH
           END-IF.
           MOVE 8 TO REG-SRV-FUNCAO.
           MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA1.
           MOVE REG-SL-VALIDADE  TO REG-SRV-DATA2.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-ERRO
               PERFORM 0610-LER-LOTE
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-SRV-DIAS-RES TO WRK-DIAS-RESTANTES.
           IF WRK-DIAS-RESTANTES > WRK-DIAS-AVISO
               PERFORM 0610-LER-LOTE
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-SL-PRODUTO TO WRK-LL-CODIGO.
           MOVE REG-SL-LOTE TO WRK-LL-LOTE.
           MOVE REG-SL-VALIDADE TO WRK-DATA-AUX-NUM.
           PERFORM 0410-EDITAR-DATA.
           MOVE WRK-DATA-TEXTO TO WRK-LL-VALIDADE.
           MOVE WRK-DIAS-RESTANTES TO WRK-LL-DIAS.
           MOVE REG-SL-QTDE TO WRK-LL-QTDE.
           MOVE ZEROES TO WRK-LL-VALOR.
           MOVE SPACES TO WRK-LL-FAIXA.
           SEARCH ALL WRK-TG-ITEM
               AT END
                   CONTINUE
               WHEN WRK-TG-PRODUTO(WRK-IDX-PROD) = REG-SL-PRODUTO
                   COMPUTE WRK-VALOR-PRODUTO =
                       REG-SL-QTDE * WRK-TG-CUSTO(WRK-IDX-PROD)
                   MOVE WRK-VALOR-PRODUTO TO WRK-LL-VALOR
                   MOVE WRK-TF-NOME(WRK-TG-FAIXA(WRK-IDX-PROD))
                       TO WRK-LL-FAIXA
           END-SEARCH.
           IF WRK-DIAS-RESTANTES < ZEROES
               MOVE 'VENCIDO' TO WRK-LL-SITUACAO
           ELSE
               MOVE 'VENCENDO' TO WRK-LL-SITUACAO
           END-IF.
           MOVE WRK-LINHA-LOTE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-QT-LOTES.
           PERFORM 0610-LER-LOTE.
