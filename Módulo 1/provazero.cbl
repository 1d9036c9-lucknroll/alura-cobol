       IDENTIFICATION DIVISION.
       PROGRAM-ID. provazero.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = PROVA ZERO DE FIM DE DIA DAS VENDAS ENTRE OS
      *            MÓDULOS: PARA A DATA DO DIA LEVANTA O TOTAL DO
      *            DETALHE DO BALCÃO (TODOS OS TERMINAIS), O REPASSE
      *            DA PONTE (PONTE-RESUMO), OS PEDIDOS DIGITADOS
      *            (PEDIDOS-CAB), AS VENDAS DO DIA (O QUE AINDA ESTÁ
      *            EM VENDAS-DIA/VENDAS-DIA-OK MAIS O QUE O
      *            FECHAMENTO JÁ CONSUMIU, PELO CONTROLE-VENDAS-DIA),
      *            AS DEVOLUÇÕES, O MOVIMENTO DO RAZÃO DE CLIENTES,
      *            DE TOTAIS-ANO, DE TOTAIS-ANO-FILIAL E DAS LINHAS
      *            DE VENDA DO LANCAMENTOS-GL E AS SAÍDAS DE ESTOQUE
      *            POR VENDA VALORIZADAS AO PREÇO DO CADASTRO, E
      *            IMPRIME TUDO LADO A LADO COM A REFERÊNCIA E A
      *            DIFERENÇA EM RELATORIO-PROVA-ZERO. OS ARQUIVOS
      *            ACUMULADOS (RAZÃO, TOTAIS, GL) NÃO TÊM DATA: O
      *            MOVIMENTO DO DIA É A POSIÇÃO DE AGORA MENOS A
      *            POSIÇÃO GUARDADA NA RODADA DO LOTE ANTERIOR
      *            (PROVA-ZERO-POSICAO), QUE SÓ O LOTE REGRAVA - PELO
      *            CONSOLE É CONSULTA. DIFERENÇA ACIMA DA TOLERÂNCIA
      *            (PARÂMETRO PROVAZERO-TOLERANCIA, PADRÃO ZERO)
      *            DEVOLVE RC 8, E A ETAPA APARECE COMO ERRO NO
      *            LOTENOTURNO E NA LISTA DE AÇÃO DA MANHÃ; A
      *            PRIMEIRA RODADA, SEM POSIÇÃO ANTERIOR, DEVOLVE RC 4
      * DATA = 15/10/2026
      * 15/10/2026 LUCAS  CABEÇALHO DO PEDIDO LIDO DO ARQUIVO INDEXADO
      *                    PEDIDOS-CAB-IDX
      * 15/10/2026 LUCAS  AS LINHAS DE MOVIMENTO E DE HISTÓRICO PASSAM
      *                    A TER O TAMANHO DO MOVIMENTO COM O PEDIDO DA
      *                    VENDA
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DETALHE ASSIGN TO 'DETALHE-VENDAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DETALHE.
           SELECT ARQ-DETALHE-T1 ASSIGN TO 'DETALHE-VENDAS-T1'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DETALHE.
           SELECT ARQ-DETALHE-T2 ASSIGN TO 'DETALHE-VENDAS-T2'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DETALHE.
           SELECT ARQ-DETALHE-T3 ASSIGN TO 'DETALHE-VENDAS-T3'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DETALHE.
           SELECT ARQ-RESUMO ASSIGN TO 'PONTE-RESUMO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESUMO.
           SELECT ARQ-PEDCAB ASSIGN TO 'PEDIDOS-CAB-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-PC-NUMERO
               ALTERNATE RECORD KEY IS REG-PC-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-PEDCAB.
           SELECT ARQ-VENDAS ASSIGN TO 'VENDAS-DIA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-VENDAS.
           SELECT ARQ-ACEITOS ASSIGN TO 'VENDAS-DIA-OK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-VENDAS.
           SELECT ARQ-CONTROLE-LOTE ASSIGN TO 'CONTROLE-VENDAS-DIA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CTRLOTE.
           SELECT ARQ-DEVOLUCOES ASSIGN TO 'DEVOLUCOES-VENDA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEVOLUCOES.
           SELECT ARQ-RAZAO ASSIGN TO 'RAZAO-CLIENTES-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-RAZ-CHAVE
               FILE STATUS IS WRK-STATUS-RAZAO.
           SELECT ARQ-TOTAIS ASSIGN TO 'TOTAIS-ANO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TOTAIS.
           SELECT ARQ-TOTAIS-FIL ASSIGN TO 'TOTAIS-ANO-FILIAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TOTFIL.
           SELECT ARQ-MAPA-CONTAS ASSIGN TO 'MAPA-CONTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT ARQ-GL ASSIGN TO 'LANCAMENTOS-GL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GL.
           SELECT ARQ-MOVIMENTOS ASSIGN TO 'MOVIMENTOS-ESTOQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVIMENTOS.
           SELECT ARQ-HISTORICO ASSIGN TO 'HISTORICO-MOVIMENTOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVIMENTOS.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-POSICAO ASSIGN TO 'PROVA-ZERO-POSICAO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-POSICAO.
           SELECT ARQ-MODOLOTE ASSIGN TO 'MODO-CHAMADA-LOTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MODOLOTE.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-PROVA-ZERO'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-RESULTADO ASSIGN TO 'RESULTADO-ETAPA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESULTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DETALHE.
       01  REG-DETALHE PIC X(50).
       01  REG-DETALHE-R REDEFINES REG-DETALHE.
           02 REG-DET-SEQ       PIC X(03).
           02 FILLER            PIC X(01).
           02 REG-DET-CATEGORIA PIC X(01).
           02 FILLER            PIC X(01).
           02 REG-DET-VALOR     PIC X(10).
           02 FILLER            PIC X(13).
           02 FILLER            PIC X(01).
           02 REG-DET-FORMA     PIC X(01).
           02 FILLER            PIC X(01).
           02 REG-DET-VENDEDOR  PIC X(03).
           02 FILLER            PIC X(15).

       FD  ARQ-DETALHE-T1.
       01  REG-DETALHE-T1 PIC X(50).

       FD  ARQ-DETALHE-T2.
       01  REG-DETALHE-T2 PIC X(50).

       FD  ARQ-DETALHE-T3.
       01  REG-DETALHE-T3 PIC X(50).

       FD  ARQ-RESUMO.
       01  REG-RESUMO.
           02 REG-RES-DATA  PIC 9(08).
           02 REG-RES-QT    PIC 9(05).
           02 REG-RES-VALOR PIC 9(08)V99.

       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

       FD  ARQ-VENDAS.
       01  REG-VENDAS.
           02 REG-VALOR     PIC S9(06)V99.
           02 REG-MESVENDA  PIC 9(02).
           02 REG-FILIAL    PIC 9(02).
           02 REG-DATAVENDA PIC 9(08).
       01  REG-VENDAS-LIN PIC X(45).

       FD  ARQ-ACEITOS.
       01  REG-ACEITOS-LIN PIC X(45).

       FD  ARQ-CONTROLE-LOTE.
       01  REG-CONTROLE-LOTE.
           02 REG-CTL-DATA  PIC 9(08).
           02 REG-CTL-QT    PIC 9(05).
           02 REG-CTL-TOTAL PIC S9(08)V99.

       FD  ARQ-DEVOLUCOES.
       01  REG-DEVOLUCAO.
           02 REG-DEV-PEDIDO  PIC 9(06).
           02 REG-DEV-SEQ     PIC 9(03).
           02 REG-DEV-PRODUTO PIC 9(06).
           02 REG-DEV-QTDE    PIC 9(05).
           02 REG-DEV-VALOR   PIC 9(10)V99.
           02 REG-DEV-DATA    PIC 9(08).

       FD  ARQ-RAZAO.
           COPY 'razaoidx.cbl'.

       FD  ARQ-TOTAIS.
       01  REG-TOTAL-MES    PIC S9(08)V99.

       FD  ARQ-TOTAIS-FIL.
       01  REG-TOTAL-FILIAL.
           02 REG-TF-FILIAL PIC 9(02).
           02 REG-TF-MES    PIC 9(02).
           02 REG-TF-VALOR  PIC S9(08)V99.

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

       FD  ARQ-MOVIMENTOS.
       01  REG-MOVIMENTO-LIN PIC X(71).

       FD  ARQ-HISTORICO.
       01  REG-HISTORICO-LIN PIC X(71).

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

      * POSIÇÃO DOS ARQUIVOS ACUMULADOS: A BASE É A POSIÇÃO NO
      * INÍCIO DO DIA DA RODADA E O FIM A POSIÇÃO AO TÉRMINO DELA -
      * 1 TOTAIS-ANO, 2 TOTAIS-ANO-FILIAL, 3 VENDAS NO GL,
      * 4 VENDAS NO RAZÃO, 5 CRÉDITOS DE DEVOLUÇÃO NO RAZÃO
       FD  ARQ-POSICAO.
       01  REG-POSICAO.
           02 REG-POS-DATA PIC 9(08).
           02 REG-POS-BASE PIC S9(10)V99 OCCURS 5 TIMES.
           02 REG-POS-FIM  PIC S9(10)V99 OCCURS 5 TIMES.

       FD  ARQ-MODOLOTE.
           COPY 'modolote.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       FD  ARQ-RESULTADO.
           COPY 'resultado.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'parametro.cbl'.
           COPY 'lotectl.cbl'.
           COPY 'movest.cbl'.

       77 WRK-STATUS-DETALHE    PIC X(02) VALUE '00'.
           88 DETALHE-OK           VALUE '00'.
       77 WRK-STATUS-RESUMO     PIC X(02) VALUE '00'.
           88 RESUMO-OK            VALUE '00'.
       77 WRK-STATUS-PEDCAB     PIC X(02) VALUE '00'.
           88 PEDCAB-OK            VALUE '00'.
       77 WRK-STATUS-VENDAS     PIC X(02) VALUE '00'.
           88 VENDAS-OK            VALUE '00'.
       77 WRK-STATUS-CTRLOTE    PIC X(02) VALUE '00'.
           88 CONTROLE-LOTE-OK     VALUE '00'.
       77 WRK-STATUS-DEVOLUCOES PIC X(02) VALUE '00'.
           88 DEVOLUCOES-OK        VALUE '00'.
       77 WRK-STATUS-RAZAO      PIC X(02) VALUE '00'.
           88 RAZAO-OK             VALUE '00'.
       77 WRK-STATUS-TOTAIS     PIC X(02) VALUE '00'.
           88 TOTAIS-OK            VALUE '00'.
       77 WRK-STATUS-TOTFIL     PIC X(02) VALUE '00'.
           88 TOTAIS-FILIAL-OK     VALUE '00'.
       77 WRK-STATUS-MAPA       PIC X(02) VALUE '00'.
           88 MAPA-OK              VALUE '00'.
       77 WRK-STATUS-GL         PIC X(02) VALUE '00'.
           88 GL-OK                VALUE '00'.
       77 WRK-STATUS-MOVIMENTOS PIC X(02) VALUE '00'.
           88 MOVIMENTOS-OK        VALUE '00'.
       77 WRK-STATUS-CADASTRO   PIC X(02) VALUE '00'.
           88 CADASTRO-OK          VALUE '00'.
       77 WRK-STATUS-POSICAO    PIC X(02) VALUE '00'.
           88 POSICAO-OK           VALUE '00'.
       77 WRK-STATUS-MODOLOTE   PIC X(02) VALUE '00'.
           88 MODOLOTE-OK          VALUE '00'.
       77 WRK-STATUS-RESULTADO  PIC X(02) VALUE '00'.
           88 RESULTADO-OK         VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-FIM-DETALHE PIC X(01) VALUE 'N'.
           88 FIM-DETALHE    VALUE 'S'.
       77 WRK-CADASTRO-ABERTO PIC X(01) VALUE 'N'.
           88 CADASTRO-ABERTO    VALUE 'S'.

       77 WRK-MODO PIC X(01) VALUE 'I'.
           88 MODO-LOTE VALUE 'L'.
       77 WRK-RC-ETAPA PIC 9(02) VALUE ZEROES.

      * TERMINAL EM LEITURA: 0 É O BALCÃO ÚNICO LEGADO E 1-3 OS
      * TERMINAIS DO BALCÃO MULTITERMINAL
       77 WRK-TERMINAL PIC 9(01) VALUE ZEROES.
       77 WRK-SUB-CHAR   PIC 9(02) VALUE ZEROES.
       77 WRK-CHAR       PIC X(01) VALUE SPACES.
           88 CHAR-DIGITO   VALUES '0' THRU '9'.
       77 WRK-DIGITO     PIC 9(01) VALUE ZEROES.
       77 WRK-VALOR-NUM  PIC 9(08)   VALUE ZEROES.
       77 WRK-VALOR      PIC 9(08)V99 VALUE ZEROES.

      * NÚMEROS DO DIA LEVANTADOS EM CADA MÓDULO
       77 WRK-QT-DETALHE    PIC 9(05) VALUE ZEROES.
       77 WRK-TOT-DETALHE   PIC S9(10)V99 VALUE ZEROES.
       77 WRK-TOT-PONTE     PIC S9(10)V99 VALUE ZEROES.
       77 WRK-QT-PEDIDOS    PIC 9(05) VALUE ZEROES.
       77 WRK-TOT-PEDIDOS   PIC S9(10)V99 VALUE ZEROES.
       77 WRK-TOT-VENDAS    PIC S9(10)V99 VALUE ZEROES.
       77 WRK-TOT-DEVOLUCAO PIC S9(10)V99 VALUE ZEROES.
       77 WRK-TOT-ESTOQUE   PIC S9(10)V99 VALUE ZEROES.
       77 WRK-VALOR-MOV     PIC S9(10)V99 VALUE ZEROES.

      * CONTAS DE RECEITA DE VENDAS: AS DE CRÉDITO DO MAPA-CONTAS
      * MAIS A DO PADRÃO COMPILADO DO FECHAMENTO
       77 WRK-QT-CONTAS  PIC 9(02) VALUE ZEROES.
       77 WRK-SUB-CONTA  PIC 9(02) COMP VALUE ZEROES.
       77 WRK-GL-CONTA-PROCURADA PIC X(08) VALUE SPACES.
       77 WRK-CONTA-VENDA PIC X(01) VALUE 'N'.
           88 CONTA-DE-VENDA VALUE 'S'.
       01  WRK-TAB-CONTAS.
           02 WRK-TC-CONTA PIC X(08) OCCURS 14 TIMES.

      * POSIÇÕES DOS ACUMULADOS (MESMA ORDEM DO PROVA-ZERO-POSICAO)
       77 WRK-SUB-POS    PIC 9(01) VALUE ZEROES.
       77 WRK-TEM-POSICAO PIC X(01) VALUE 'N'.
           88 TEM-POSICAO    VALUE 'S'.
       77 WRK-LEITURA-FALHOU PIC X(01) VALUE 'N'.
           88 LEITURA-FALHOU    VALUE 'S'.
       01  WRK-POSICOES.
           02 WRK-PS-ATUAL PIC S9(10)V99 OCCURS 5 TIMES.
           02 WRK-PS-BASE  PIC S9(10)V99 OCCURS 5 TIMES.
           02 WRK-PS-MOV   PIC S9(10)V99 OCCURS 5 TIMES.

      * LINHA DA PROVA EM MONTAGEM E O RESULTADO DA CONFERÊNCIA
       77 WRK-TOLERANCIA    PIC 9(08)V99 VALUE ZEROES.
       77 WRK-QT-DIFERENCAS PIC 9(02) VALUE ZEROES.
       77 WRK-PZ-DESCRICAO  PIC X(24) VALUE SPACES.
       77 WRK-PZ-VALOR      PIC S9(10)V99 VALUE ZEROES.
       77 WRK-PZ-REFERENCIA PIC S9(10)V99 VALUE ZEROES.
       77 WRK-PZ-DIFERENCA  PIC S9(10)V99 VALUE ZEROES.
       77 WRK-PZ-DIF-ABS    PIC S9(10)V99 VALUE ZEROES.
       77 WRK-PZ-CONFERIR   PIC X(01) VALUE 'N'.
           88 PZ-CONFERIR      VALUE 'S'.
       77 WRK-VALOR-ED  PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-TOLER-ED  PIC ZZZ.ZZ9,99 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).
       01  WRK-DATA-ED.
           02 WRK-DE-DIA PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-MES PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-ANO PIC 9(04).

       01  WRK-CABECALHO3.
           02 FILLER PIC X(37) VALUE 'DEMONSTRATIVO'.
           02 FILLER PIC X(05) VALUE 'VALOR'.
           02 FILLER PIC X(18) VALUE '        REFERENCIA'.
           02 FILLER PIC X(20) VALUE '         DIFERENCA'.
       01  WRK-LINPROVA.
           02 WRK-LP-DESCRICAO  PIC X(24).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LP-VALOR      PIC -Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LP-REFERENCIA PIC X(17).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LP-DIFERENCA  PIC X(17).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LP-MARCA      PIC X(01).
       01  WRK-LINRELAT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'PROVA ZERO DAS VENDAS DO DIA'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           PERFORM 0010-INICIALIZAR.
           PERFORM 0050-LER-MODOLOTE.
           PERFORM 0060-LER-PARAMETROS.
           PERFORM 0100-SOMAR-DETALHE.
           PERFORM 0150-SOMAR-PONTE.
           PERFORM 0200-SOMAR-PEDIDOS.
           PERFORM 0250-SOMAR-VENDAS-DIA.
           PERFORM 0300-SOMAR-DEVOLUCOES.
           PERFORM 0350-SOMAR-RAZAO.
           PERFORM 0400-SOMAR-TOTAIS.
           PERFORM 0450-SOMAR-GL.
           PERFORM 0500-SOMAR-ESTOQUE.
           PERFORM 0600-APURAR-MOVIMENTO.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 0700-IMPRIMIR-PROVA.
           CLOSE ARQ-RELATORIO.
           IF MODO-LOTE AND NOT LEITURA-FALHOU
               PERFORM 0650-GRAVAR-POSICAO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-QT-DIFERENCAS > ZEROES OR LEITURA-FALHOU
                   MOVE 8 TO WRK-RC-ETAPA
               WHEN NOT TEM-POSICAO
                   MOVE 4 TO WRK-RC-ETAPA
               WHEN OTHER
                   MOVE ZEROES TO WRK-RC-ETAPA
           END-EVALUATE.
           PERFORM 0990-GRAVAR-RESULTADO-ETAPA.
           DISPLAY 'DIFERENÇAS NA PROVA ZERO: ' WRK-QT-DIFERENCAS.
           DISPLAY 'FINAL DA PROVA ZERO'.
           GOBACK.

      * O CONSOLE PODE CHAMAR O PROGRAMA MAIS DE UMA VEZ NA MESMA
      * SESSÃO
       0010-INICIALIZAR.
           MOVE 'I' TO WRK-MODO.
           MOVE 'N' TO WRK-TEM-POSICAO WRK-LEITURA-FALHOU.
           MOVE ZEROES TO WRK-QT-DETALHE WRK-TOT-DETALHE WRK-TOT-PONTE
               WRK-QT-PEDIDOS WRK-TOT-PEDIDOS WRK-TOT-VENDAS
               WRK-TOT-DEVOLUCAO WRK-TOT-ESTOQUE WRK-QT-DIFERENCAS
               WRK-RC-ETAPA WRK-TOLERANCIA.
           PERFORM VARYING WRK-SUB-POS FROM 1 BY 1
               UNTIL WRK-SUB-POS > 5
               MOVE ZEROES TO WRK-PS-ATUAL(WRK-SUB-POS)
               MOVE ZEROES TO WRK-PS-BASE(WRK-SUB-POS)
               MOVE ZEROES TO WRK-PS-MOV(WRK-SUB-POS)
           END-PERFORM.

      * O SINALIZADOR DO LOTENOTURNO DIZ SE A CHAMADA É A RODADA DA
      * NOITE (QUE GUARDA A POSIÇÃO); SEM ELE É CONSULTA PELO CONSOLE
       0050-LER-MODOLOTE.
           OPEN INPUT ARQ-MODOLOTE.
           IF MODOLOTE-OK
               READ ARQ-MODOLOTE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-MODOLOTE-FLAG TO WRK-MODO
               END-READ
               CLOSE ARQ-MODOLOTE
           END-IF.

       0060-LER-PARAMETROS.
           MOVE 'PROVAZERO-TOLERANCIA' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-TOLERANCIA
           END-IF.

      ******************************************************************
      * BALCÃO: O DETALHE DO DIA DE TODOS OS TERMINAIS, COMO O
      * FECHAMENTO DE CAIXA O LÊ (AQUI TODAS AS FORMAS DE PAGAMENTO)
      ******************************************************************
       0100-SOMAR-DETALHE.
           PERFORM VARYING WRK-TERMINAL FROM 0 BY 1
               UNTIL WRK-TERMINAL > 3
               PERFORM 0105-SOMAR-TERMINAL
           END-PERFORM.

       0105-SOMAR-TERMINAL.
           MOVE 'N' TO WRK-FIM-DETALHE.
           PERFORM 8100-ABRIR-DETALHE.
           IF DETALHE-OK
               PERFORM 8200-LER-DETALHE-LINHA
               PERFORM 0120-SOMAR-LINHA UNTIL FIM-DETALHE
               PERFORM 8300-FECHAR-DETALHE
           END-IF.

       0120-SOMAR-LINHA.
           PERFORM 0130-CONVERTER-VALOR.
           ADD WRK-VALOR TO WRK-TOT-DETALHE.
           ADD 1 TO WRK-QT-DETALHE.
           PERFORM 8200-LER-DETALHE-LINHA.

      * O VALOR NO DETALHE ESTÁ EDITADO (ZZZ.ZZZ,99); OS DÍGITOS SÃO
      * RECOLHIDOS UM A UM E AS DUAS ÚLTIMAS POSIÇÕES SÃO OS CENTAVOS
       0130-CONVERTER-VALOR.
           MOVE ZEROES TO WRK-VALOR-NUM.
           PERFORM VARYING WRK-SUB-CHAR FROM 1 BY 1
               UNTIL WRK-SUB-CHAR > 10
               MOVE REG-DET-VALOR(WRK-SUB-CHAR:1) TO WRK-CHAR
               IF CHAR-DIGITO
                   MOVE WRK-CHAR TO WRK-DIGITO
                   COMPUTE WRK-VALOR-NUM =
                       WRK-VALOR-NUM * 10 + WRK-DIGITO
               END-IF
           END-PERFORM.
           COMPUTE WRK-VALOR = WRK-VALOR-NUM / 100.

      * REPASSE DA PONTE: AS RODADAS DO PONTEVENDAS COM A DATA DO DIA
       0150-SOMAR-PONTE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-RESUMO.
           IF RESUMO-OK
               PERFORM 0160-LER-RESUMO
               PERFORM 0170-SOMAR-RESUMO UNTIL FIM-ARQUIVO
               CLOSE ARQ-RESUMO
           END-IF.

       0160-LER-RESUMO.
           READ ARQ-RESUMO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0170-SOMAR-RESUMO.
           IF REG-RES-DATA = WRK-DATA-SYS-NUM
               ADD REG-RES-VALOR TO WRK-TOT-PONTE
           END-IF.
           PERFORM 0160-LER-RESUMO.

      * PEDIDOS DIGITADOS NO DIA (PEDIDOVENDA, IMPORTAWEB E OS
      * RETIDOS LIBERADOS, QUE LEVAM A DATA DA DIGITAÇÃO)
       0200-SOMAR-PEDIDOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PEDCAB.
           IF PEDCAB-OK
               PERFORM 0210-LER-PEDIDO
               PERFORM 0220-SOMAR-PEDIDO UNTIL FIM-ARQUIVO
               CLOSE ARQ-PEDCAB
           END-IF.

       0210-LER-PEDIDO.
           READ ARQ-PEDCAB NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0220-SOMAR-PEDIDO.
           IF REG-PC-DATA = WRK-DATA-SYS-NUM
               ADD 1 TO WRK-QT-PEDIDOS
               ADD REG-PC-TOTAL TO WRK-TOT-PEDIDOS
           END-IF.
           PERFORM 0210-LER-PEDIDO.

      ******************************************************************
      * VENDAS DO DIA: VENDAS-DIA E VENDAS-DIA-OK SÃO ESVAZIADOS PELA
      * CRÍTICA E PELO FECHAMENTO DEPOIS DE CONSUMIDOS, ENTÃO A SOMA
      * É O QUE AINDA ESTÁ EM CADA UM MAIS O QUE O FECHAMENTO
      * REGISTROU COMO PROCESSADO HOJE NO CONTROLE-VENDAS-DIA - EM
      * QUALQUER PONTO DA NOITE CADA VENDA ENTRA UMA VEZ SÓ
      ******************************************************************
       0250-SOMAR-VENDAS-DIA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-VENDAS.
           IF VENDAS-OK
               PERFORM 0255-LER-VENDA
               PERFORM 0260-SOMAR-VENDA UNTIL FIM-ARQUIVO
               CLOSE ARQ-VENDAS
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-ACEITOS.
           IF VENDAS-OK
               PERFORM 0265-LER-ACEITO
               PERFORM 0266-SOMAR-ACEITO UNTIL FIM-ARQUIVO
               CLOSE ARQ-ACEITOS
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-CONTROLE-LOTE.
           IF CONTROLE-LOTE-OK
               PERFORM 0270-LER-CONTROLE-LOTE
               PERFORM 0280-SOMAR-CONTROLE-LOTE UNTIL FIM-ARQUIVO
               CLOSE ARQ-CONTROLE-LOTE
           END-IF.

       0255-LER-VENDA.
           READ ARQ-VENDAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0260-SOMAR-VENDA.
           PERFORM 0262-ACUMULAR-VENDA.
           PERFORM 0255-LER-VENDA.

      * O CABEÇALHO E O RODAPÉ DE CONTROLE NÃO SÃO VENDA, E A LINHA
      * COM VALOR INVÁLIDO É A QUE A CRÍTICA VAI RECUSAR
       0262-ACUMULAR-VENDA.
           MOVE REG-VENDAS-LIN TO REG-LOTE-CONTROLE.
           IF NOT LC-CABECALHO AND NOT LC-RODAPE AND
              REG-VALOR IS NUMERIC
               ADD REG-VALOR TO WRK-TOT-VENDAS
           END-IF.

      * O ARQUIVO LIMPO TEM O MESMO LAYOUT DO VENDAS-DIA
       0265-LER-ACEITO.
           READ ARQ-ACEITOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE REG-ACEITOS-LIN TO REG-VENDAS-LIN
           END-READ.

       0266-SOMAR-ACEITO.
           PERFORM 0262-ACUMULAR-VENDA.
           PERFORM 0265-LER-ACEITO.

       0270-LER-CONTROLE-LOTE.
           READ ARQ-CONTROLE-LOTE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0280-SOMAR-CONTROLE-LOTE.
           IF REG-CTL-DATA = WRK-DATA-SYS-NUM
               ADD REG-CTL-TOTAL TO WRK-TOT-VENDAS
           END-IF.
           PERFORM 0270-LER-CONTROLE-LOTE.

      * DEVOLUÇÕES REGISTRADAS NO DIA
       0300-SOMAR-DEVOLUCOES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-DEVOLUCOES.
           IF DEVOLUCOES-OK
               PERFORM 0310-LER-DEVOLUCAO
               PERFORM 0320-SOMAR-DEVOLUCAO UNTIL FIM-ARQUIVO
               CLOSE ARQ-DEVOLUCOES
           END-IF.

       0310-LER-DEVOLUCAO.
           READ ARQ-DEVOLUCOES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0320-SOMAR-DEVOLUCAO.
           IF REG-DEV-DATA = WRK-DATA-SYS-NUM
               ADD REG-DEV-VALOR TO WRK-TOT-DEVOLUCAO
           END-IF.
           PERFORM 0310-LER-DEVOLUCAO.

      ******************************************************************
      * RAZÃO DE CLIENTES: OS LANÇAMENTOS POSITIVOS FORA DA FAIXA DE
      * CONSUMO SÃO AS VENDAS COM CLIENTE IDENTIFICADO (POSIÇÃO 4) E
      * OS NEGATIVOS OS CRÉDITOS DE DEVOLUÇÃO (POSIÇÃO 5, EM VALOR
      * POSITIVO). O CONSUMO DO CRÉDITO (9001-9999) NÃO É VENDA NEM
      * DEVOLUÇÃO E FICA DE FORA
      ******************************************************************
       0350-SOMAR-RAZAO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-RAZAO.
           IF RAZAO-OK
               PERFORM 0360-LER-RAZAO
               PERFORM 0370-SOMAR-LANCAMENTO UNTIL FIM-ARQUIVO
               CLOSE ARQ-RAZAO
           ELSE
               IF WRK-STATUS-RAZAO NOT = '35'
                   DISPLAY 'ERRO NA LEITURA DO RAZÃO DE CLIENTES: '
                       WRK-STATUS-RAZAO
                   MOVE 'S' TO WRK-LEITURA-FALHOU
               END-IF
           END-IF.

       0360-LER-RAZAO.
           READ ARQ-RAZAO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0370-SOMAR-LANCAMENTO.
           IF NOT REG-RAZ-SEQ-CONSUMO
               IF REG-RAZ-VALOR > ZEROES
                   ADD REG-RAZ-VALOR TO WRK-PS-ATUAL(4)
               ELSE
                   SUBTRACT REG-RAZ-VALOR FROM WRK-PS-ATUAL(5)
               END-IF
           END-IF.
           PERFORM 0360-LER-RAZAO.

      * TOTAIS DO ANO (POSIÇÃO 1) E TOTAIS DO ANO POR FILIAL
      * (POSIÇÃO 2): O ACUMULADO DE TODOS OS MESES
       0400-SOMAR-TOTAIS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-TOTAIS.
           IF TOTAIS-OK
               PERFORM 0410-LER-TOTAL
               PERFORM 0420-SOMAR-TOTAL UNTIL FIM-ARQUIVO
               CLOSE ARQ-TOTAIS
           ELSE
               IF WRK-STATUS-TOTAIS NOT = '35'
                   DISPLAY 'ERRO NA LEITURA DE TOTAIS-ANO: '
                       WRK-STATUS-TOTAIS
                   MOVE 'S' TO WRK-LEITURA-FALHOU
               END-IF
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-TOTAIS-FIL.
           IF TOTAIS-FILIAL-OK
               PERFORM 0430-LER-TOTAL-FILIAL
               PERFORM 0440-SOMAR-TOTAL-FILIAL UNTIL FIM-ARQUIVO
               CLOSE ARQ-TOTAIS-FIL
           ELSE
               IF WRK-STATUS-TOTFIL NOT = '35'
                   DISPLAY 'ERRO NA LEITURA DE TOTAIS-ANO-FILIAL: '
                       WRK-STATUS-TOTFIL
                   MOVE 'S' TO WRK-LEITURA-FALHOU
               END-IF
           END-IF.

       0410-LER-TOTAL.
           READ ARQ-TOTAIS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0420-SOMAR-TOTAL.
           ADD REG-TOTAL-MES TO WRK-PS-ATUAL(1).
           PERFORM 0410-LER-TOTAL.

       0430-LER-TOTAL-FILIAL.
           READ ARQ-TOTAIS-FIL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0440-SOMAR-TOTAL-FILIAL.
           ADD REG-TF-VALOR TO WRK-PS-ATUAL(2).
           PERFORM 0430-LER-TOTAL-FILIAL.

      ******************************************************************
      * LANCAMENTOS-GL (POSIÇÃO 3): O LÍQUIDO DAS CONTAS DE RECEITA
      * DE VENDAS - CRÉDITO DO FECHAMENTO MENOS DÉBITO DA DEVOLUÇÃO.
      * O REGISTRO DE TOTAL ('T') NÃO É LANÇAMENTO
      ******************************************************************
       0450-SOMAR-GL.
           MOVE 1 TO WRK-QT-CONTAS.
           MOVE '31010001' TO WRK-TC-CONTA(1).
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-MAPA-CONTAS.
           IF MAPA-OK
               PERFORM 0455-LER-MAPA-CONTAS
               PERFORM 0460-CARREGAR-CONTA UNTIL FIM-ARQUIVO
               CLOSE ARQ-MAPA-CONTAS
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-GL.
           IF GL-OK
               PERFORM 0470-LER-GL
               PERFORM 0480-SOMAR-LANCAMENTO-GL UNTIL FIM-ARQUIVO
               CLOSE ARQ-GL
           END-IF.

       0455-LER-MAPA-CONTAS.
           READ ARQ-MAPA-CONTAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0460-CARREGAR-CONTA.
           MOVE REG-MC-CONTA-CRED TO WRK-GL-CONTA-PROCURADA.
           PERFORM 0490-PROCURAR-CONTA.
           IF NOT CONTA-DE-VENDA AND WRK-QT-CONTAS < 14
               ADD 1 TO WRK-QT-CONTAS
               MOVE REG-MC-CONTA-CRED TO WRK-TC-CONTA(WRK-QT-CONTAS)
           END-IF.
           PERFORM 0455-LER-MAPA-CONTAS.

       0470-LER-GL.
           READ ARQ-GL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0480-SOMAR-LANCAMENTO-GL.
           IF REG-GL-TIPO = 'C' OR REG-GL-TIPO = 'D'
               MOVE REG-GL-CONTA TO WRK-GL-CONTA-PROCURADA
               PERFORM 0490-PROCURAR-CONTA
               IF CONTA-DE-VENDA
                   IF REG-GL-TIPO = 'C'
                       ADD REG-GL-VALOR TO WRK-PS-ATUAL(3)
                   ELSE
                       SUBTRACT REG-GL-VALOR FROM WRK-PS-ATUAL(3)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0470-LER-GL.

       0490-PROCURAR-CONTA.
           MOVE 'N' TO WRK-CONTA-VENDA.
           PERFORM VARYING WRK-SUB-CONTA FROM 1 BY 1
               UNTIL WRK-SUB-CONTA > WRK-QT-CONTAS OR CONTA-DE-VENDA
               IF WRK-TC-CONTA(WRK-SUB-CONTA) = WRK-GL-CONTA-PROCURADA
                   MOVE 'S' TO WRK-CONTA-VENDA
               END-IF
           END-PERFORM.

      ******************************************************************
      * ESTOQUE: AS SAÍDAS POR VENDA DO DIA, AINDA PENDENTES OU JÁ
      * BAIXADAS PARA O HISTÓRICO, VALORIZADAS AO PREÇO DE VENDA DO
      * CADASTRO (PRODUTO SEM CADASTRO ENTRA SEM VALOR)
      ******************************************************************
       0500-SOMAR-ESTOQUE.
           MOVE 'N' TO WRK-CADASTRO-ABERTO.
           OPEN INPUT ARQ-CADASTRO.
           IF CADASTRO-OK
               MOVE 'S' TO WRK-CADASTRO-ABERTO
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-MOVIMENTOS.
           IF MOVIMENTOS-OK
               PERFORM 0510-LER-MOVIMENTO
               PERFORM 0520-SOMAR-MOVIMENTO UNTIL FIM-ARQUIVO
               CLOSE ARQ-MOVIMENTOS
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-HISTORICO.
           IF MOVIMENTOS-OK
               PERFORM 0530-LER-HISTORICO
               PERFORM 0540-SOMAR-HISTORICO UNTIL FIM-ARQUIVO
               CLOSE ARQ-HISTORICO
           END-IF.
           IF CADASTRO-ABERTO
               CLOSE ARQ-CADASTRO
           END-IF.

       0510-LER-MOVIMENTO.
           READ ARQ-MOVIMENTOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE REG-MOVIMENTO-LIN TO REG-MOVIMENTO
           END-READ.

       0520-SOMAR-MOVIMENTO.
           PERFORM 0550-VALORIZAR-SAIDA.
           PERFORM 0510-LER-MOVIMENTO.

       0530-LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE REG-HISTORICO-LIN TO REG-MOVIMENTO
           END-READ.

       0540-SOMAR-HISTORICO.
           PERFORM 0550-VALORIZAR-SAIDA.
           PERFORM 0530-LER-HISTORICO.

       0550-VALORIZAR-SAIDA.
           IF REG-MOV-VENDA AND REG-MOV-DATA = WRK-DATA-SYS-NUM AND
              CADASTRO-ABERTO
               MOVE REG-MOV-PRODUTO TO REG-CAD-CODIGO
               READ ARQ-CADASTRO
                   INVALID KEY
                       MOVE ZEROES TO REG-CAD-PRECO
               END-READ
               IF REG-MOV-QTDE < ZEROES
                   COMPUTE WRK-VALOR-MOV =
                       REG-MOV-QTDE * REG-CAD-PRECO * -1
               ELSE
                   COMPUTE WRK-VALOR-MOV =
                       REG-MOV-QTDE * REG-CAD-PRECO
               END-IF
               ADD WRK-VALOR-MOV TO WRK-TOT-ESTOQUE
           END-IF.

      ******************************************************************
      * MOVIMENTO DOS ACUMULADOS: A POSIÇÃO DE AGORA MENOS A DO
      * COMEÇO DO DIA. SE A ÚLTIMA RODADA GUARDADA É DE HOJE (O LOTE
      * FOI REPETIDO) VALE A BASE DELA; SE É DE OUTRO DIA, VALE A
      * POSIÇÃO EM QUE ELA TERMINOU
      ******************************************************************
       0600-APURAR-MOVIMENTO.
           OPEN INPUT ARQ-POSICAO.
           IF POSICAO-OK
               READ ARQ-POSICAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WRK-TEM-POSICAO
               END-READ
               CLOSE ARQ-POSICAO
           END-IF.
           IF TEM-POSICAO
               PERFORM VARYING WRK-SUB-POS FROM 1 BY 1
                   UNTIL WRK-SUB-POS > 5
                   IF REG-POS-DATA = WRK-DATA-SYS-NUM
                       MOVE REG-POS-BASE(WRK-SUB-POS)
                           TO WRK-PS-BASE(WRK-SUB-POS)
                   ELSE
                       MOVE REG-POS-FIM(WRK-SUB-POS)
                           TO WRK-PS-BASE(WRK-SUB-POS)
                   END-IF
                   COMPUTE WRK-PS-MOV(WRK-SUB-POS) =
                       WRK-PS-ATUAL(WRK-SUB-POS) -
                       WRK-PS-BASE(WRK-SUB-POS)
               END-PERFORM
           ELSE
               DISPLAY 'SEM POSIÇÃO ANTERIOR: OS ACUMULADOS NÃO '
                   'SÃO CONFERIDOS NESTA RODADA'
           END-IF.

       0650-GRAVAR-POSICAO.
           MOVE WRK-DATA-SYS-NUM TO REG-POS-DATA.
           PERFORM VARYING WRK-SUB-POS FROM 1 BY 1
               UNTIL WRK-SUB-POS > 5
               IF TEM-POSICAO
                   MOVE WRK-PS-BASE(WRK-SUB-POS)
                       TO REG-POS-BASE(WRK-SUB-POS)
               ELSE
                   MOVE WRK-PS-ATUAL(WRK-SUB-POS)
                       TO REG-POS-BASE(WRK-SUB-POS)
               END-IF
               MOVE WRK-PS-ATUAL(WRK-SUB-POS)
                   TO REG-POS-FIM(WRK-SUB-POS)
           END-PERFORM.
           OPEN OUTPUT ARQ-POSICAO.
           WRITE REG-POSICAO.
           CLOSE ARQ-POSICAO.

      ******************************************************************
      * O DEMONSTRATIVO: CADA LINHA COM A SUA REFERÊNCIA, QUANDO HÁ
      * UMA. REPASSE = BALCÃO; VENDAS = REPASSE + PEDIDOS; CRÉDITO
      * NO RAZÃO = DEVOLUÇÕES; OS ACUMULADOS = VENDAS + VENDAS COM
      * CLIENTE NO RAZÃO - DEVOLUÇÕES; O ESTOQUE = AS VENDAS SEM AS
      * DEVOLUÇÕES (A DEVOLUÇÃO VOLTA AO ESTOQUE COMO ENTRADA).
      * DIFERENÇAS ESPERADAS, A CONFERIR PELO OPERADOR: O PEDIDO
      * RETIDO LIBERADO EM OUTRO DIA ENTRA NAS VENDAS SEM PEDIDO DO
      * DIA; A VIRADA DO EXERCÍCIO ZERA TOTAIS-ANO; E A VENDA
      * DIGITADA DIRETO NO FECHAMENTO SEM CLIENTE SÓ APARECE NOS
      * ACUMULADOS
      ******************************************************************
       0700-IMPRIMIR-PROVA.
           MOVE 'EMPRESA XYZ COMERCIO LTDA' TO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           MOVE WRK-DS-DIA TO WRK-DE-DIA.
           MOVE WRK-DS-MES TO WRK-DE-MES.
           MOVE WRK-DS-ANO TO WRK-DE-ANO.
           STRING 'PROVA ZERO DAS VENDAS DO DIA - ' WRK-DATA-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           MOVE WRK-TOLERANCIA TO WRK-TOLER-ED.
           STRING '(* = DIFERENCA ACIMA DA TOLERANCIA DE '
               WRK-TOLER-ED ')'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           PERFORM 0800-IMPRIMIR-LINHA.
           MOVE WRK-CABECALHO3 TO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.

           MOVE 'DETALHE-VENDAS (BALCAO)' TO WRK-PZ-DESCRICAO.
           MOVE WRK-TOT-DETALHE TO WRK-PZ-VALOR.
           MOVE 'N' TO WRK-PZ-CONFERIR.
           PERFORM 0710-IMPRIMIR-DEMONSTRATIVO.

           MOVE 'PONTE-RESUMO (REPASSE)' TO WRK-PZ-DESCRICAO.
           MOVE WRK-TOT-PONTE TO WRK-PZ-VALOR.
           MOVE WRK-TOT-DETALHE TO WRK-PZ-REFERENCIA.
           MOVE 'S' TO WRK-PZ-CONFERIR.
           PERFORM 0710-IMPRIMIR-DEMONSTRATIVO.

           MOVE 'PEDIDOS DIGITADOS' TO WRK-PZ-DESCRICAO.
           MOVE WRK-TOT-PEDIDOS TO WRK-PZ-VALOR.
           MOVE 'N' TO WRK-PZ-CONFERIR.
           PERFORM 0710-IMPRIMIR-DEMONSTRATIVO.

           MOVE 'VENDAS-DIA/VENDAS-DIA-OK' TO WRK-PZ-DESCRICAO.
           MOVE WRK-TOT-VENDAS TO WRK-PZ-VALOR.
           COMPUTE WRK-PZ-REFERENCIA = WRK-TOT-PONTE + WRK-TOT-PEDIDOS.
           MOVE 'S' TO WRK-PZ-CONFERIR.
           PERFORM 0710-IMPRIMIR-DEMONSTRATIVO.

           MOVE 'DEVOLUCOES DO DIA' TO WRK-PZ-DESCRICAO.
           MOVE WRK-TOT-DEVOLUCAO TO WRK-PZ-VALOR.
           MOVE 'N' TO WRK-PZ-CONFERIR.
           PERFORM 0710-IMPRIMIR-DEMONSTRATIVO.

           IF NOT TEM-POSICAO
               PERFORM 0800-IMPRIMIR-LINHA
               MOVE 'SEM POSICAO ANTERIOR - ACUMULADOS NAO CONFERIDOS'
                   TO WRK-LINRELAT
               PERFORM 0800-IMPRIMIR-LINHA
           END-IF.

           MOVE 'RAZAO - VENDAS C/CLIENTE' TO WRK-PZ-DESCRICAO.
           MOVE WRK-PS-MOV(4) TO WRK-PZ-VALOR.
           MOVE 'N' TO WRK-PZ-CONFERIR.
           PERFORM 0710-IMPRIMIR-DEMONSTRATIVO.

           MOVE 'RAZAO - CRED.DEVOLUCAO' TO WRK-PZ-DESCRICAO.
           MOVE WRK-PS-MOV(5) TO WRK-PZ-VALOR.
           MOVE WRK-TOT-DEVOLUCAO TO WRK-PZ-REFERENCIA.
           MOVE WRK-TEM-POSICAO TO WRK-PZ-CONFERIR.
           PERFORM 0710-IMPRIMIR-DEMONSTRATIVO.

           MOVE 'TOTAIS-ANO (MOVIMENTO)' TO WRK-PZ-DESCRICAO.
           MOVE WRK-PS-MOV(1) TO WRK-PZ-VALOR.
           COMPUTE WRK-PZ-REFERENCIA = WRK-TOT-VENDAS +
               WRK-PS-MOV(4) - WRK-TOT-DEVOLUCAO.
           MOVE WRK-TEM-POSICAO TO WRK-PZ-CONFERIR.
           PERFORM 0710-IMPRIMIR-DEMONSTRATIVO.

           MOVE 'TOTAIS-ANO-FILIAL (MOV.)' TO WRK-PZ-DESCRICAO.
           MOVE WRK-PS-MOV(2) TO WRK-PZ-VALOR.
           MOVE WRK-TEM-POSICAO TO WRK-PZ-CONFERIR.
           PERFORM 0710-IMPRIMIR-DEMONSTRATIVO.

           MOVE 'LANCAMENTOS-GL VENDAS' TO WRK-PZ-DESCRICAO.
           MOVE WRK-PS-MOV(3) TO WRK-PZ-VALOR.
           MOVE WRK-TEM-POSICAO TO WRK-PZ-CONFERIR.
           PERFORM 0710-IMPRIMIR-DEMONSTRATIVO.

           MOVE 'ESTOQUE SAIDAS A PRECO' TO WRK-PZ-DESCRICAO.
           MOVE WRK-TOT-ESTOQUE TO WRK-PZ-VALOR.
           COMPUTE WRK-PZ-REFERENCIA = WRK-TOT-VENDAS +
               WRK-PS-MOV(4).
           MOVE WRK-TEM-POSICAO TO WRK-PZ-CONFERIR.
           PERFORM 0710-IMPRIMIR-DEMONSTRATIVO.

           PERFORM 0800-IMPRIMIR-LINHA.
           IF LEITURA-FALHOU
               MOVE 'ARQUIVO ACUMULADO ILEGIVEL - POSICAO NAO GRAVADA'
                   TO WRK-LINRELAT
               PERFORM 0800-IMPRIMIR-LINHA
           END-IF.
           IF WRK-QT-DIFERENCAS = ZEROES
               MOVE 'PROVA ZERO FECHADA: NENHUMA DIFERENCA'
                   TO WRK-LINRELAT
           ELSE
               STRING 'PROVA ZERO COM ' WRK-QT-DIFERENCAS
                   ' DIFERENCA(S) - VER LINHAS MARCADAS COM *'
                   DELIMITED BY SIZE INTO WRK-LINRELAT
           END-IF.
           PERFORM 0800-IMPRIMIR-LINHA.

      * LINHA SEM REFERÊNCIA (OU NÃO CONFERIDA) SAI COM A REFERÊNCIA
      * E A DIFERENÇA EM BRANCO
       0710-IMPRIMIR-DEMONSTRATIVO.
           MOVE SPACES TO WRK-LINPROVA.
           MOVE WRK-PZ-DESCRICAO TO WRK-LP-DESCRICAO.
           MOVE WRK-PZ-VALOR TO WRK-LP-VALOR.
           IF PZ-CONFERIR
               COMPUTE WRK-PZ-DIFERENCA =
                   WRK-PZ-VALOR - WRK-PZ-REFERENCIA
               MOVE WRK-PZ-REFERENCIA TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO WRK-LP-REFERENCIA
               MOVE WRK-PZ-DIFERENCA TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO WRK-LP-DIFERENCA
               IF WRK-PZ-DIFERENCA < ZEROES
                   COMPUTE WRK-PZ-DIF-ABS = WRK-PZ-DIFERENCA * -1
               ELSE
                   MOVE WRK-PZ-DIFERENCA TO WRK-PZ-DIF-ABS
               END-IF
               IF WRK-PZ-DIF-ABS > WRK-TOLERANCIA
                   MOVE '*' TO WRK-LP-MARCA
                   ADD 1 TO WRK-QT-DIFERENCAS
                   DISPLAY 'DIFERENÇA EM ' WRK-PZ-DESCRICAO ': '
                       WRK-LP-DIFERENCA
               END-IF
           END-IF.
           MOVE WRK-LINPROVA TO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.

       0800-IMPRIMIR-LINHA.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.

       0990-GRAVAR-RESULTADO-ETAPA.
           MOVE WRK-RC-ETAPA TO RETURN-CODE.
           OPEN OUTPUT ARQ-RESULTADO.
           MOVE WRK-QT-DIFERENCAS TO REG-RE-QT.
           WRITE REG-RESULTADO-ETAPA.
           CLOSE ARQ-RESULTADO.

      ******************************************************************
      * DESVIO POR TERMINAL DO DETALHE DO BALCÃO, COMO NO FECHAMENTO
      * DE CAIXA E NA PONTE DO DETALHE
      ******************************************************************
       8100-ABRIR-DETALHE.
           EVALUATE WRK-TERMINAL
               WHEN 1 OPEN INPUT ARQ-DETALHE-T1
               WHEN 2 OPEN INPUT ARQ-DETALHE-T2
               WHEN 3 OPEN INPUT ARQ-DETALHE-T3
               WHEN OTHER OPEN INPUT ARQ-DETALHE
           END-EVALUATE.

       8200-LER-DETALHE-LINHA.
           EVALUATE WRK-TERMINAL
               WHEN 1
                   READ ARQ-DETALHE-T1
                       AT END MOVE 'S' TO WRK-FIM-DETALHE
                       NOT AT END
                           MOVE REG-DETALHE-T1 TO REG-DETALHE
                   END-READ
               WHEN 2
                   READ ARQ-DETALHE-T2
                       AT END MOVE 'S' TO WRK-FIM-DETALHE
                       NOT AT END
                           MOVE REG-DETALHE-T2 TO REG-DETALHE
                   END-READ
               WHEN 3
                   READ ARQ-DETALHE-T3
                       AT END MOVE 'S' TO WRK-FIM-DETALHE
                       NOT AT END
                           MOVE REG-DETALHE-T3 TO REG-DETALHE
                   END-READ
               WHEN OTHER
                   READ ARQ-DETALHE
                       AT END MOVE 'S' TO WRK-FIM-DETALHE
                   END-READ
           END-EVALUATE.

       8300-FECHAR-DETALHE.
           EVALUATE WRK-TERMINAL
               WHEN 1 CLOSE ARQ-DETALHE-T1
               WHEN 2 CLOSE ARQ-DETALHE-T2
               WHEN 3 CLOSE ARQ-DETALHE-T3
               WHEN OTHER CLOSE ARQ-DETALHE
           END-EVALUATE.
