       IDENTIFICATION DIVISION.
       PROGRAM-ID. alterapedido.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = ALTERAÇÃO DE PEDIDO EM ABERTO, ANTES DA SEPARAÇÃO:
      *            INCLUI, ALTERA OU EXCLUI LINHAS COM PROMOÇÃO,
      *            DESCONTO POR QUANTIDADE E TOTAIS RECALCULADOS;
      *            AJUSTA A RESERVA DE ESTOQUE E A FILA DE BACKORDER
      *            DAS LINHAS MEXIDAS, REFAZ AS DUPLICATAS AINDA NÃO
      *            PAGAS NEM REMETIDAS, CONFERE DE NOVO O LIMITE DE
      *            CRÉDITO QUANDO O TOTAL SOBE, LANÇA A DIFERENÇA NAS
      *            VENDAS DO DIA E GRAVA O ANTES E O DEPOIS DE CADA
      *            LINHA NA TRILHA ALTERACOES-PEDIDO
      * DATA = 15/10/2026
      * 15/10/2026 LUCAS  A PARCELA COM PAGAMENTO PARCIAL FICA FIXA
      *                    COMO A LIQUIDADA E A REMETIDA; A PARCELA
      *                    REFEITA OU GERADA NASCE COM O SALDO EM ABERTO
      *                    IGUAL AO VALOR, E A EXPOSIÇÃO DE CRÉDITO
      *                    ABATE O PRINCIPAL JÁ PAGO DE CADA DUPLICATA
      * 15/10/2026 LUCAS  INCLUÍDA A SITUAÇÃO DA NF-E NO LAYOUT DO
      *                    CABEÇALHO DO PEDIDO
      * 15/10/2026 LUCAS  CABEÇALHO E ITENS DO PEDIDO PASSAM AOS
      *                    ARQUIVOS INDEXADOS PEDIDOS-CAB-IDX E
      *                    PEDIDOS-ITEM-IDX: O PEDIDO E SUAS LINHAS SÃO
      *                    LIDOS PELA CHAVE E CADA LINHA MEXIDA É
      *                    INCLUÍDA, REGRAVADA OU EXCLUÍDA NO LUGAR,
      *                    SEM A TABELA DO ARQUIVO INTEIRO NEM O LIMITE
      *                    DE REGISTROS
      * 15/10/2026 LUCAS  CABEÇALHO E ITENS SÃO ABERTOS ANTES DE MEXER
      *                    NA RESERVA E, INDISPONÍVEIS, RECUSAM A
      *                    ALTERAÇÃO (SEM RECRIAR O ARQUIVO)
      * 15/10/2026 LUCAS  A PARCELA NOVA É GRAVADA COMO VENDA E A
      *                    CONFERÊNCIA DE CRÉDITO SOMA O SALDO DAS
      *                    MENSALIDADES ESCOLARES DO CLIENTE, QUE NÃO
      *                    PASSAM PELO RAZÃO, EM VEZ DE ABATER DELE O
      *                    QUE FOI PAGO DELAS
      * 15/10/2026 LUCAS  A LINHA DE KIT LIBERA DO KIT JÁ MONTADO SÓ A
      *                    PARTE ANOTADA NELA, EM VEZ DO RESERVADO DO
      *                    KIT, QUE É DE TODOS OS PEDIDOS, E A NOVA
      *                    RESERVA FICA ANOTADA NA LINHA
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-PEDCAB ASSIGN TO 'PEDIDOS-CAB-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-PC-NUMERO
               ALTERNATE RECORD KEY IS REG-PC-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-PEDCAB.
           SELECT ARQ-PEDITEM ASSIGN TO 'PEDIDOS-ITEM-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PI-CHAVE
               FILE STATUS IS WRK-STATUS-PEDITEM.
           SELECT ARQ-REJEITADOS ASSIGN TO 'REJEITADOS-LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REJ.
           SELECT ARQ-VENDAS ASSIGN TO 'VENDAS-DIA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-VENDAS.
           SELECT ARQ-DUPLICATAS ASSIGN TO 'DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DUPLICATAS.
           SELECT ARQ-RAZAO ASSIGN TO 'RAZAO-CLIENTES-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-RAZ-CHAVE
               FILE STATUS IS WRK-STATUS-RAZAO.
           SELECT ARQ-PROMOCOES ASSIGN TO 'PROMOCOES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROMOCOES.
           SELECT ARQ-DESCONTOS ASSIGN TO 'DESCONTOS-QTDE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DESCONTOS.
           SELECT ARQ-SALDOS ASSIGN TO 'SALDOS-ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-SAL-PRODUTO
               FILE STATUS IS WRK-STATUS-SALDOS.
           SELECT ARQ-BACKORDER ASSIGN TO 'PEDIDOS-BACKORDER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BACKORDER.
           SELECT ARQ-KITS ASSIGN TO 'COMPOSICAO-KITS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-KITS.
           SELECT ARQ-ALTPEDIDO ASSIGN TO 'ALTERACOES-PEDIDO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALTPEDIDO.
           SELECT ARQ-TRAVA-RET ASSIGN TO 'FILA-TRAVA-RETIDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRAVA.
           SELECT ARQ-TRAVA-BCK ASSIGN TO 'FILA-TRAVA-BACKORDER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRAVA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

       FD  ARQ-PEDITEM.
           COPY 'peditemidx.cbl'.

       FD  ARQ-REJEITADOS.
           COPY 'rejeitados.cbl'.

       FD  ARQ-VENDAS.
       01  REG-VENDAS.
           02 REG-VALOR     PIC S9(06)V99.
           02 REG-MESVENDA  PIC 9(02).
           02 REG-FILIAL    PIC 9(02).
           02 REG-DATAVENDA PIC 9(08).

       FD  ARQ-DUPLICATAS.
           COPY 'duplicata.cbl'.

       FD  ARQ-RAZAO.
           COPY 'razaoidx.cbl'.

       FD  ARQ-PROMOCOES.
           COPY 'promocao.cbl'.

       FD  ARQ-DESCONTOS.
           COPY 'descqtde.cbl'.

       FD  ARQ-SALDOS.
           COPY 'saldoest.cbl'.

       FD  ARQ-BACKORDER.
           COPY 'backorder.cbl'.

       FD  ARQ-KITS.
           COPY 'kitcomp.cbl'.

       FD  ARQ-ALTPEDIDO.
           COPY 'altpedido.cbl'.

       FD  ARQ-TRAVA-RET.
       01  REG-TRAVA-RET.
           02 REG-TRR-PROGRAMA PIC X(15).
           02 REG-TRR-DATA     PIC 9(08).
           02 REG-TRR-HORA     PIC 9(06).

       FD  ARQ-TRAVA-BCK.
       01  REG-TRAVA-BCK.
           02 REG-TRB-PROGRAMA PIC X(15).
           02 REG-TRB-DATA     PIC 9(08).
           02 REG-TRB-HORA     PIC 9(06).

       WORKING-STORAGE SECTION.
           COPY 'servfilial.cbl'.
           COPY 'geracao.cbl'.
           COPY 'servdata.cbl'.
           COPY 'periodo.cbl'.
       77 WRK-STATUS-CADASTRO PIC X(02) VALUE '00'.
           88 CADASTRO-OK        VALUE '00'.
       77 WRK-STATUS-PEDCAB   PIC X(02) VALUE '00'.
           88 PEDCAB-OK          VALUE '00'.
       77 WRK-STATUS-PEDITEM  PIC X(02) VALUE '00'.
           88 PEDITEM-OK         VALUE '00'.
       77 WRK-STATUS-REJ      PIC X(02) VALUE '00'.
           88 REJEITADOS-OK      VALUE '00'.
       77 WRK-STATUS-VENDAS   PIC X(02) VALUE '00'.
           88 VENDAS-OK          VALUE '00'.
       77 WRK-STATUS-DUPLICATAS PIC X(02) VALUE '00'.
           88 DUPLICATAS-OK        VALUE '00'.
       77 WRK-STATUS-RAZAO    PIC X(02) VALUE '00'.
           88 RAZAO-OK           VALUE '00'.
       77 WRK-STATUS-PROMOCOES PIC X(02) VALUE '00'.
           88 PROMOCOES-OK        VALUE '00'.
       77 WRK-STATUS-DESCONTOS PIC X(02) VALUE '00'.
           88 DESCONTOS-OK        VALUE '00'.
       77 WRK-STATUS-SALDOS   PIC X(02) VALUE '00'.
           88 SALDOS-OK          VALUE '00'.
       77 WRK-STATUS-BACKORDER PIC X(02) VALUE '00'.
           88 BACKORDER-OK        VALUE '00'.
       77 WRK-STATUS-KITS     PIC X(02) VALUE '00'.
           88 KITS-OK            VALUE '00'.
       77 WRK-STATUS-ALTPEDIDO PIC X(02) VALUE '00'.
           88 ALTPEDIDO-OK        VALUE '00'.
       77 WRK-CADASTRO-ABERTO PIC X(01) VALUE 'N'.
           88 CADASTRO-ABERTO    VALUE 'S'.

       77 WRK-FIM-ITENS      PIC X(01) VALUE 'N'.
           88 FIM-ITENS         VALUE 'S'.
       77 WRK-FIM-BACKORDER  PIC X(01) VALUE 'N'.
           88 FIM-BACKORDER     VALUE 'S'.
       77 WRK-FIM-DUPLICATAS PIC X(01) VALUE 'N'.
           88 FIM-DUPLICATAS    VALUE 'S'.
       77 WRK-FIM-RAZAO      PIC X(01) VALUE 'N'.
           88 FIM-RAZAO         VALUE 'S'.
       77 WRK-FIM-PROMOCOES  PIC X(01) VALUE 'N'.
           88 FIM-PROMOCOES     VALUE 'S'.
       77 WRK-FIM-DESCONTOS  PIC X(01) VALUE 'N'.
           88 FIM-DESCONTOS     VALUE 'S'.
       77 WRK-FIM-KITS       PIC X(01) VALUE 'N'.
           88 FIM-KITS          VALUE 'S'.

      * PEDIDO A ALTERAR: SÓ O LIBERADO (NO CABEÇALHO), AINDA
      * ABERTO PARA A SEPARAÇÃO E SEM NOTA FISCAL; O RETIDO POR
      * CRÉDITO É DECIDIDO ANTES NO LIBERAPEDIDO
       77 WRK-NUMERO-PEDIDO  PIC 9(06) VALUE ZEROES.
       77 WRK-PEDIDO-ACHADO  PIC X(01) VALUE 'N'.
           88 PEDIDO-ACHADO     VALUE 'S'.
       77 WRK-PEDIDO-APTO    PIC X(01) VALUE 'N'.
           88 PEDIDO-APTO       VALUE 'S'.
       77 WRK-PED-SITUACAO   PIC X(01) VALUE SPACE.
       77 WRK-PED-NOTA       PIC 9(06) VALUE ZEROES.
       77 WRK-COD-CLIENTE    PIC 9(06) VALUE ZEROES.
       77 WRK-NOME-CLIENTE   PIC X(30) VALUE SPACES.
       77 WRK-LIMITE-CLIENTE PIC 9(08)V99 VALUE ZEROES.
       77 WRK-FILIAL         PIC 9(02) VALUE ZEROES.
       77 WRK-DATA-PEDIDO    PIC 9(08) VALUE ZEROES.

      * TABELAS DE REGRAVAÇÃO: O ARQUIVO INTEIRO É CONTADO E, SE
      * PASSAR DA TABELA, A ALTERAÇÃO É RECUSADA ANTES DE QUALQUER
      * GRAVAÇÃO, PARA A REGRAVAÇÃO NÃO TRUNCAR O ARQUIVO;
      * CABEÇALHO E ITENS DO PEDIDO SÃO LIDOS E REGRAVADOS PELA
      * CHAVE

      * A FILA DE BACKORDER FICA NA ORDEM DE CHEGADA; AS LINHAS DO
      * PEDIDO GUARDAM A QUANTIDADE QUE SOBRA DEPOIS DE ABATIDA A
      * LIBERAÇÃO DAS LINHAS MEXIDAS
       77 WRK-QT-BACKORDER   PIC 9(05) COMP VALUE ZEROES.
       77 WRK-SUB-BCK        PIC 9(05) COMP VALUE ZEROES.
       77 WRK-MAX-BACKORDER  PIC 9(05) COMP VALUE 3000.
       01  WRK-TAB-BACKORDER.
           02 WRK-TB-ITEM OCCURS 3000 TIMES.
               03 WRK-TB-REGISTRO PIC X(30).
               03 WRK-TB-DO-PEDIDO PIC X(01).
               03 WRK-TB-PRODUTO  PIC 9(06).
               03 WRK-TB-QTDE     PIC 9(07).

      * DUPLICATAS: AS DO PEDIDO JÁ LIQUIDADAS OU REMETIDAS AO BANCO
      * FICAM COMO ESTÃO; AS ABERTAS E NÃO REMETIDAS SÃO REFEITAS
      * COM O NOVO TOTAL, NAS MESMAS PARCELAS E VENCIMENTOS
       77 WRK-QT-DUPLICATAS  PIC 9(05) COMP VALUE ZEROES.
       77 WRK-SUB-DUP        PIC 9(05) COMP VALUE ZEROES.
       77 WRK-MAX-DUPLICATAS PIC 9(05) COMP VALUE 5000.
       01  WRK-TAB-DUPLICATAS.
           02 WRK-TD-REGISTRO PIC X(61) OCCURS 5000 TIMES.
       77 WRK-QT-DUP-PEDIDO  PIC 9(02) VALUE ZEROES.
       77 WRK-QT-DUP-REFAZER PIC 9(02) VALUE ZEROES.
       77 WRK-SUB-REFAZER    PIC 9(02) VALUE ZEROES.
       77 WRK-MAIOR-PARCELA  PIC 9(02) VALUE ZEROES.
       77 WRK-VALOR-DUP-FIXO PIC 9(10)V99 VALUE ZEROES.
       77 WRK-VALOR-REFAZER  PIC 9(10)V99 VALUE ZEROES.
       77 WRK-VALOR-PARCELA  PIC 9(08)V99 VALUE ZEROES.
       77 WRK-VALOR-ACUM-PARC PIC 9(10)V99 VALUE ZEROES.
       77 WRK-VENCIMENTO     PIC 9(08) VALUE ZEROES.
       77 WRK-PARCELA-EXTRA  PIC X(01) VALUE 'N'.
           88 PARCELA-EXTRA     VALUE 'S'.
       77 WRK-DUPLICATAS-VIAVEIS PIC X(01) VALUE 'N'.
           88 DUPLICATAS-VIAVEIS    VALUE 'S'.

      * LINHAS DO PEDIDO EM ALTERAÇÃO, COM O ANTES E O DEPOIS;
      * OPERAÇÃO EM BRANCO = LINHA INTOCADA, I = INCLUÍDA,
      * A = ALTERADA, E = EXCLUÍDA, X = INCLUÍDA E DESCARTADA
       77 WRK-QT-LINHAS      PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-LIN        PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-AUX        PIC 9(03) COMP VALUE ZEROES.
       77 WRK-MAX-LINHAS     PIC 9(03) COMP VALUE 200.
       77 WRK-LINHAS-EXCEDIDAS PIC X(01) VALUE 'N'.
           88 LINHAS-EXCEDIDAS    VALUE 'S'.
       77 WRK-MAIOR-SEQ      PIC 9(03) VALUE ZEROES.
       77 WRK-SEQ-INFORMADA  PIC 9(03) VALUE ZEROES.
       01  WRK-TAB-LINHAS.
           02 WRK-TL-ITEM OCCURS 200 TIMES.
               03 WRK-TL-SEQ       PIC 9(03).
               03 WRK-TL-PRODUTO   PIC 9(06).
               03 WRK-TL-QTDE-ANT  PIC 9(05).
               03 WRK-TL-QTDE      PIC 9(05).
               03 WRK-TL-PRECO-ANT PIC 9(08)V99.
               03 WRK-TL-PRECO     PIC 9(08)V99.
               03 WRK-TL-TOTAL-ANT PIC 9(10)V99.
               03 WRK-TL-TOTAL     PIC 9(10)V99.
               03 WRK-TL-PROMO     PIC X(01).
               03 WRK-TL-DESCONTO  PIC 9(08)V99.
               03 WRK-TL-CUSTO     PIC 9(08)V99.
               03 WRK-TL-KIT-PRONTO PIC 9(05).
               03 WRK-TL-OPERACAO  PIC X(01).
                   88 WRK-TL-INTOCADA   VALUE SPACE.
                   88 WRK-TL-INCLUIDA   VALUE 'I'.
                   88 WRK-TL-ALTERADA   VALUE 'A'.
                   88 WRK-TL-EXCLUIDA   VALUE 'E'.
                   88 WRK-TL-DESCARTADA VALUE 'X'.

       77 WRK-OPERACAO       PIC X(01) VALUE SPACE.
           88 OPERACAO-INCLUIR   VALUE 'I'.
           88 OPERACAO-ALTERAR   VALUE 'A'.
           88 OPERACAO-EXCLUIR   VALUE 'E'.
           88 OPERACAO-LISTAR    VALUE 'L'.
           88 OPERACAO-GRAVAR    VALUE 'G'.
           88 OPERACAO-DESISTIR  VALUE 'D'.

      * PREÇO DA LINHA: PROMOÇÃO EM VIGOR NA DATA DO PEDIDO E
      * DESCONTO DA MAIOR FAIXA ALCANÇADA PELA QUANTIDADE, COMO NA
      * ENTRADA DE PEDIDO
       77 WRK-COD-PRODUTO    PIC 9(06) VALUE ZEROES.
       77 WRK-NOME-PRODUTO   PIC X(30) VALUE SPACES.
       77 WRK-PRECO-CADASTRO PIC 9(08)V99 VALUE ZEROES.
       77 WRK-PRODUTO-ENCONTRADO PIC X(01) VALUE 'N'.
           88 PRODUTO-ENCONTRADO    VALUE 'S'.
       77 WRK-ITEM-PROMO     PIC X(01) VALUE 'N'.
           88 ITEM-PROMOCIONAL  VALUE 'S'.
       77 WRK-PCT-DESCONTO   PIC 9(02)V99 VALUE ZEROES.
       77 WRK-MELHOR-MINIMA  PIC 9(05) VALUE ZEROES.
       77 WRK-VALOR-DESCONTO PIC 9(08)V99 VALUE ZEROES.
       77 WRK-QTDE           PIC 9(05) VALUE ZEROES.
       77 WRK-PRECO          PIC 9(08)V99 VALUE ZEROES.
       77 WRK-TOTAL-ITEM     PIC 9(10)V99 VALUE ZEROES.
       77 WRK-CUSTO-ITEM     PIC 9(08)V99 VALUE ZEROES.
       77 WRK-CUSTO-COMP     PIC 9(08)V99 VALUE ZEROES.

      * TOTAIS DA ALTERAÇÃO E CONFERÊNCIA DE CRÉDITO (LIMITE ZERO =
      * SEM LIMITE), FEITA SÓ QUANDO O TOTAL SOBE
       77 WRK-TOTAL-ANTERIOR PIC 9(10)V99 VALUE ZEROES.
       77 WRK-TOTAL-NOVO     PIC 9(10)V99 VALUE ZEROES.
       77 WRK-DIFERENCA      PIC S9(10)V99 VALUE ZEROES.
       77 WRK-QT-ATIVAS      PIC 9(03) VALUE ZEROES.
       77 WRK-QT-MUDANCAS    PIC 9(03) VALUE ZEROES.
       77 WRK-TOTAL-ESTOURADO PIC X(01) VALUE 'N'.
           88 TOTAL-ESTOURADO    VALUE 'S'.
       77 WRK-SALDO-ABERTO   PIC S9(10)V99 VALUE ZEROES.
       77 WRK-CREDITO-EXCEDIDO PIC X(01) VALUE 'N'.
           88 CREDITO-EXCEDIDO    VALUE 'S'.
       77 WRK-ALTERACAO-OK   PIC X(01) VALUE 'N'.
           88 ALTERACAO-APROVADA VALUE 'S'.
       77 WRK-MOTIVO-REJ     PIC X(40) VALUE SPACES.
      * TETO DO CAMPO DE VALOR DO REGISTRO DE VENDAS-DIA, COMO NA
      * ENTRADA DE PEDIDO
       77 WRK-TETO-VENDAS    PIC 9(08)V99 VALUE 999999,99.
       77 WRK-TOTAL-ED       PIC $ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-SALDO-ED       PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-DIFERENCA-ED   PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

      * RESERVA E LIBERAÇÃO DE ESTOQUE DAS LINHAS MEXIDAS, COM A
      * VENDA DE KIT EXPLODIDA NOS COMPONENTES
       77 WRK-KITS-CARREGADOS PIC X(01) VALUE 'N'.
           88 KITS-CARREGADOS    VALUE 'S'.
       77 WRK-QT-KITS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-KIT PIC 9(03) COMP VALUE ZEROES.
       77 WRK-E-KIT   PIC X(01) VALUE 'N'.
           88 PRODUTO-E-KIT VALUE 'S'.
       01  WRK-TAB-KITS.
           02 WRK-TK-ITEM OCCURS 200 TIMES.
               03 WRK-TK-KIT        PIC 9(06).
               03 WRK-TK-COMPONENTE PIC 9(06).
               03 WRK-TK-QTDE       PIC 9(05).
       77 WRK-PROD-RESERVA  PIC 9(06) VALUE ZEROES.
       77 WRK-QTDE-RESERVA  PIC 9(07) VALUE ZEROES.
       77 WRK-QTDE-LIBERA   PIC S9(07) VALUE ZEROES.
       77 WRK-DISPONIVEL    PIC S9(07) VALUE ZEROES.
       77 WRK-RESERVOU      PIC X(01) VALUE 'N'.
           88 RESERVA-FEITA    VALUE 'S'.
       77 WRK-KIT-PRONTO    PIC S9(07) VALUE ZEROES.
       77 WRK-QTDE-EXPLODIR PIC S9(07) VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

      * TRAVAS DAS FILAS DE RETIDOS E BACKORDER, SEGURADAS DO INÍCIO
      * AO FIM COMO NA ENTRADA DE PEDIDO: A FILA DE BACKORDER É
      * REGRAVADA AQUI
       77 WRK-STATUS-TRAVA PIC X(02) VALUE '00'.
           88 TRAVA-OK          VALUE '00'.
       77 WRK-FILA-EM-USO PIC X(01) VALUE 'N'.
           88 FILA-EM-USO      VALUE 'S'.
       01  WRK-HORA-TRAVA.
           02 WRK-HT-HH   PIC 9(02).
           02 WRK-HT-MM   PIC 9(02).
           02 WRK-HT-SS   PIC 9(02).
           02 WRK-HT-CENT PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'ALTERAÇÃO DE PEDIDO EM ABERTO'.
           DISPLAY '========================================'.
           PERFORM 0060-TRAVAR-FILAS.
           IF FILA-EM-USO
               DISPLAY 'FINAL DA ALTERAÇÃO DE PEDIDO'
               GOBACK
           END-IF.
           PERFORM 0100-INICIALIZAR.
           IF PEDIDO-APTO
               PERFORM 0200-ALTERAR-LINHAS
               IF OPERACAO-GRAVAR
                   PERFORM 0300-CONFERIR-ALTERACAO
                   IF ALTERACAO-APROVADA
                       PERFORM 0400-GRAVAR-ALTERACAO
                   END-IF
               ELSE
                   DISPLAY 'ALTERAÇÃO ABANDONADA - PEDIDO MANTIDO '
                       'COMO ESTAVA'
               END-IF
           END-IF.
           IF CADASTRO-ABERTO
               CLOSE ARQ-CADASTRO
           END-IF.
           PERFORM 0070-DESTRAVAR-FILAS.
           DISPLAY 'FINAL DA ALTERAÇÃO DE PEDIDO'.
           GOBACK.

       0060-TRAVAR-FILAS.
           MOVE 'N' TO WRK-FILA-EM-USO.
           OPEN INPUT ARQ-TRAVA-RET.
           IF TRAVA-OK
               READ ARQ-TRAVA-RET
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WRK-FILA-EM-USO
                       DISPLAY 'FILA DE RETIDOS EM USO POR '
                           REG-TRR-PROGRAMA ' DESDE '
                           REG-TRR-DATA ' ' REG-TRR-HORA
                           ' - TENTE MAIS TARDE (SE O PROGRAMA '
                           'CAIU, APAGUE FILA-TRAVA-RETIDOS)'
               END-READ
               CLOSE ARQ-TRAVA-RET
           END-IF.
           IF NOT FILA-EM-USO
               OPEN INPUT ARQ-TRAVA-BCK
               IF TRAVA-OK
                   READ ARQ-TRAVA-BCK
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 'S' TO WRK-FILA-EM-USO
                           DISPLAY 'FILA DE BACKORDER EM USO POR '
                               REG-TRB-PROGRAMA ' DESDE '
                               REG-TRB-DATA ' ' REG-TRB-HORA
                               ' - TENTE MAIS TARDE (SE O PROGRAMA '
                               'CAIU, APAGUE FILA-TRAVA-BACKORDER)'
                   END-READ
                   CLOSE ARQ-TRAVA-BCK
               END-IF
           END-IF.
           IF NOT FILA-EM-USO
               ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-TRAVA FROM TIME
               OPEN OUTPUT ARQ-TRAVA-RET
               MOVE 'ALTERAPEDIDO' TO REG-TRR-PROGRAMA
               MOVE WRK-DATA-SYS-NUM TO REG-TRR-DATA
               COMPUTE REG-TRR-HORA =
                   WRK-HT-HH * 10000 + WRK-HT-MM * 100 + WRK-HT-SS
               WRITE REG-TRAVA-RET
               CLOSE ARQ-TRAVA-RET
               OPEN OUTPUT ARQ-TRAVA-BCK
               MOVE 'ALTERAPEDIDO' TO REG-TRB-PROGRAMA
               MOVE WRK-DATA-SYS-NUM TO REG-TRB-DATA
               COMPUTE REG-TRB-HORA =
                   WRK-HT-HH * 10000 + WRK-HT-MM * 100 + WRK-HT-SS
               WRITE REG-TRAVA-BCK
               CLOSE ARQ-TRAVA-BCK
           END-IF.

       0070-DESTRAVAR-FILAS.
           OPEN OUTPUT ARQ-TRAVA-RET.
           CLOSE ARQ-TRAVA-RET.
           OPEN OUTPUT ARQ-TRAVA-BCK.
           CLOSE ARQ-TRAVA-BCK.

      * A DIFERENÇA DE VALOR É LANÇADA NO DIA DA ALTERAÇÃO, ENTÃO A
      * COMPETÊNCIA DO DIA PRECISA ESTAR ABERTA; TODAS AS CARGAS SÃO
      * CONFERIDAS AQUI, ANTES DE O OPERADOR MEXER NAS LINHAS
       0100-INICIALIZAR.
           MOVE 'N' TO WRK-PEDIDO-APTO.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-TRAVA FROM TIME.
           COMPUTE REG-PER-ANOMES = WRK-DS-ANO * 100 + WRK-DS-MES.
           CALL 'verificaperiodo' USING REG-PERIODO-PEDIDO.
           IF PER-FECHADO
               DISPLAY 'COMPETÊNCIA CONTÁBIL DO DIA FECHADA - '
                   'ALTERAÇÃO RECUSADA'
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-CADASTRO.
           IF NOT CADASTRO-OK
               DISPLAY 'CADASTRO MESTRE INDISPONÍVEL - STATUS '
                   WRK-STATUS-CADASTRO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-CADASTRO-ABERTO.
           DISPLAY 'NÚMERO DO PEDIDO A ALTERAR:'.
           ACCEPT WRK-NUMERO-PEDIDO FROM CONSOLE.
           PERFORM 0110-CARREGAR-PEDIDOS.
           IF NOT PEDIDO-ACHADO
               DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO ' NÃO ENCONTRADO '
                   'ENTRE OS PEDIDOS LIBERADOS'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-PED-SITUACAO NOT = 'A' AND
              WRK-PED-SITUACAO NOT = SPACE
               DISPLAY 'PEDIDO JÁ SEPARADO E EXPEDIDO - ALTERAÇÃO '
                   'RECUSADA'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-PED-NOTA > ZEROES
               DISPLAY 'PEDIDO JÁ FATURADO NA NOTA ' WRK-PED-NOTA
                   ' - ALTERAÇÃO RECUSADA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0120-CARREGAR-ITENS.
           IF LINHAS-EXCEDIDAS
               DISPLAY 'PEDIDO COM MAIS DE ' WRK-MAX-LINHAS
                   ' LINHAS - ALTERAÇÃO RECUSADA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0130-CARREGAR-BACKORDER.
           IF WRK-QT-BACKORDER > WRK-MAX-BACKORDER
               DISPLAY 'PEDIDOS-BACKORDER ACIMA DE '
                   WRK-MAX-BACKORDER ' LINHAS - ALTERAÇÃO RECUSADA '
                   'PARA NÃO TRUNCAR A FILA NA REGRAVAÇÃO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0140-CARREGAR-DUPLICATAS.
           IF WRK-QT-DUPLICATAS > WRK-MAX-DUPLICATAS
               DISPLAY 'DUPLICATAS-ABERTAS ACIMA DE '
                   WRK-MAX-DUPLICATAS ' REGISTROS - ALTERAÇÃO '
                   'RECUSADA PARA NÃO TRUNCAR O ARQUIVO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0150-LOCALIZAR-CLIENTE.
           MOVE WRK-TOTAL-ANTERIOR TO WRK-TOTAL-ED.
           DISPLAY 'CLIENTE........: ' WRK-COD-CLIENTE ' '
               WRK-NOME-CLIENTE.
           DISPLAY 'DATA DO PEDIDO.: ' WRK-DATA-PEDIDO.
           DISPLAY 'TOTAL DO PEDIDO: ' WRK-TOTAL-ED.
           MOVE 'S' TO WRK-PEDIDO-APTO.

       0110-CARREGAR-PEDIDOS.
           MOVE 'N' TO WRK-PEDIDO-ACHADO.
           OPEN INPUT ARQ-PEDCAB.
           IF NOT PEDCAB-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-NUMERO-PEDIDO TO REG-PC-NUMERO.
           READ ARQ-PEDCAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-PEDIDO-ACHADO
                   MOVE REG-PC-CLIENTE  TO WRK-COD-CLIENTE
                   MOVE REG-PC-FILIAL   TO WRK-FILIAL
                   MOVE REG-PC-DATA     TO WRK-DATA-PEDIDO
                   MOVE REG-PC-TOTAL    TO WRK-TOTAL-ANTERIOR
                   MOVE REG-PC-NOTA     TO WRK-PED-NOTA
                   MOVE REG-PC-SITUACAO TO WRK-PED-SITUACAO
           END-READ.
           CLOSE ARQ-PEDCAB.

      * SÓ AS LINHAS DO PEDIDO SÃO LIDAS, A PARTIR DA PRIMEIRA
      * SEQUÊNCIA DO NÚMERO, ATÉ O NÚMERO MUDAR
       0120-CARREGAR-ITENS.
           MOVE ZEROES TO WRK-QT-LINHAS.
           MOVE ZEROES TO WRK-MAIOR-SEQ.
           MOVE 'N' TO WRK-LINHAS-EXCEDIDAS.
           MOVE 'N' TO WRK-FIM-ITENS.
           OPEN INPUT ARQ-PEDITEM.
           IF NOT PEDITEM-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-NUMERO-PEDIDO TO REG-PI-NUMERO.
           MOVE ZEROES TO REG-PI-SEQ.
           START ARQ-PEDITEM KEY IS NOT LESS THAN REG-PI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ITENS
           END-START.
           IF NOT FIM-ITENS
               PERFORM 0122-LER-ITEM
           END-IF.
           PERFORM 0124-GUARDAR-ITEM UNTIL FIM-ITENS.
           CLOSE ARQ-PEDITEM.

       0122-LER-ITEM.
           READ ARQ-PEDITEM NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ITENS
           END-READ.

       0124-GUARDAR-ITEM.
           IF REG-PI-NUMERO NOT = WRK-NUMERO-PEDIDO
               MOVE 'S' TO WRK-FIM-ITENS
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-LINHAS < WRK-MAX-LINHAS
               ADD 1 TO WRK-QT-LINHAS
               PERFORM 0126-GUARDAR-LINHA
           ELSE
               MOVE 'S' TO WRK-LINHAS-EXCEDIDAS
           END-IF.
           PERFORM 0122-LER-ITEM.

       0126-GUARDAR-LINHA.
           MOVE REG-PI-SEQ     TO WRK-TL-SEQ(WRK-QT-LINHAS).
           MOVE REG-PI-PRODUTO TO WRK-TL-PRODUTO(WRK-QT-LINHAS).
           MOVE REG-PI-QTDE    TO WRK-TL-QTDE-ANT(WRK-QT-LINHAS).
           MOVE REG-PI-QTDE    TO WRK-TL-QTDE(WRK-QT-LINHAS).
           MOVE REG-PI-PRECO   TO WRK-TL-PRECO-ANT(WRK-QT-LINHAS).
           MOVE REG-PI-PRECO   TO WRK-TL-PRECO(WRK-QT-LINHAS).
           MOVE REG-PI-TOTAL   TO WRK-TL-TOTAL-ANT(WRK-QT-LINHAS).
           MOVE REG-PI-TOTAL   TO WRK-TL-TOTAL(WRK-QT-LINHAS).
           MOVE REG-PI-PROMO   TO WRK-TL-PROMO(WRK-QT-LINHAS).
           MOVE REG-PI-DESCONTO TO WRK-TL-DESCONTO(WRK-QT-LINHAS).
           MOVE REG-PI-CUSTO   TO WRK-TL-CUSTO(WRK-QT-LINHAS).
           MOVE REG-PI-KIT-PRONTO TO WRK-TL-KIT-PRONTO(WRK-QT-LINHAS).
           MOVE SPACE          TO WRK-TL-OPERACAO(WRK-QT-LINHAS).
           IF REG-PI-SEQ > WRK-MAIOR-SEQ
               MOVE REG-PI-SEQ TO WRK-MAIOR-SEQ
           END-IF.

       0130-CARREGAR-BACKORDER.
           MOVE ZEROES TO WRK-QT-BACKORDER.
           MOVE 'N' TO WRK-FIM-BACKORDER.
           OPEN INPUT ARQ-BACKORDER.
           IF BACKORDER-OK
               PERFORM 0132-LER-BACKORDER
               PERFORM 0134-GUARDAR-BACKORDER UNTIL FIM-BACKORDER
               CLOSE ARQ-BACKORDER
           END-IF.

       0132-LER-BACKORDER.
           READ ARQ-BACKORDER
               AT END
                   MOVE 'S' TO WRK-FIM-BACKORDER
           END-READ.

       0134-GUARDAR-BACKORDER.
           ADD 1 TO WRK-QT-BACKORDER.
           IF WRK-QT-BACKORDER NOT > WRK-MAX-BACKORDER
               MOVE REG-BACKORDER
                   TO WRK-TB-REGISTRO(WRK-QT-BACKORDER)
               MOVE REG-BCK-PRODUTO
                   TO WRK-TB-PRODUTO(WRK-QT-BACKORDER)
               MOVE REG-BCK-QTDE TO WRK-TB-QTDE(WRK-QT-BACKORDER)
               IF REG-BCK-PEDIDO = WRK-NUMERO-PEDIDO
                   MOVE 'S' TO WRK-TB-DO-PEDIDO(WRK-QT-BACKORDER)
               ELSE
                   MOVE 'N' TO WRK-TB-DO-PEDIDO(WRK-QT-BACKORDER)
               END-IF
           END-IF.
           PERFORM 0132-LER-BACKORDER.

       0140-CARREGAR-DUPLICATAS.
           MOVE ZEROES TO WRK-QT-DUPLICATAS.
           MOVE ZEROES TO WRK-QT-DUP-PEDIDO.
           MOVE ZEROES TO WRK-QT-DUP-REFAZER.
           MOVE ZEROES TO WRK-MAIOR-PARCELA.
           MOVE ZEROES TO WRK-VALOR-DUP-FIXO.
           MOVE 'N' TO WRK-FIM-DUPLICATAS.
           OPEN INPUT ARQ-DUPLICATAS.
           IF DUPLICATAS-OK
               PERFORM 0142-LER-DUPLICATA
               PERFORM 0144-GUARDAR-DUPLICATA UNTIL FIM-DUPLICATAS
               CLOSE ARQ-DUPLICATAS
           END-IF.

       0142-LER-DUPLICATA.
           READ ARQ-DUPLICATAS
               AT END
                   MOVE 'S' TO WRK-FIM-DUPLICATAS
           END-READ.

       0144-GUARDAR-DUPLICATA.
           ADD 1 TO WRK-QT-DUPLICATAS.
           IF WRK-QT-DUPLICATAS NOT > WRK-MAX-DUPLICATAS
               MOVE REG-DUPLICATA TO WRK-TD-REGISTRO(WRK-QT-DUPLICATAS)
           END-IF.
           IF REG-DUP-PEDIDO = WRK-NUMERO-PEDIDO
               ADD 1 TO WRK-QT-DUP-PEDIDO
               IF REG-DUP-PARCELA > WRK-MAIOR-PARCELA
                   MOVE REG-DUP-PARCELA TO WRK-MAIOR-PARCELA
               END-IF
               IF REG-DUP-ABERTA AND NOT REG-DUP-REMETIDA AND
                  REG-DUP-SALDO = REG-DUP-VALOR
                   ADD 1 TO WRK-QT-DUP-REFAZER
               ELSE
                   ADD REG-DUP-VALOR TO WRK-VALOR-DUP-FIXO
               END-IF
           END-IF.
           PERFORM 0142-LER-DUPLICATA.

      * O CLIENTE INATIVADO DEPOIS DO PEDIDO NÃO IMPEDE A ALTERAÇÃO;
      * FORA DO CADASTRO, O LIMITE FICA ZERO (SEM CONFERÊNCIA)
       0150-LOCALIZAR-CLIENTE.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           MOVE ZEROES TO WRK-LIMITE-CLIENTE.
           MOVE WRK-COD-CLIENTE TO REG-CAD-CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-CAD-CLIENTE
                       MOVE REG-CAD-NOME TO WRK-NOME-CLIENTE
                       MOVE REG-CAD-LIMITE TO WRK-LIMITE-CLIENTE
                   END-IF
           END-READ.

       0200-ALTERAR-LINHAS.
           MOVE SPACE TO WRK-OPERACAO.
           PERFORM 0210-MOSTRAR-PEDIDO.
           PERFORM 0220-EXECUTAR-OPERACAO
               UNTIL OPERACAO-GRAVAR OR OPERACAO-DESISTIR.

       0210-MOSTRAR-PEDIDO.
           DISPLAY '________________________________________'.
           MOVE ZEROES TO WRK-TOTAL-NOVO.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS
               IF NOT WRK-TL-EXCLUIDA(WRK-SUB-LIN) AND
                  NOT WRK-TL-DESCARTADA(WRK-SUB-LIN)
                   MOVE WRK-TL-TOTAL(WRK-SUB-LIN) TO WRK-TOTAL-ED
                   DISPLAY 'SEQ ' WRK-TL-SEQ(WRK-SUB-LIN)
                       ' PRODUTO ' WRK-TL-PRODUTO(WRK-SUB-LIN)
                       ' QTDE ' WRK-TL-QTDE(WRK-SUB-LIN)
                       ' TOTAL ' WRK-TOTAL-ED ' '
                       WRK-TL-OPERACAO(WRK-SUB-LIN)
                   ADD WRK-TL-TOTAL(WRK-SUB-LIN) TO WRK-TOTAL-NOVO
                       ON SIZE ERROR
                           CONTINUE
                   END-ADD
               END-IF
           END-PERFORM.
           MOVE WRK-TOTAL-NOVO TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL ALTERADO: ' WRK-TOTAL-ED.

       0220-EXECUTAR-OPERACAO.
           DISPLAY '(I)NCLUIR, (A)LTERAR OU (E)XCLUIR LINHA, '
               '(L)ISTAR, (G)RAVAR OU (D)ESISTIR?'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPERACAO-INCLUIR
                   PERFORM 0230-INCLUIR-LINHA
               WHEN OPERACAO-ALTERAR
                   PERFORM 0240-ALTERAR-LINHA
               WHEN OPERACAO-EXCLUIR
                   PERFORM 0250-EXCLUIR-LINHA
               WHEN OPERACAO-LISTAR
                   PERFORM 0210-MOSTRAR-PEDIDO
               WHEN OPERACAO-GRAVAR
                   CONTINUE
               WHEN OPERACAO-DESISTIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPÇÃO INVÁLIDA'
           END-EVALUATE.

       0230-INCLUIR-LINHA.
           IF WRK-QT-LINHAS NOT < WRK-MAX-LINHAS OR
              WRK-MAIOR-SEQ NOT < 999
               DISPLAY 'PEDIDO NO LIMITE DE LINHAS - INCLUSÃO '
                   'RECUSADA'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CÓDIGO DO PRODUTO:'.
           ACCEPT WRK-COD-PRODUTO FROM CONSOLE.
           PERFORM 0260-LOCALIZAR-PRODUTO.
           IF NOT PRODUTO-ENCONTRADO
               DISPLAY 'PRODUTO NÃO ENCONTRADO NO CADASTRO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'PRODUTO: ' WRK-NOME-PRODUTO.
           DISPLAY 'QUANTIDADE:'.
           ACCEPT WRK-QTDE FROM CONSOLE.
           IF WRK-QTDE = ZEROES
               DISPLAY 'QUANTIDADE ZERADA - LINHA NÃO INCLUÍDA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0270-PRECIFICAR-LINHA.
           PERFORM 0290-APURAR-CUSTO-ITEM.
           ADD 1 TO WRK-QT-LINHAS.
           ADD 1 TO WRK-MAIOR-SEQ.
           MOVE WRK-MAIOR-SEQ   TO WRK-TL-SEQ(WRK-QT-LINHAS).
           MOVE WRK-COD-PRODUTO TO WRK-TL-PRODUTO(WRK-QT-LINHAS).
           MOVE ZEROES          TO WRK-TL-QTDE-ANT(WRK-QT-LINHAS).
           MOVE ZEROES          TO WRK-TL-PRECO-ANT(WRK-QT-LINHAS).
           MOVE ZEROES          TO WRK-TL-TOTAL-ANT(WRK-QT-LINHAS).
           MOVE WRK-CUSTO-ITEM  TO WRK-TL-CUSTO(WRK-QT-LINHAS).
           MOVE ZEROES          TO WRK-TL-KIT-PRONTO(WRK-QT-LINHAS).
           MOVE 'I'             TO WRK-TL-OPERACAO(WRK-QT-LINHAS).
           MOVE WRK-QT-LINHAS   TO WRK-SUB-LIN.
           PERFORM 0280-ATUALIZAR-LINHA.
           DISPLAY 'LINHA ' WRK-MAIOR-SEQ ' INCLUÍDA'.

      * A LINHA ALTERADA É REPRECIFICADA COMO NA ENTRADA: PREÇO DO
      * CADASTRO OU DA PROMOÇÃO DA DATA DO PEDIDO COMO PADRÃO E A
      * FAIXA DE DESCONTO DA NOVA QUANTIDADE
       0240-ALTERAR-LINHA.
           PERFORM 0255-PROCURAR-LINHA.
           IF WRK-SUB-LIN = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TL-PRODUTO(WRK-SUB-LIN) TO WRK-COD-PRODUTO.
           PERFORM 0260-LOCALIZAR-PRODUTO.
           IF NOT PRODUTO-ENCONTRADO
               DISPLAY 'PRODUTO INATIVO OU FORA DO CADASTRO - A '
                   'LINHA SÓ PODE SER EXCLUÍDA'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'PRODUTO: ' WRK-NOME-PRODUTO.
           DISPLAY 'NOVA QUANTIDADE (0 = MANTER '
               WRK-TL-QTDE(WRK-SUB-LIN) '):'.
           ACCEPT WRK-QTDE FROM CONSOLE.
           IF WRK-QTDE = ZEROES
               MOVE WRK-TL-QTDE(WRK-SUB-LIN) TO WRK-QTDE
           END-IF.
           PERFORM 0270-PRECIFICAR-LINHA.
           IF WRK-TL-INTOCADA(WRK-SUB-LIN)
               MOVE 'A' TO WRK-TL-OPERACAO(WRK-SUB-LIN)
           END-IF.
           PERFORM 0280-ATUALIZAR-LINHA.
           DISPLAY 'LINHA ' WRK-TL-SEQ(WRK-SUB-LIN) ' ALTERADA'.

      * A LINHA INCLUÍDA NESTA ALTERAÇÃO E DEPOIS EXCLUÍDA É SÓ
      * DESCARTADA - NÃO HÁ RESERVA NEM TRILHA DELA
       0250-EXCLUIR-LINHA.
           PERFORM 0255-PROCURAR-LINHA.
           IF WRK-SUB-LIN = ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WRK-TL-INCLUIDA(WRK-SUB-LIN)
               MOVE 'X' TO WRK-TL-OPERACAO(WRK-SUB-LIN)
           ELSE
               MOVE 'E' TO WRK-TL-OPERACAO(WRK-SUB-LIN)
           END-IF.
           MOVE ZEROES TO WRK-TL-QTDE(WRK-SUB-LIN).
           MOVE ZEROES TO WRK-TL-PRECO(WRK-SUB-LIN).
           MOVE ZEROES TO WRK-TL-TOTAL(WRK-SUB-LIN).
           DISPLAY 'LINHA ' WRK-TL-SEQ(WRK-SUB-LIN) ' EXCLUÍDA'.

       0255-PROCURAR-LINHA.
           MOVE ZEROES TO WRK-SUB-LIN.
           DISPLAY 'SEQUÊNCIA DA LINHA:'.
           ACCEPT WRK-SEQ-INFORMADA FROM CONSOLE.
           PERFORM VARYING WRK-SUB-AUX FROM 1 BY 1
               UNTIL WRK-SUB-AUX > WRK-QT-LINHAS
                   OR WRK-SUB-LIN > ZEROES
               IF WRK-TL-SEQ(WRK-SUB-AUX) = WRK-SEQ-INFORMADA AND
                  NOT WRK-TL-EXCLUIDA(WRK-SUB-AUX) AND
                  NOT WRK-TL-DESCARTADA(WRK-SUB-AUX)
                   MOVE WRK-SUB-AUX TO WRK-SUB-LIN
               END-IF
           END-PERFORM.
           IF WRK-SUB-LIN = ZEROES
               DISPLAY 'LINHA NÃO ENCONTRADA NO PEDIDO'
           END-IF.

       0260-LOCALIZAR-PRODUTO.
           MOVE 'N' TO WRK-PRODUTO-ENCONTRADO.
           MOVE WRK-COD-PRODUTO TO REG-CAD-CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-CAD-PRODUTO AND NOT REG-CAD-INATIVO
                       MOVE REG-CAD-NOME TO WRK-NOME-PRODUTO
                       MOVE REG-CAD-PRECO TO WRK-PRECO-CADASTRO
                       MOVE 'S' TO WRK-PRODUTO-ENCONTRADO
                   END-IF
           END-READ.
           IF PRODUTO-ENCONTRADO
               PERFORM 0262-APLICAR-PROMOCAO
           END-IF.

      * A PROMOÇÃO QUE VALE É A DA DATA DO PEDIDO, NÃO A DO DIA DA
      * ALTERAÇÃO
       0262-APLICAR-PROMOCAO.
           MOVE 'N' TO WRK-ITEM-PROMO.
           MOVE 'N' TO WRK-FIM-PROMOCOES.
           OPEN INPUT ARQ-PROMOCOES.
           IF PROMOCOES-OK
               PERFORM 0264-LER-PROMOCAO
               PERFORM 0266-COMPARAR-PROMOCAO UNTIL FIM-PROMOCOES
               CLOSE ARQ-PROMOCOES
           END-IF.
           IF ITEM-PROMOCIONAL
               MOVE WRK-PRECO-CADASTRO TO WRK-TOTAL-ED
               DISPLAY 'PRODUTO EM PROMOÇÃO NA DATA DO PEDIDO - '
                   'PREÇO ' WRK-TOTAL-ED
           END-IF.

       0264-LER-PROMOCAO.
           READ ARQ-PROMOCOES
               AT END
                   MOVE 'S' TO WRK-FIM-PROMOCOES
           END-READ.

       0266-COMPARAR-PROMOCAO.
           IF REG-PRO-PRODUTO = WRK-COD-PRODUTO AND
              WRK-DATA-PEDIDO NOT < REG-PRO-DATA-INI AND
              WRK-DATA-PEDIDO NOT > REG-PRO-DATA-FIM
               MOVE REG-PRO-PRECO TO WRK-PRECO-CADASTRO
               MOVE 'S' TO WRK-ITEM-PROMO
           END-IF.
           PERFORM 0264-LER-PROMOCAO.

       0270-PRECIFICAR-LINHA.
           DISPLAY 'PREÇO UNITÁRIO (0 = PREÇO DO CADASTRO '
               WRK-PRECO-CADASTRO '):'.
           ACCEPT WRK-PRECO FROM CONSOLE.
           IF WRK-PRECO = ZEROES
               MOVE WRK-PRECO-CADASTRO TO WRK-PRECO
           END-IF.
           IF WRK-PRECO NOT = WRK-PRECO-CADASTRO
               MOVE 'N' TO WRK-ITEM-PROMO
           END-IF.
           COMPUTE WRK-TOTAL-ITEM = WRK-QTDE * WRK-PRECO.
           PERFORM 0272-APLICAR-DESCONTO.
           MOVE WRK-TOTAL-ITEM TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL DA LINHA: ' WRK-TOTAL-ED.

       0272-APLICAR-DESCONTO.
           MOVE ZEROES TO WRK-VALOR-DESCONTO.
           MOVE ZEROES TO WRK-PCT-DESCONTO.
           MOVE ZEROES TO WRK-MELHOR-MINIMA.
           MOVE 'N' TO WRK-FIM-DESCONTOS.
           OPEN INPUT ARQ-DESCONTOS.
           IF DESCONTOS-OK
               PERFORM 0274-LER-FAIXA
               PERFORM 0276-COMPARAR-FAIXA UNTIL FIM-DESCONTOS
               CLOSE ARQ-DESCONTOS
           END-IF.
           IF WRK-PCT-DESCONTO > ZEROES
               COMPUTE WRK-VALOR-DESCONTO ROUNDED =
                   WRK-TOTAL-ITEM * WRK-PCT-DESCONTO / 100
               SUBTRACT WRK-VALOR-DESCONTO FROM WRK-TOTAL-ITEM
               MOVE WRK-VALOR-DESCONTO TO WRK-TOTAL-ED
               DISPLAY 'DESCONTO POR QUANTIDADE APLICADO: '
                   WRK-TOTAL-ED
           END-IF.

       0274-LER-FAIXA.
           READ ARQ-DESCONTOS
               AT END
                   MOVE 'S' TO WRK-FIM-DESCONTOS
           END-READ.

       0276-COMPARAR-FAIXA.
           IF REG-DSQ-PRODUTO = WRK-COD-PRODUTO AND
              WRK-QTDE NOT < REG-DSQ-MINIMA AND
              REG-DSQ-MINIMA > WRK-MELHOR-MINIMA
               MOVE REG-DSQ-MINIMA TO WRK-MELHOR-MINIMA
               MOVE REG-DSQ-PCT    TO WRK-PCT-DESCONTO
           END-IF.
           PERFORM 0274-LER-FAIXA.

       0280-ATUALIZAR-LINHA.
           MOVE WRK-QTDE           TO WRK-TL-QTDE(WRK-SUB-LIN).
           MOVE WRK-PRECO          TO WRK-TL-PRECO(WRK-SUB-LIN).
           MOVE WRK-TOTAL-ITEM     TO WRK-TL-TOTAL(WRK-SUB-LIN).
           MOVE WRK-ITEM-PROMO     TO WRK-TL-PROMO(WRK-SUB-LIN).
           MOVE WRK-VALOR-DESCONTO TO WRK-TL-DESCONTO(WRK-SUB-LIN).

      * CUSTO MÉDIO DA LINHA INCLUÍDA, COMO NA ENTRADA DE PEDIDO; A
      * LINHA ALTERADA MANTÉM O CUSTO DA VENDA ORIGINAL
       0290-APURAR-CUSTO-ITEM.
           MOVE ZEROES TO WRK-CUSTO-ITEM.
           OPEN INPUT ARQ-SALDOS.
           IF NOT SALDOS-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-COD-PRODUTO TO REG-SAL-PRODUTO.
           READ ARQ-SALDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-SAL-CUSTO-MEDIO TO WRK-CUSTO-ITEM
           END-READ.
           IF WRK-CUSTO-ITEM = ZEROES
               PERFORM 0540-CARREGAR-KITS
               PERFORM VARYING WRK-SUB-KIT FROM 1 BY 1
                   UNTIL WRK-SUB-KIT > WRK-QT-KITS
                   IF WRK-TK-KIT(WRK-SUB-KIT) = WRK-COD-PRODUTO
                       PERFORM 0292-SOMAR-CUSTO-COMPONENTE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARQ-SALDOS.

       0292-SOMAR-CUSTO-COMPONENTE.
           MOVE WRK-TK-COMPONENTE(WRK-SUB-KIT) TO REG-SAL-PRODUTO.
           READ ARQ-SALDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WRK-CUSTO-COMP =
                       REG-SAL-CUSTO-MEDIO * WRK-TK-QTDE(WRK-SUB-KIT)
                   ADD WRK-CUSTO-COMP TO WRK-CUSTO-ITEM
           END-READ.

      * TUDO O QUE PODE RECUSAR A ALTERAÇÃO É CONFERIDO AQUI, ANTES
      * DE QUALQUER GRAVAÇÃO
       0300-CONFERIR-ALTERACAO.
           MOVE 'N' TO WRK-ALTERACAO-OK.
           MOVE ZEROES TO WRK-TOTAL-NOVO.
           MOVE ZEROES TO WRK-QT-ATIVAS.
           MOVE ZEROES TO WRK-QT-MUDANCAS.
           MOVE 'N' TO WRK-TOTAL-ESTOURADO.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS
               IF NOT WRK-TL-INTOCADA(WRK-SUB-LIN) AND
                  NOT WRK-TL-DESCARTADA(WRK-SUB-LIN)
                   ADD 1 TO WRK-QT-MUDANCAS
               END-IF
               IF NOT WRK-TL-EXCLUIDA(WRK-SUB-LIN) AND
                  NOT WRK-TL-DESCARTADA(WRK-SUB-LIN)
                   ADD 1 TO WRK-QT-ATIVAS
                   ADD WRK-TL-TOTAL(WRK-SUB-LIN) TO WRK-TOTAL-NOVO
                       ON SIZE ERROR
                           MOVE 'S' TO WRK-TOTAL-ESTOURADO
                   END-ADD
               END-IF
           END-PERFORM.
           IF WRK-QT-MUDANCAS = ZEROES
               DISPLAY 'NENHUMA LINHA MEXIDA - NADA GRAVADO'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-ATIVAS = ZEROES
               DISPLAY 'O PEDIDO NÃO PODE FICAR SEM ITENS - '
                   'ALTERAÇÃO RECUSADA'
               EXIT PARAGRAPH
           END-IF.
           IF TOTAL-ESTOURADO
               DISPLAY 'TOTAL DO PEDIDO ESTOUROU O CAMPO - '
                   'ALTERAÇÃO RECUSADA'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-DIFERENCA = WRK-TOTAL-NOVO - WRK-TOTAL-ANTERIOR.
           PERFORM 0310-PLANEJAR-DUPLICATAS.
           IF NOT DUPLICATAS-VIAVEIS
               PERFORM 0590-REJEITAR-ALTERACAO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-DIFERENCA > ZEROES
               PERFORM 0320-VERIFICAR-CREDITO
               IF CREDITO-EXCEDIDO
                   MOVE WRK-SALDO-ABERTO TO WRK-SALDO-ED
                   DISPLAY 'SALDO EM ABERTO: ' WRK-SALDO-ED
                   MOVE WRK-LIMITE-CLIENTE TO WRK-TOTAL-ED
                   DISPLAY 'LIMITE.........: ' WRK-TOTAL-ED
                   DISPLAY 'O AUMENTO PASSA DO LIMITE DE CRÉDITO DO '
                       'CLIENTE - ALTERAÇÃO RECUSADA'
                   MOVE 'AUMENTO DO PEDIDO EXCEDE LIMITE CREDITO'
                       TO WRK-MOTIVO-REJ
                   PERFORM 0590-REJEITAR-ALTERACAO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 'S' TO WRK-ALTERACAO-OK.

      * PEDIDO À VISTA NÃO TEM DUPLICATA E NADA MUDA; A PRAZO, O
      * NOVO TOTAL MENOS O QUE JÁ FOI PAGO OU REMETIDO É REPARTIDO
      * NAS PARCELAS AINDA LIVRES. SEM PARCELA LIVRE, O AUMENTO VIRA
      * UMA PARCELA NOVA A 30 DIAS; A REDUÇÃO ABAIXO DO JÁ PAGO OU
      * REMETIDO É RECUSADA
       0310-PLANEJAR-DUPLICATAS.
           MOVE 'S' TO WRK-DUPLICATAS-VIAVEIS.
           MOVE 'N' TO WRK-PARCELA-EXTRA.
           IF WRK-QT-DUP-PEDIDO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WRK-VALOR-DUP-FIXO > WRK-TOTAL-NOVO
               DISPLAY 'NOVO TOTAL ABAIXO DO JÁ PAGO OU REMETIDO EM '
                   'DUPLICATAS - ALTERAÇÃO RECUSADA'
               MOVE 'N' TO WRK-DUPLICATAS-VIAVEIS
               MOVE 'TOTAL ABAIXO DAS DUPLICATAS PAGAS'
                   TO WRK-MOTIVO-REJ
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-VALOR-REFAZER =
               WRK-TOTAL-NOVO - WRK-VALOR-DUP-FIXO.
           IF WRK-QT-DUP-REFAZER = ZEROES
               IF WRK-VALOR-REFAZER > ZEROES
                   IF WRK-MAIOR-PARCELA NOT < 99
                       MOVE 'N' TO WRK-DUPLICATAS-VIAVEIS
                   ELSE
                       MOVE 'S' TO WRK-PARCELA-EXTRA
                   END-IF
               END-IF
               COMPUTE WRK-VALOR-PARCELA = WRK-VALOR-REFAZER
                   ON SIZE ERROR
                       MOVE 'N' TO WRK-DUPLICATAS-VIAVEIS
               END-COMPUTE
           ELSE
               COMPUTE WRK-VALOR-PARCELA ROUNDED =
                   WRK-VALOR-REFAZER / WRK-QT-DUP-REFAZER
                   ON SIZE ERROR
                       MOVE 'N' TO WRK-DUPLICATAS-VIAVEIS
               END-COMPUTE
           END-IF.
           IF NOT DUPLICATAS-VIAVEIS
               DISPLAY 'PARCELA ACIMA DO CAMPO DA DUPLICATA - '
                   'ALTERAÇÃO RECUSADA'
               MOVE 'PARCELA ACIMA DO CAMPO DA DUPLICATA'
                   TO WRK-MOTIVO-REJ
           END-IF.

      * O SALDO EM ABERTO É O RAZÃO DO CLIENTE MENOS AS DUPLICATAS
      * LIQUIDADAS, MAIS O SALDO DAS MENSALIDADES ESCOLARES (FORA DO
      * RAZÃO), COMO NA ENTRADA DE PEDIDO; SÓ O AUMENTO DO
      * PEDIDO É SOMADO, O VALOR ORIGINAL JÁ PASSOU NA CONFERÊNCIA
       0320-VERIFICAR-CREDITO.
           MOVE 'N' TO WRK-CREDITO-EXCEDIDO.
           IF WRK-LIMITE-CLIENTE = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-SALDO-ABERTO.
           MOVE 'N' TO WRK-FIM-RAZAO.
           OPEN INPUT ARQ-RAZAO.
           IF RAZAO-OK
               MOVE WRK-COD-CLIENTE TO REG-RAZ-CLIENTE
               MOVE ZEROES TO REG-RAZ-MES
               MOVE ZEROES TO REG-RAZ-SEQ
               START ARQ-RAZAO KEY NOT < REG-RAZ-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-RAZAO
               END-START
               IF NOT FIM-RAZAO
                   PERFORM 0322-LER-RAZAO
               END-IF
               PERFORM 0324-SOMAR-RAZAO UNTIL FIM-RAZAO
               CLOSE ARQ-RAZAO
           END-IF.
           PERFORM VARYING WRK-SUB-DUP FROM 1 BY 1
               UNTIL WRK-SUB-DUP > WRK-QT-DUPLICATAS
               MOVE WRK-TD-REGISTRO(WRK-SUB-DUP) TO REG-DUPLICATA
               IF REG-DUP-CLIENTE = WRK-COD-CLIENTE
                   IF REG-DUP-MENSALIDADE
                       ADD REG-DUP-SALDO TO WRK-SALDO-ABERTO
                   ELSE
                       COMPUTE WRK-SALDO-ABERTO = WRK-SALDO-ABERTO
                           - (REG-DUP-VALOR - REG-DUP-SALDO)
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-SALDO-ABERTO + WRK-DIFERENCA > WRK-LIMITE-CLIENTE
               MOVE 'S' TO WRK-CREDITO-EXCEDIDO
           END-IF.

       0322-LER-RAZAO.
           READ ARQ-RAZAO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-RAZAO
           END-READ.

       0324-SOMAR-RAZAO.
           IF REG-RAZ-CLIENTE = WRK-COD-CLIENTE
               ADD REG-RAZ-VALOR TO WRK-SALDO-ABERTO
               PERFORM 0322-LER-RAZAO
           ELSE
               MOVE 'S' TO WRK-FIM-RAZAO
           END-IF.

      * CABEÇALHO E ITENS SÃO ABERTOS ANTES DE MEXER NA RESERVA:
      * COM QUALQUER UM DELES INDISPONÍVEL A ALTERAÇÃO É RECUSADA
      * INTEIRA
       0400-GRAVAR-ALTERACAO.
           OPEN I-O ARQ-PEDITEM.
           IF NOT PEDITEM-OK
               DISPLAY 'PEDIDOS-ITEM INDISPONÍVEL - STATUS '
                   WRK-STATUS-PEDITEM ' - ALTERAÇÃO RECUSADA'
               MOVE 'ARQUIVO DE ITENS DO PEDIDO INDISPONIVEL'
                   TO WRK-MOTIVO-REJ
               PERFORM 0590-REJEITAR-ALTERACAO
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-PEDCAB.
           IF NOT PEDCAB-OK
               DISPLAY 'PEDIDOS-CAB INDISPONÍVEL - STATUS '
                   WRK-STATUS-PEDCAB ' - ALTERAÇÃO RECUSADA'
               CLOSE ARQ-PEDITEM
               MOVE 'ARQUIVO DE PEDIDOS INDISPONIVEL'
                   TO WRK-MOTIVO-REJ
               PERFORM 0590-REJEITAR-ALTERACAO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0410-AJUSTAR-RESERVAS.
           PERFORM 0450-REGRAVAR-ITENS.
           PERFORM 0460-REGRAVAR-CABECALHO.
           CLOSE ARQ-PEDITEM.
           CLOSE ARQ-PEDCAB.
           PERFORM 0470-REGRAVAR-DUPLICATAS.
           PERFORM 0480-ALIMENTAR-VENDAS-DIA.
           PERFORM 0490-GRAVAR-TRILHA.
           MOVE WRK-TOTAL-ANTERIOR TO WRK-TOTAL-ED.
           DISPLAY '________________________________________'.
           DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO ' ALTERADO - '
               WRK-QT-MUDANCAS ' LINHA(S) MEXIDA(S)'.
           DISPLAY 'TOTAL ANTERIOR.: ' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-NOVO TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL NOVO.....: ' WRK-TOTAL-ED.

      * PRIMEIRO SAI A RESERVA ANTIGA DAS LINHAS MEXIDAS (ABATENDO A
      * PARTE QUE ESTAVA EM BACKORDER), A FILA É REGRAVADA SEM ESSA
      * PARTE E SÓ ENTÃO A QUANTIDADE NOVA É RESERVADA - O QUE NÃO
      * COUBER ENTRA NO FIM DA FILA, COMO NA ENTRADA DE PEDIDO
       0410-AJUSTAR-RESERVAS.
           PERFORM 0540-CARREGAR-KITS.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS
               IF (WRK-TL-EXCLUIDA(WRK-SUB-LIN) OR
                   WRK-TL-ALTERADA(WRK-SUB-LIN)) AND
                  WRK-TL-QTDE(WRK-SUB-LIN) NOT =
                  WRK-TL-QTDE-ANT(WRK-SUB-LIN)
                   MOVE WRK-TL-PRODUTO(WRK-SUB-LIN) TO WRK-COD-PRODUTO
                   MOVE WRK-TL-QTDE-ANT(WRK-SUB-LIN) TO WRK-QTDE
                   PERFORM 0420-LIBERAR-LINHA
               END-IF
           END-PERFORM.
           PERFORM 0445-REGRAVAR-BACKORDER.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS
               IF (WRK-TL-INCLUIDA(WRK-SUB-LIN) OR
                   WRK-TL-ALTERADA(WRK-SUB-LIN)) AND
                  WRK-TL-QTDE(WRK-SUB-LIN) NOT =
                  WRK-TL-QTDE-ANT(WRK-SUB-LIN)
                   MOVE WRK-TL-PRODUTO(WRK-SUB-LIN) TO WRK-COD-PRODUTO
                   MOVE WRK-TL-QTDE(WRK-SUB-LIN) TO WRK-QTDE
                   PERFORM 0430-RESERVAR-LINHA
               END-IF
           END-PERFORM.

      * LIBERAÇÃO COMO NO CANCELAMENTO DO LIBERAPEDIDO: A PARTE
      * ANOTADA NA LINHA COMO KIT JÁ MONTADO, O RESTO NOS COMPONENTES
       0420-LIBERAR-LINHA.
           PERFORM 0435-VERIFICAR-KIT.
           IF PRODUTO-E-KIT
               PERFORM 0422-LIBERAR-KIT-PRONTO
               COMPUTE WRK-QTDE-EXPLODIR = WRK-QTDE - WRK-KIT-PRONTO
               PERFORM VARYING WRK-SUB-KIT FROM 1 BY 1
                   UNTIL WRK-SUB-KIT > WRK-QT-KITS
                       OR WRK-QTDE-EXPLODIR NOT > ZEROES
                   IF WRK-TK-KIT(WRK-SUB-KIT) = WRK-COD-PRODUTO
                       MOVE WRK-TK-COMPONENTE(WRK-SUB-KIT)
                           TO WRK-PROD-RESERVA
                       COMPUTE WRK-QTDE-LIBERA =
                           WRK-QTDE-EXPLODIR * WRK-TK-QTDE(WRK-SUB-KIT)
                       PERFORM 0424-LIBERAR-PRODUTO
                   END-IF
               END-PERFORM
           ELSE
               MOVE WRK-COD-PRODUTO TO WRK-PROD-RESERVA
               MOVE WRK-QTDE TO WRK-QTDE-LIBERA
               PERFORM 0424-LIBERAR-PRODUTO
           END-IF.

      * O RESERVADO DO KIT NO SALDO É DE TODOS OS PEDIDOS; A PARTE
      * DESTA LINHA É A QUE A RESERVA ANOTOU NELA
       0422-LIBERAR-KIT-PRONTO.
           MOVE WRK-TL-KIT-PRONTO(WRK-SUB-LIN) TO WRK-KIT-PRONTO.
           MOVE ZEROES TO WRK-TL-KIT-PRONTO(WRK-SUB-LIN).
           IF WRK-KIT-PRONTO > WRK-QTDE
               MOVE WRK-QTDE TO WRK-KIT-PRONTO
           END-IF.
           IF WRK-KIT-PRONTO > ZEROES
               MOVE WRK-COD-PRODUTO TO WRK-PROD-RESERVA
               MOVE WRK-KIT-PRONTO TO WRK-QTDE-LIBERA
               PERFORM 0424-LIBERAR-PRODUTO
           ELSE
               MOVE ZEROES TO WRK-KIT-PRONTO
           END-IF.

      * A PARTE EM BACKORDER NUNCA FOI RESERVADA: É ABATIDA DAS
      * LINHAS DO PEDIDO NA FILA ATÉ A QUANTIDADE LIBERADA, E SÓ O
      * QUE SOBRA SAI DO RESERVADO
       0424-LIBERAR-PRODUTO.
           PERFORM VARYING WRK-SUB-BCK FROM 1 BY 1
               UNTIL WRK-SUB-BCK > WRK-QT-BACKORDER
                   OR WRK-QTDE-LIBERA NOT > ZEROES
               IF WRK-TB-DO-PEDIDO(WRK-SUB-BCK) = 'S' AND
                  WRK-TB-PRODUTO(WRK-SUB-BCK) = WRK-PROD-RESERVA AND
                  WRK-TB-QTDE(WRK-SUB-BCK) > ZEROES
                   IF WRK-TB-QTDE(WRK-SUB-BCK) > WRK-QTDE-LIBERA
                       SUBTRACT WRK-QTDE-LIBERA
                           FROM WRK-TB-QTDE(WRK-SUB-BCK)
                       MOVE ZEROES TO WRK-QTDE-LIBERA
                   ELSE
                       SUBTRACT WRK-TB-QTDE(WRK-SUB-BCK)
                           FROM WRK-QTDE-LIBERA
                       MOVE ZEROES TO WRK-TB-QTDE(WRK-SUB-BCK)
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-QTDE-LIBERA NOT > ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE 3 TO REG-SFS-FUNCAO.
           MOVE WRK-PROD-RESERVA TO REG-SFS-PRODUTO.
           MOVE WRK-FILIAL TO REG-SFS-FILIAL.
           MOVE WRK-QTDE-LIBERA TO REG-SFS-QTDE.
           CALL 'saldofilial' USING REG-SERVFILIAL.
           OPEN I-O ARQ-SALDOS.
           IF SALDOS-OK
               MOVE WRK-PROD-RESERVA TO REG-SAL-PRODUTO
               READ ARQ-SALDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT WRK-QTDE-LIBERA
                           FROM REG-SAL-RESERVADO
                       IF REG-SAL-RESERVADO < ZEROES
                           MOVE ZEROES TO REG-SAL-RESERVADO
                       END-IF
                       REWRITE REG-SALDO
               END-READ
               CLOSE ARQ-SALDOS
           END-IF.

      * RESERVA COMO NA ENTRADA DE PEDIDO: KIT JÁ MONTADO PRIMEIRO,
      * ANOTADO NA LINHA, E O RESTANTE EXPLODIDO NOS COMPONENTES
       0430-RESERVAR-LINHA.
           PERFORM 0435-VERIFICAR-KIT.
           IF PRODUTO-E-KIT
               PERFORM 0437-RESERVAR-KIT-PRONTO
               MOVE WRK-KIT-PRONTO TO WRK-TL-KIT-PRONTO(WRK-SUB-LIN)
               COMPUTE WRK-QTDE-EXPLODIR = WRK-QTDE - WRK-KIT-PRONTO
               PERFORM VARYING WRK-SUB-KIT FROM 1 BY 1
                   UNTIL WRK-SUB-KIT > WRK-QT-KITS
                       OR WRK-QTDE-EXPLODIR NOT > ZEROES
                   IF WRK-TK-KIT(WRK-SUB-KIT) = WRK-COD-PRODUTO
                       MOVE WRK-TK-COMPONENTE(WRK-SUB-KIT)
                           TO WRK-PROD-RESERVA
                       COMPUTE WRK-QTDE-RESERVA =
                           WRK-QTDE-EXPLODIR * WRK-TK-QTDE(WRK-SUB-KIT)
                       PERFORM 0432-RESERVAR-PRODUTO
                   END-IF
               END-PERFORM
           ELSE
               MOVE WRK-COD-PRODUTO TO WRK-PROD-RESERVA
               MOVE WRK-QTDE TO WRK-QTDE-RESERVA
               PERFORM 0432-RESERVAR-PRODUTO
           END-IF.

       0432-RESERVAR-PRODUTO.
           MOVE 'N' TO WRK-RESERVOU.
           MOVE 2 TO REG-SFS-FUNCAO.
           MOVE WRK-PROD-RESERVA TO REG-SFS-PRODUTO.
           MOVE WRK-FILIAL TO REG-SFS-FILIAL.
           MOVE WRK-QTDE-RESERVA TO REG-SFS-QTDE.
           CALL 'saldofilial' USING REG-SERVFILIAL.
           IF SFS-OK
               OPEN I-O ARQ-SALDOS
           END-IF.
           IF SFS-OK AND SALDOS-OK
               MOVE WRK-PROD-RESERVA TO REG-SAL-PRODUTO
               READ ARQ-SALDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WRK-DISPONIVEL =
                           REG-SAL-QTDE - REG-SAL-RESERVADO
                       IF WRK-DISPONIVEL NOT < WRK-QTDE-RESERVA
                           ADD WRK-QTDE-RESERVA
                               TO REG-SAL-RESERVADO
                           REWRITE REG-SALDO
                           MOVE 'S' TO WRK-RESERVOU
                       END-IF
               END-READ
               CLOSE ARQ-SALDOS
           END-IF.
      * RESERVOU NA FILIAL MAS NÃO NO CONSOLIDADO: DESFAZ A DA FILIAL
           IF SFS-OK AND NOT RESERVA-FEITA
               MOVE 3 TO REG-SFS-FUNCAO
               CALL 'saldofilial' USING REG-SERVFILIAL
           END-IF.
           IF NOT RESERVA-FEITA
               PERFORM 0439-ENFILEIRAR-BACKORDER
           END-IF.

       0435-VERIFICAR-KIT.
           MOVE 'N' TO WRK-E-KIT.
           PERFORM VARYING WRK-SUB-KIT FROM 1 BY 1
               UNTIL WRK-SUB-KIT > WRK-QT-KITS
                   OR PRODUTO-E-KIT
               IF WRK-TK-KIT(WRK-SUB-KIT) = WRK-COD-PRODUTO
                   MOVE 'S' TO WRK-E-KIT
               END-IF
           END-PERFORM.

       0437-RESERVAR-KIT-PRONTO.
           MOVE ZEROES TO WRK-KIT-PRONTO.
           MOVE 7 TO REG-SFS-FUNCAO.
           MOVE WRK-COD-PRODUTO TO REG-SFS-PRODUTO.
           MOVE WRK-FILIAL TO REG-SFS-FILIAL.
           CALL 'saldofilial' USING REG-SERVFILIAL.
           IF NOT SFS-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-SALDOS.
           IF NOT SALDOS-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-COD-PRODUTO TO REG-SAL-PRODUTO.
           READ ARQ-SALDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WRK-KIT-PRONTO =
                       REG-SAL-QTDE - REG-SAL-RESERVADO
           END-READ.
           IF REG-SFS-SALDO - REG-SFS-RESERVADO < WRK-KIT-PRONTO
               COMPUTE WRK-KIT-PRONTO =
                   REG-SFS-SALDO - REG-SFS-RESERVADO
           END-IF.
           IF WRK-KIT-PRONTO > WRK-QTDE
               MOVE WRK-QTDE TO WRK-KIT-PRONTO
           END-IF.
           IF WRK-KIT-PRONTO > ZEROES
               MOVE 2 TO REG-SFS-FUNCAO
               MOVE WRK-KIT-PRONTO TO REG-SFS-QTDE
               CALL 'saldofilial' USING REG-SERVFILIAL
               IF SFS-OK
                   ADD WRK-KIT-PRONTO TO REG-SAL-RESERVADO
                   REWRITE REG-SALDO
               ELSE
                   MOVE ZEROES TO WRK-KIT-PRONTO
               END-IF
           ELSE
               MOVE ZEROES TO WRK-KIT-PRONTO
           END-IF.
           CLOSE ARQ-SALDOS.

       0439-ENFILEIRAR-BACKORDER.
           OPEN EXTEND ARQ-BACKORDER.
           IF NOT BACKORDER-OK
               OPEN OUTPUT ARQ-BACKORDER
           END-IF.
           MOVE WRK-NUMERO-PEDIDO TO REG-BCK-PEDIDO.
           MOVE WRK-PROD-RESERVA  TO REG-BCK-PRODUTO.
           MOVE WRK-QTDE-RESERVA  TO REG-BCK-QTDE.
           MOVE WRK-DATA-SYS-NUM  TO REG-BCK-DATA.
           MOVE WRK-FILIAL        TO REG-BCK-FILIAL.
           WRITE REG-BACKORDER.
           CLOSE ARQ-BACKORDER.
           DISPLAY 'SEM DISPONIBILIDADE DO PRODUTO '
               WRK-PROD-RESERVA ' - LINHA EM BACKORDER'.

      * A FILA VOLTA NA MESMA ORDEM; LINHA DO PEDIDO TOTALMENTE
      * ABATIDA SAI DA FILA
       0445-REGRAVAR-BACKORDER.
           OPEN OUTPUT ARQ-BACKORDER.
           PERFORM VARYING WRK-SUB-BCK FROM 1 BY 1
               UNTIL WRK-SUB-BCK > WRK-QT-BACKORDER
               MOVE WRK-TB-REGISTRO(WRK-SUB-BCK) TO REG-BACKORDER
               IF WRK-TB-DO-PEDIDO(WRK-SUB-BCK) = 'S'
                   MOVE WRK-TB-QTDE(WRK-SUB-BCK) TO REG-BCK-QTDE
               END-IF
               IF REG-BCK-QTDE > ZEROES
                   WRITE REG-BACKORDER
               END-IF
           END-PERFORM.
           CLOSE ARQ-BACKORDER.

      * CADA LINHA É GRAVADA NO LUGAR CONFORME A OPERAÇÃO: INCLUÍDA
      * ENTRA, ALTERADA É REGRAVADA, EXCLUÍDA SAI; A DESCARTADA
      * (INCLUÍDA E EXCLUÍDA NA MESMA ALTERAÇÃO) NUNCA FOI GRAVADA
       0450-REGRAVAR-ITENS.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS
               PERFORM 0455-GRAVAR-LINHA
           END-PERFORM.

       0455-GRAVAR-LINHA.
           MOVE WRK-NUMERO-PEDIDO TO REG-PI-NUMERO.
           MOVE WRK-TL-SEQ(WRK-SUB-LIN) TO REG-PI-SEQ.
           MOVE WRK-TL-PRODUTO(WRK-SUB-LIN) TO REG-PI-PRODUTO.
           MOVE WRK-TL-QTDE(WRK-SUB-LIN) TO REG-PI-QTDE.
           MOVE WRK-TL-PRECO(WRK-SUB-LIN) TO REG-PI-PRECO.
           MOVE WRK-TL-TOTAL(WRK-SUB-LIN) TO REG-PI-TOTAL.
           MOVE WRK-TL-PROMO(WRK-SUB-LIN) TO REG-PI-PROMO.
           MOVE WRK-TL-DESCONTO(WRK-SUB-LIN) TO REG-PI-DESCONTO.
           MOVE WRK-TL-CUSTO(WRK-SUB-LIN) TO REG-PI-CUSTO.
           MOVE WRK-TL-KIT-PRONTO(WRK-SUB-LIN) TO REG-PI-KIT-PRONTO.
           EVALUATE TRUE
               WHEN WRK-TL-INCLUIDA(WRK-SUB-LIN)
                   WRITE REG-PEDITEM
                       INVALID KEY
                           DISPLAY 'ITEM ' REG-PI-CHAVE
                               ' JÁ EXISTE EM PEDIDOS-ITEM'
                   END-WRITE
               WHEN WRK-TL-EXCLUIDA(WRK-SUB-LIN)
                   DELETE ARQ-PEDITEM RECORD
                       INVALID KEY
                           DISPLAY 'ITEM ' REG-PI-CHAVE
                               ' NÃO ENCONTRADO EM PEDIDOS-ITEM'
                   END-DELETE
               WHEN WRK-TL-ALTERADA(WRK-SUB-LIN)
                   REWRITE REG-PEDITEM
                       INVALID KEY
                           DISPLAY 'ITEM ' REG-PI-CHAVE
                               ' NÃO ENCONTRADO EM PEDIDOS-ITEM'
                   END-REWRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0460-REGRAVAR-CABECALHO.
           MOVE WRK-NUMERO-PEDIDO TO REG-PC-NUMERO.
           READ ARQ-PEDCAB
               INVALID KEY
                   DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO
                       ' NÃO ENCONTRADO EM PEDIDOS-CAB'
               NOT INVALID KEY
                   MOVE WRK-TOTAL-NOVO TO REG-PC-TOTAL
                   REWRITE REG-PEDCAB
           END-READ.

      * AS PARCELAS LIVRES MANTÊM NÚMERO, EMISSÃO E VENCIMENTO E
      * RECEBEM O VALOR REFEITO, A ÚLTIMA LEVANDO A SOBRA DA
      * DIVISÃO; PARCELA QUE FICA ZERADA SAI DO ARQUIVO
       0470-REGRAVAR-DUPLICATAS.
           IF WRK-QT-DUP-PEDIDO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'DUPLICATAS-ABERTAS' TO REG-GER-ARQUIVO.
           MOVE 'B' TO REG-GER-OPERACAO.
           CALL 'salvageracao' USING REG-GERACAO-PEDIDO.
           MOVE ZEROES TO WRK-SUB-REFAZER.
           MOVE ZEROES TO WRK-VALOR-ACUM-PARC.
           OPEN OUTPUT ARQ-DUPLICATAS.
           PERFORM VARYING WRK-SUB-DUP FROM 1 BY 1
               UNTIL WRK-SUB-DUP > WRK-QT-DUPLICATAS
               MOVE WRK-TD-REGISTRO(WRK-SUB-DUP) TO REG-DUPLICATA
               IF REG-DUP-PEDIDO = WRK-NUMERO-PEDIDO AND
                  REG-DUP-ABERTA AND NOT REG-DUP-REMETIDA AND
                  REG-DUP-SALDO = REG-DUP-VALOR
                   PERFORM 0475-REFAZER-PARCELA
               END-IF
               IF REG-DUP-VALOR > ZEROES
                   WRITE REG-DUPLICATA
               END-IF
           END-PERFORM.
           IF PARCELA-EXTRA
               PERFORM 0477-GRAVAR-PARCELA-EXTRA
           END-IF.
           CLOSE ARQ-DUPLICATAS.

       0475-REFAZER-PARCELA.
           ADD 1 TO WRK-SUB-REFAZER.
           IF WRK-SUB-REFAZER = WRK-QT-DUP-REFAZER
               COMPUTE REG-DUP-VALOR =
                   WRK-VALOR-REFAZER - WRK-VALOR-ACUM-PARC
           ELSE
               MOVE WRK-VALOR-PARCELA TO REG-DUP-VALOR
               ADD WRK-VALOR-PARCELA TO WRK-VALOR-ACUM-PARC
           END-IF.
           MOVE REG-DUP-VALOR TO REG-DUP-SALDO.

       0477-GRAVAR-PARCELA-EXTRA.
           MOVE 1 TO REG-SRV-FUNCAO.
           MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA1.
           MOVE 30 TO REG-SRV-DIAS.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK
               MOVE REG-SRV-DATA-RES TO WRK-VENCIMENTO
               MOVE 7 TO REG-SRV-FUNCAO
               MOVE WRK-VENCIMENTO TO REG-SRV-DATA1
               MOVE ZEROES TO REG-SRV-DIAS
               CALL 'servicodata' USING REG-SERVDATA
               IF SRV-DATA-OK
                   MOVE REG-SRV-DATA-RES TO WRK-VENCIMENTO
               END-IF
           ELSE
               MOVE WRK-DATA-SYS-NUM TO WRK-VENCIMENTO
           END-IF.
           MOVE WRK-COD-CLIENTE   TO REG-DUP-CLIENTE.
           MOVE WRK-NUMERO-PEDIDO TO REG-DUP-PEDIDO.
           COMPUTE REG-DUP-PARCELA = WRK-MAIOR-PARCELA + 1.
           MOVE WRK-DATA-SYS-NUM  TO REG-DUP-EMISSAO.
           MOVE WRK-VENCIMENTO    TO REG-DUP-VENCIMENTO.
           MOVE WRK-VALOR-PARCELA TO REG-DUP-VALOR.
           MOVE 'A' TO REG-DUP-SITUACAO.
           MOVE ZEROES TO REG-DUP-DATAPAGTO.
           MOVE 'N' TO REG-DUP-REMESSA.
           MOVE REG-DUP-VALOR TO REG-DUP-SALDO.
           MOVE SPACE TO REG-DUP-TIPO.
           WRITE REG-DUPLICATA.
           DISPLAY 'PARCELA ' REG-DUP-PARCELA ' GERADA PARA O '
               'AUMENTO, VENCIMENTO ' WRK-VENCIMENTO.

      * A DIFERENÇA (POSITIVA OU NEGATIVA) ENTRA NAS VENDAS DO DIA
      * DA ALTERAÇÃO, NA FILIAL DO PEDIDO, PARA O FECHAMENTO
      * CONCILIAR COM O NOVO TOTAL
       0480-ALIMENTAR-VENDAS-DIA.
           IF WRK-DIFERENCA = ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WRK-DIFERENCA > WRK-TETO-VENDAS OR
              WRK-DIFERENCA < ZEROES - WRK-TETO-VENDAS
               DISPLAY 'DIFERENÇA ACIMA DO CAMPO DE VENDAS-DIA - '
                   'REPASSE NÃO GRAVADO; LANCE A DIFERENÇA DIVIDIDA'
               MOVE 'DIFERENCA EXCEDE O CAMPO DE VENDAS'
                   TO WRK-MOTIVO-REJ
               PERFORM 0590-REJEITAR-ALTERACAO
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ARQ-VENDAS.
           IF NOT VENDAS-OK
               OPEN OUTPUT ARQ-VENDAS
           END-IF.
           MOVE WRK-DIFERENCA    TO REG-VALOR.
           MOVE WRK-DS-MES       TO REG-MESVENDA.
           MOVE WRK-FILIAL       TO REG-FILIAL.
           MOVE WRK-DATA-SYS-NUM TO REG-DATAVENDA.
           WRITE REG-VENDAS.
           CLOSE ARQ-VENDAS.
           MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED.
           DISPLAY 'DIFERENÇA LANÇADA NAS VENDAS DO DIA: '
               WRK-DIFERENCA-ED.

       0490-GRAVAR-TRILHA.
           OPEN EXTEND ARQ-ALTPEDIDO.
           IF NOT ALTPEDIDO-OK
               OPEN OUTPUT ARQ-ALTPEDIDO
           END-IF.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS
               IF WRK-TL-INCLUIDA(WRK-SUB-LIN) OR
                  WRK-TL-ALTERADA(WRK-SUB-LIN) OR
                  WRK-TL-EXCLUIDA(WRK-SUB-LIN)
                   PERFORM 0495-GRAVAR-LINHA-TRILHA
               END-IF
           END-PERFORM.
           INITIALIZE REG-ALTPEDIDO.
           MOVE WRK-DATA-SYS-NUM TO REG-ALT-DATA.
           COMPUTE REG-ALT-HORA =
               WRK-HT-HH * 10000 + WRK-HT-MM * 100 + WRK-HT-SS.
           MOVE WRK-NUMERO-PEDIDO  TO REG-ALT-PEDIDO.
           MOVE 'T'                TO REG-ALT-OPERACAO.
           MOVE WRK-TOTAL-ANTERIOR TO REG-ALT-TOTAL-ANT.
           MOVE WRK-TOTAL-NOVO     TO REG-ALT-TOTAL-NOVO.
           WRITE REG-ALTPEDIDO.
           CLOSE ARQ-ALTPEDIDO.

       0495-GRAVAR-LINHA-TRILHA.
           MOVE WRK-DATA-SYS-NUM TO REG-ALT-DATA.
           COMPUTE REG-ALT-HORA =
               WRK-HT-HH * 10000 + WRK-HT-MM * 100 + WRK-HT-SS.
           MOVE WRK-NUMERO-PEDIDO TO REG-ALT-PEDIDO.
           MOVE WRK-TL-SEQ(WRK-SUB-LIN) TO REG-ALT-SEQ.
           MOVE WRK-TL-OPERACAO(WRK-SUB-LIN) TO REG-ALT-OPERACAO.
           MOVE WRK-TL-PRODUTO(WRK-SUB-LIN) TO REG-ALT-PRODUTO.
           MOVE WRK-TL-QTDE-ANT(WRK-SUB-LIN) TO REG-ALT-QTDE-ANT.
           MOVE WRK-TL-QTDE(WRK-SUB-LIN) TO REG-ALT-QTDE-NOVA.
           MOVE WRK-TL-PRECO-ANT(WRK-SUB-LIN) TO REG-ALT-PRECO-ANT.
           MOVE WRK-TL-PRECO(WRK-SUB-LIN) TO REG-ALT-PRECO-NOVO.
           MOVE WRK-TL-TOTAL-ANT(WRK-SUB-LIN) TO REG-ALT-TOTAL-ANT.
           MOVE WRK-TL-TOTAL(WRK-SUB-LIN) TO REG-ALT-TOTAL-NOVO.
           WRITE REG-ALTPEDIDO.

       0540-CARREGAR-KITS.
           IF KITS-CARREGADOS
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-KITS-CARREGADOS.
           MOVE 'N' TO WRK-FIM-KITS.
           OPEN INPUT ARQ-KITS.
           IF KITS-OK
               PERFORM 0542-LER-KIT
               PERFORM 0544-GUARDAR-KIT UNTIL FIM-KITS
               CLOSE ARQ-KITS
           END-IF.

       0542-LER-KIT.
           READ ARQ-KITS
               AT END
                   MOVE 'S' TO WRK-FIM-KITS
           END-READ.

       0544-GUARDAR-KIT.
           IF WRK-QT-KITS < 200
               ADD 1 TO WRK-QT-KITS
               MOVE REG-KIT-CODIGO TO WRK-TK-KIT(WRK-QT-KITS)
               MOVE REG-KIT-COMPONENTE
                   TO WRK-TK-COMPONENTE(WRK-QT-KITS)
               MOVE REG-KIT-QTDE TO WRK-TK-QTDE(WRK-QT-KITS)
           END-IF.
           PERFORM 0542-LER-KIT.

       0590-REJEITAR-ALTERACAO.
           OPEN EXTEND ARQ-REJEITADOS.
           IF NOT REJEITADOS-OK
               OPEN OUTPUT ARQ-REJEITADOS
           END-IF.
           MOVE 'ALTERAPEDIDO' TO REG-REJ-PROGRAMA.
           MOVE WRK-NUMERO-PEDIDO TO REG-REJ-CHAVE.
           MOVE WRK-MOTIVO-REJ TO REG-REJ-MOTIVO.
           WRITE REG-REJEITADO.
           CLOSE ARQ-REJEITADOS.
