       IDENTIFICATION DIVISION.
       PROGRAM-ID. orcamvenda.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = ORÇAMENTO DE VENDA PARA O CLIENTE: CABEÇALHO E
      *            ITENS NA FORMA DO PEDIDO (CLIENTE, FILIAL,
      *            VENDEDOR, ENDEREÇO DE ENTREGA, PRODUTOS COM A
      *            PROMOÇÃO EM VIGOR, A VENDA NA EMBALAGEM E O
      *            DESCONTO POR QUANTIDADE DO PEDIDOVENDA), COM DATA
      *            DE VALIDADE (PARÂMETRO ORCAMENTO-VALIDADE, PADRÃO
      *            15 DIAS) E SEM RESERVA DE ESTOQUE NEM CONFERÊNCIA
      *            DE CRÉDITO; O DOCUMENTO SAI EM RELATORIO-ORCAMENTO
      *            PARA ENTREGAR AO CLIENTE E PODE SER REIMPRESSO PELO
      *            NÚMERO. O ORÇAMENTO APROVADO VIRA PEDIDO NO
      *            PEDIDOVENDA, QUE FAZ A RESERVA E O CRÉDITO NA HORA
      * DATA = 15/10/2026
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
           SELECT ARQ-ORCCAB ASSIGN TO 'ORCAMENTOS-CAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORCCAB.
           SELECT ARQ-ORCITEM ASSIGN TO 'ORCAMENTOS-ITEM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORCITEM.
           SELECT ARQ-ORCCTRL ASSIGN TO 'ORCAMENTOS-CONTROLE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORCCTRL.
           SELECT ARQ-FILIAIS ASSIGN TO 'FILIAIS-MASTER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILIAIS.
           SELECT ARQ-VENDEDORES ASSIGN TO 'VENDEDORES-MASTER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-VENDEDORES.
           SELECT ARQ-PROMOCOES ASSIGN TO 'PROMOCOES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROMOCOES.
           SELECT ARQ-DESCONTOS ASSIGN TO 'DESCONTOS-QTDE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DESCONTOS.
           SELECT ARQ-ENDERECOS ASSIGN TO 'ENDERECOS-ENTREGA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENDERECOS.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-ORCAMENTO'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-ORCCAB.
           COPY 'orccab.cbl'.

       FD  ARQ-ORCITEM.
           COPY 'orcitem.cbl'.

       FD  ARQ-ORCCTRL.
       01  REG-ORCCTRL.
           02 REG-OCT-ULTIMO PIC 9(06).

       FD  ARQ-FILIAIS.
           COPY 'filial.cbl'.

       FD  ARQ-VENDEDORES.
           COPY 'vendedor.cbl'.

       FD  ARQ-PROMOCOES.
           COPY 'promocao.cbl'.

       FD  ARQ-DESCONTOS.
           COPY 'descqtde.cbl'.

       FD  ARQ-ENDERECOS.
           COPY 'endentrega.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.
           COPY 'servunidade.cbl'.
           COPY 'servdata.cbl'.
           COPY 'parametro.cbl'.
       77 WRK-STATUS-CADASTRO PIC X(02) VALUE '00'.
           88 CADASTRO-OK        VALUE '00'.
       77 WRK-STATUS-ORCCAB   PIC X(02) VALUE '00'.
           88 ORCCAB-OK          VALUE '00'.
       77 WRK-STATUS-ORCITEM  PIC X(02) VALUE '00'.
           88 ORCITEM-OK         VALUE '00'.
       77 WRK-STATUS-ORCCTRL  PIC X(02) VALUE '00'.
           88 ORCCTRL-OK         VALUE '00'.
       77 WRK-FIM-ORCCAB      PIC X(01) VALUE 'N'.
           88 FIM-ORCCAB         VALUE 'S'.
       77 WRK-FIM-ORCITEM     PIC X(01) VALUE 'N'.
           88 FIM-ORCITEM        VALUE 'S'.

      * VALIDADE DO ORÇAMENTO EM DIAS CORRIDOS A PARTIR DA EMISSÃO
       77 WRK-DIAS-VALIDADE   PIC 9(03) VALUE 15.
       77 WRK-VALIDADE        PIC 9(08) VALUE ZEROES.
       77 WRK-NUMERO-ORCAMENTO PIC 9(06) VALUE ZEROES.
       77 WRK-ORCAMENTO-ACHADO PIC X(01) VALUE 'N'.
           88 ORCAMENTO-ACHADO    VALUE 'S'.

       77 WRK-COD-CLIENTE  PIC 9(06) VALUE ZEROES.
       77 WRK-NOME-CLIENTE PIC X(30) VALUE SPACES.
       77 WRK-CLIENTE-ENCONTRADO PIC X(01) VALUE 'N'.
           88 CLIENTE-ENCONTRADO    VALUE 'S'.
       77 WRK-CEP-CLIENTE  PIC 9(08) VALUE ZEROES.

       77 WRK-COD-PRODUTO  PIC 9(06) VALUE ZEROES.
       77 WRK-NOME-PRODUTO PIC X(30) VALUE SPACES.
       77 WRK-PRECO-CADASTRO PIC 9(08)V99 VALUE ZEROES.
       77 WRK-PRODUTO-ENCONTRADO PIC X(01) VALUE 'N'.
           88 PRODUTO-ENCONTRADO    VALUE 'S'.

      * VENDA NA EMBALAGEM DE VENDA: QUANTIDADE E PREÇO DIGITADOS NA
      * EMBALAGEM, ITEM GRAVADO NA UNIDADE BASE
       77 WRK-VENDA-EMB     PIC X(01) VALUE 'N'.
           88 VENDA-NA-EMBALAGEM VALUE 'S'.
       77 WRK-QTDE-EMB      PIC 9(05) VALUE ZEROES.
       77 WRK-PRECO-EMB     PIC 9(08)V99 VALUE ZEROES.
       77 WRK-PRECO-EMB-PADRAO PIC 9(08)V99 VALUE ZEROES.

       77 WRK-FILIAL        PIC 9(02) VALUE ZEROES.
       77 WRK-FILIAL-VALIDA PIC X(01) VALUE 'N'.
           88 FILIAL-VALIDA    VALUE 'S'.
       77 WRK-STATUS-FILIAIS PIC X(02) VALUE '00'.
           88 FILIAIS-OK        VALUE '00'.
       77 WRK-FIM-FILIAIS    PIC X(01) VALUE 'N'.
           88 FIM-FILIAIS       VALUE 'S'.
       77 WRK-FILIAIS-CARREGADAS PIC X(01) VALUE 'N'.
           88 FILIAIS-CARREGADAS    VALUE 'S'.
       77 WRK-QT-FILIAIS     PIC 9(02) VALUE ZEROES.
       77 WRK-SUB-FILCAD     PIC 9(02) VALUE ZEROES.
       01  WRK-TAB-FILIAIS.
           02 WRK-TFC-ITEM OCCURS 10 TIMES.
               03 WRK-TFC-EXISTE   PIC X(01).
               03 WRK-TFC-SITUACAO PIC X(01).

      * VENDEDOR DO ORÇAMENTO (ZERO = SEM VENDEDOR), VALIDADO NO
      * CADASTRO QUANDO ELE EXISTE
       77 WRK-STATUS-VENDEDORES PIC X(02) VALUE '00'.
           88 VENDEDORES-OK        VALUE '00'.
       77 WRK-FIM-VENDEDORES PIC X(01) VALUE 'N'.
           88 FIM-VENDEDORES    VALUE 'S'.
       77 WRK-COD-VENDEDOR   PIC 9(03) VALUE ZEROES.
       77 WRK-VENDEDOR-OK    PIC X(01) VALUE 'N'.
           88 VENDEDOR-VALIDO   VALUE 'S'.
       77 WRK-VENDEDOR-ACHADO PIC X(01) VALUE 'N'.
           88 VENDEDOR-ACHADO    VALUE 'S'.

      * ENDEREÇO DE ENTREGA (ZERO = CEP DO CADASTRO DO CLIENTE)
       77 WRK-STATUS-ENDERECOS PIC X(02) VALUE '00'.
           88 ENDERECOS-OK        VALUE '00'.
       77 WRK-FIM-ENDERECOS PIC X(01) VALUE 'N'.
           88 FIM-ENDERECOS    VALUE 'S'.
       77 WRK-CEP-ENTREGA   PIC 9(08) VALUE ZEROES.
       77 WRK-SEQ-ENDERECO  PIC 9(02) VALUE ZEROES.
       77 WRK-QT-ENDERECOS  PIC 9(02) VALUE ZEROES.
       77 WRK-CEP-ACHADO    PIC X(01) VALUE 'N'.
           88 ENDERECO-ACHADO  VALUE 'S'.

      * PROMOÇÃO EM VIGOR NA DATA DO ORÇAMENTO, QUANDO EXISTE
       77 WRK-STATUS-PROMOCOES PIC X(02) VALUE '00'.
           88 PROMOCOES-OK        VALUE '00'.
       77 WRK-FIM-PROMOCOES PIC X(01) VALUE 'N'.
           88 FIM-PROMOCOES    VALUE 'S'.
       77 WRK-ITEM-PROMO    PIC X(01) VALUE 'N'.
           88 ITEM-PROMOCIONAL VALUE 'S'.
       77 WRK-PRECO-PROMO-ED PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

      * DESCONTO POR QUANTIDADE: VALE A MAIOR FAIXA ALCANÇADA
       77 WRK-STATUS-DESCONTOS PIC X(02) VALUE '00'.
           88 DESCONTOS-OK        VALUE '00'.
       77 WRK-FIM-DESCONTOS PIC X(01) VALUE 'N'.
           88 FIM-DESCONTOS    VALUE 'S'.
       77 WRK-PCT-DESCONTO   PIC 9(02)V99 VALUE ZEROES.
       77 WRK-MELHOR-MINIMA  PIC 9(05) VALUE ZEROES.
       77 WRK-VALOR-DESCONTO PIC 9(08)V99 VALUE ZEROES.
       77 WRK-TOTAL-DESCONTOS PIC 9(10)V99 VALUE ZEROES.
       77 WRK-DESCONTO-ED    PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       77 WRK-QTDE          PIC 9(05) VALUE ZEROES.
       77 WRK-PRECO         PIC 9(08)V99 VALUE ZEROES.
       77 WRK-SEQ-ITEM      PIC 9(03) VALUE ZEROES.
       77 WRK-TOTAL-ITEM    PIC 9(10)V99 VALUE ZEROES.
       77 WRK-TOTAL-ORCAMENTO PIC 9(10)V99 VALUE ZEROES.
       77 WRK-ORCAMENTO-ESTOURADO PIC X(01) VALUE 'N'.
           88 ORCAMENTO-ESTOURADO    VALUE 'S'.
       77 WRK-TOTAL-ITEM-ED PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-TOTAL-ORC-ED  PIC $ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

      * DATAS DO DOCUMENTO, DESMONTADAS PARA A IMPRESSÃO DD/MM/AAAA
       01  WRK-DATA-DOC.
           02 WRK-DD-ANO PIC 9(04).
           02 WRK-DD-MES PIC 9(02).
           02 WRK-DD-DIA PIC 9(02).
       01  WRK-DATA-DOC-NUM REDEFINES WRK-DATA-DOC PIC 9(08).
       01  WRK-DATA-VAL.
           02 WRK-DV-ANO PIC 9(04).
           02 WRK-DV-MES PIC 9(02).
           02 WRK-DV-DIA PIC 9(02).
       01  WRK-DATA-VAL-NUM REDEFINES WRK-DATA-VAL PIC 9(08).

       01  WRK-LINHA-ITEM.
           02 WRK-LI-SEQ      PIC 9(03).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LI-PRODUTO  PIC 9(06).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LI-NOME     PIC X(30).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LI-QTDE     PIC ZZ.ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LI-PRECO    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LI-DESCONTO PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LI-TOTAL    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LI-PROMO    PIC X(01).
       77 WRK-TOTAL-DOC-ED  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-LINRELAT      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'ORÇAMENTO DE VENDA'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-CADASTRO.
           IF NOT CADASTRO-OK
               DISPLAY 'CADASTRO MESTRE INDISPONÍVEL - STATUS '
                   WRK-STATUS-CADASTRO
               GOBACK
           END-IF.
           DISPLAY 'NÚMERO DO ORÇAMENTO A REIMPRIMIR (0 = ORÇAMENTO '
               'NOVO):'.
           ACCEPT WRK-NUMERO-ORCAMENTO FROM CONSOLE.
           IF WRK-NUMERO-ORCAMENTO > ZEROES
               PERFORM 0500-IMPRIMIR-ORCAMENTO
           ELSE
               PERFORM 0100-INICIALIZAR
               IF CLIENTE-ENCONTRADO
                   PERFORM 0200-PROCESSAR-ITENS
                   IF WRK-SEQ-ITEM > 0
                       PERFORM 0300-GRAVAR-ORCAMENTO
                       PERFORM 0500-IMPRIMIR-ORCAMENTO
                   ELSE
                       DISPLAY 'ORÇAMENTO SEM ITENS - NADA GRAVADO'
                   END-IF
               END-IF
           END-IF.
           CLOSE ARQ-CADASTRO.
           DISPLAY 'FINAL DO ORÇAMENTO DE VENDA'.
           GOBACK.

      * O ORÇAMENTO É EMITIDO NA DATA DO SISTEMA, QUE DECIDE A
      * PROMOÇÃO EM VIGOR E O INÍCIO DA VALIDADE
       0100-INICIALIZAR.
           DISPLAY 'CÓDIGO DO CLIENTE:'.
           ACCEPT WRK-COD-CLIENTE FROM CONSOLE.
           PERFORM 0110-LOCALIZAR-CLIENTE.
           IF CLIENTE-ENCONTRADO
               DISPLAY 'CLIENTE: ' WRK-NOME-CLIENTE
               MOVE 'N' TO WRK-FILIAL-VALIDA
               PERFORM 0120-PEDIR-FILIAL UNTIL FILIAL-VALIDA
               MOVE 'N' TO WRK-VENDEDOR-OK
               PERFORM 0145-PEDIR-VENDEDOR UNTIL VENDEDOR-VALIDO
               PERFORM 0148-ESCOLHER-ENDERECO
               PERFORM 0130-CALCULAR-VALIDADE
           ELSE
               DISPLAY 'CLIENTE NÃO ENCONTRADO NO CADASTRO - '
                   'ORÇAMENTO NÃO INICIADO'
           END-IF.

       0110-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WRK-CLIENTE-ENCONTRADO.
           MOVE WRK-COD-CLIENTE TO REG-CAD-CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-CAD-CLIENTE AND NOT REG-CAD-INATIVO
                       MOVE REG-CAD-NOME TO WRK-NOME-CLIENTE
                       MOVE REG-CAD-CEP TO WRK-CEP-CLIENTE
                       MOVE 'S' TO WRK-CLIENTE-ENCONTRADO
                   END-IF
           END-READ.

       0120-PEDIR-FILIAL.
           DISPLAY 'CÓDIGO DA FILIAL (01-10):'.
           ACCEPT WRK-FILIAL FROM CONSOLE.
           IF WRK-FILIAL > 0 AND WRK-FILIAL < 11
               PERFORM 0122-VALIDAR-FILIAL-CADASTRO
           ELSE
               DISPLAY 'FILIAL INVÁLIDA. DIGITE UM VALOR ENTRE 01 E '
                   '10'
           END-IF.

      * COM O CADASTRO DE FILIAIS CARREGADO, O CÓDIGO PRECISA
      * EXISTIR E ESTAR ATIVO; SEM CADASTRO VALE SÓ A FAIXA
       0122-VALIDAR-FILIAL-CADASTRO.
           PERFORM 0124-CARREGAR-FILIAIS.
           IF WRK-QT-FILIAIS = ZEROES
               MOVE 'S' TO WRK-FILIAL-VALIDA
           ELSE
               IF WRK-TFC-EXISTE(WRK-FILIAL) = 'S' AND
                  WRK-TFC-SITUACAO(WRK-FILIAL) = 'A'
                   MOVE 'S' TO WRK-FILIAL-VALIDA
               ELSE
                   DISPLAY 'FILIAL NÃO CADASTRADA OU INATIVA NO '
                       'CADASTRO DE FILIAIS'
               END-IF
           END-IF.

       0124-CARREGAR-FILIAIS.
           IF FILIAIS-CARREGADAS
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-FILIAIS-CARREGADAS.
           PERFORM VARYING WRK-SUB-FILCAD FROM 1 BY 1
               UNTIL WRK-SUB-FILCAD > 10
               MOVE 'N' TO WRK-TFC-EXISTE(WRK-SUB-FILCAD)
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-FILIAIS.
           OPEN INPUT ARQ-FILIAIS.
           IF FILIAIS-OK
               PERFORM 0126-LER-FILIAL
               PERFORM 0128-GUARDAR-FILIAL UNTIL FIM-FILIAIS
               CLOSE ARQ-FILIAIS
           END-IF.

       0126-LER-FILIAL.
           READ ARQ-FILIAIS
               AT END
                   MOVE 'S' TO WRK-FIM-FILIAIS
           END-READ.

       0128-GUARDAR-FILIAL.
           IF REG-FIL-CODIGO > 0 AND REG-FIL-CODIGO < 11
               ADD 1 TO WRK-QT-FILIAIS
               MOVE 'S' TO WRK-TFC-EXISTE(REG-FIL-CODIGO)
               MOVE REG-FIL-SITUACAO
                   TO WRK-TFC-SITUACAO(REG-FIL-CODIGO)
           END-IF.
           PERFORM 0126-LER-FILIAL.

      * VALIDADE = EMISSÃO MAIS OS DIAS DO PARÂMETRO, EM DIAS
      * CORRIDOS PELO MÓDULO DE CALENDÁRIO
       0130-CALCULAR-VALIDADE.
           MOVE 'ORCAMENTO-VALIDADE' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO AND REG-PRM-VALOR > ZEROES
               MOVE REG-PRM-VALOR TO WRK-DIAS-VALIDADE
           END-IF.
           MOVE 1 TO REG-SRV-FUNCAO.
           MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA1.
           MOVE WRK-DIAS-VALIDADE TO REG-SRV-DIAS.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK
               MOVE REG-SRV-DATA-RES TO WRK-VALIDADE
           ELSE
               MOVE WRK-DATA-SYS-NUM TO WRK-VALIDADE
           END-IF.
           DISPLAY 'ORÇAMENTO VÁLIDO ATÉ ' WRK-VALIDADE.

      * O VENDEDOR É VALIDADO CONTRA O CADASTRO QUANDO ELE EXISTE;
      * ZERO VALE COMO ORÇAMENTO SEM VENDEDOR
       0145-PEDIR-VENDEDOR.
           DISPLAY 'CÓDIGO DO VENDEDOR (0 = SEM VENDEDOR):'.
           ACCEPT WRK-COD-VENDEDOR FROM CONSOLE.
           IF WRK-COD-VENDEDOR = ZEROES
               MOVE 'S' TO WRK-VENDEDOR-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-VENDEDOR-ACHADO.
           MOVE 'N' TO WRK-FIM-VENDEDORES.
           OPEN INPUT ARQ-VENDEDORES.
           IF NOT VENDEDORES-OK
               MOVE 'S' TO WRK-VENDEDOR-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0146-LER-VENDEDOR.
           PERFORM 0147-COMPARAR-VENDEDOR UNTIL FIM-VENDEDORES.
           CLOSE ARQ-VENDEDORES.
           IF VENDEDOR-ACHADO
               MOVE 'S' TO WRK-VENDEDOR-OK
           ELSE
               DISPLAY 'VENDEDOR NÃO CADASTRADO OU INATIVO'
           END-IF.

       0146-LER-VENDEDOR.
           READ ARQ-VENDEDORES
               AT END
                   MOVE 'S' TO WRK-FIM-VENDEDORES
           END-READ.

       0147-COMPARAR-VENDEDOR.
           IF REG-VEN-CODIGO = WRK-COD-VENDEDOR AND REG-VEN-ATIVO
               MOVE 'S' TO WRK-VENDEDOR-ACHADO
           END-IF.
           PERFORM 0146-LER-VENDEDOR.

      * COM ENDEREÇOS DE ENTREGA CADASTRADOS, O OPERADOR ESCOLHE A
      * SEQUÊNCIA QUE VAI VALER NO PEDIDO; ZERO (OU CLIENTE SEM
      * ENDEREÇOS) MANTÉM O CEP DO CADASTRO
       0148-ESCOLHER-ENDERECO.
           MOVE WRK-CEP-CLIENTE TO WRK-CEP-ENTREGA.
           MOVE ZEROES TO WRK-QT-ENDERECOS.
           MOVE 'N' TO WRK-FIM-ENDERECOS.
           OPEN INPUT ARQ-ENDERECOS.
           IF NOT ENDERECOS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0149-LER-ENDERECO.
           PERFORM 0151-MOSTRAR-ENDERECO UNTIL FIM-ENDERECOS.
           CLOSE ARQ-ENDERECOS.
           IF WRK-QT-ENDERECOS = ZEROES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'SEQUÊNCIA DO ENDEREÇO DE ENTREGA (0 = CEP DO '
               'CADASTRO):'.
           ACCEPT WRK-SEQ-ENDERECO FROM CONSOLE.
           IF WRK-SEQ-ENDERECO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-CEP-ACHADO.
           MOVE 'N' TO WRK-FIM-ENDERECOS.
           OPEN INPUT ARQ-ENDERECOS.
           IF ENDERECOS-OK
               PERFORM 0149-LER-ENDERECO
               PERFORM 0152-PROCURAR-ENDERECO UNTIL FIM-ENDERECOS
               CLOSE ARQ-ENDERECOS
           END-IF.
           IF NOT ENDERECO-ACHADO
               DISPLAY 'SEQUÊNCIA NÃO ENCONTRADA - VALE O CEP DO '
                   'CADASTRO'
           END-IF.

       0149-LER-ENDERECO.
           READ ARQ-ENDERECOS
               AT END
                   MOVE 'S' TO WRK-FIM-ENDERECOS
           END-READ.

       0151-MOSTRAR-ENDERECO.
           IF REG-END-CLIENTE = WRK-COD-CLIENTE
               ADD 1 TO WRK-QT-ENDERECOS
               DISPLAY REG-END-SEQ ' ' REG-END-LOGRADOURO ' '
                   REG-END-CIDADE '/' REG-END-UF ' CEP '
                   REG-END-CEP
           END-IF.
           PERFORM 0149-LER-ENDERECO.

       0152-PROCURAR-ENDERECO.
           IF REG-END-CLIENTE = WRK-COD-CLIENTE AND
              REG-END-SEQ = WRK-SEQ-ENDERECO
               MOVE REG-END-CEP TO WRK-CEP-ENTREGA
               MOVE 'S' TO WRK-CEP-ACHADO
           END-IF.
           PERFORM 0149-LER-ENDERECO.

       0200-PROCESSAR-ITENS.
           PERFORM 0140-OBTER-NUMERO-ORCAMENTO.
           OPEN EXTEND ARQ-ORCITEM.
           IF NOT ORCITEM-OK
               OPEN OUTPUT ARQ-ORCITEM
           END-IF.
           DISPLAY 'CÓDIGO DO PRODUTO (0 PARA ENCERRAR):'.
           ACCEPT WRK-COD-PRODUTO FROM CONSOLE.
           PERFORM 0210-PROCESSAR-ITEM UNTIL WRK-COD-PRODUTO = 0.
           CLOSE ARQ-ORCITEM.

       0140-OBTER-NUMERO-ORCAMENTO.
           MOVE ZEROES TO WRK-NUMERO-ORCAMENTO.
           OPEN INPUT ARQ-ORCCTRL.
           IF ORCCTRL-OK
               READ ARQ-ORCCTRL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-OCT-ULTIMO TO WRK-NUMERO-ORCAMENTO
               END-READ
               CLOSE ARQ-ORCCTRL
           END-IF.
           ADD 1 TO WRK-NUMERO-ORCAMENTO.
           DISPLAY 'ORÇAMENTO NÚMERO: ' WRK-NUMERO-ORCAMENTO.

      * MESMA PRECIFICAÇÃO DO PEDIDOVENDA (PROMOÇÃO, EMBALAGEM E
      * DESCONTO POR QUANTIDADE), SEM A RESERVA DE ESTOQUE
       0210-PROCESSAR-ITEM.
           PERFORM 0220-LOCALIZAR-PRODUTO.
           IF PRODUTO-ENCONTRADO
               DISPLAY 'PRODUTO: ' WRK-NOME-PRODUTO
               PERFORM 0211-ESCOLHER-EMBALAGEM
               IF VENDA-NA-EMBALAGEM
                   PERFORM 0212-QTDE-NA-EMBALAGEM
               ELSE
                   DISPLAY 'QUANTIDADE:'
                   ACCEPT WRK-QTDE FROM CONSOLE
               END-IF
               IF WRK-QTDE = 0
                   DISPLAY 'QUANTIDADE ZERADA - ITEM IGNORADO'
               ELSE
                   IF VENDA-NA-EMBALAGEM
                       PERFORM 0213-PRECO-DA-EMBALAGEM
                   ELSE
                       DISPLAY 'PREÇO UNITÁRIO (0 = PREÇO DO '
                           'CADASTRO ' WRK-PRECO-CADASTRO '):'
                       ACCEPT WRK-PRECO FROM CONSOLE
                       IF WRK-PRECO = 0
                           MOVE WRK-PRECO-CADASTRO TO WRK-PRECO
                       END-IF
                       IF WRK-PRECO NOT = WRK-PRECO-CADASTRO
                           MOVE 'N' TO WRK-ITEM-PROMO
                       END-IF
                       COMPUTE WRK-TOTAL-ITEM = WRK-QTDE * WRK-PRECO
                   END-IF
                   PERFORM 0215-APLICAR-DESCONTO
                   ADD WRK-TOTAL-ITEM TO WRK-TOTAL-ORCAMENTO
                       ON SIZE ERROR
                           DISPLAY 'TOTAL DO ORÇAMENTO ESTOUROU O '
                               'CAMPO - DIVIDA O ORÇAMENTO'
                           MOVE 'S' TO WRK-ORCAMENTO-ESTOURADO
                   END-ADD
                   ADD 1 TO WRK-SEQ-ITEM
                   PERFORM 0230-GRAVAR-ITEM
                   MOVE WRK-TOTAL-ITEM TO WRK-TOTAL-ITEM-ED
                   DISPLAY 'TOTAL DO ITEM: ' WRK-TOTAL-ITEM-ED
               END-IF
           ELSE
               DISPLAY 'PRODUTO NÃO ENCONTRADO NO CADASTRO'
           END-IF.
           DISPLAY 'CÓDIGO DO PRODUTO (0 PARA ENCERRAR):'.
           ACCEPT WRK-COD-PRODUTO FROM CONSOLE.

      * SÓ PERGUNTA QUANDO O PRODUTO TEM EMBALAGEM DE VENDA MAIOR QUE
      * A UNIDADE BASE NA TABELA DE UNIDADES
       0211-ESCOLHER-EMBALAGEM.
           MOVE 'N' TO WRK-VENDA-EMB.
           MOVE WRK-COD-PRODUTO TO REG-SUN-PRODUTO.
           CALL 'buscaunidade' USING REG-SERVUNIDADE.
           IF REG-SUN-FATOR-VENDA > 1
               DISPLAY 'VENDER NA EMBALAGEM ' REG-SUN-VENDA ' COM '
                   REG-SUN-FATOR-VENDA ' ' REG-SUN-BASE ' (S/N)?'
               ACCEPT WRK-VENDA-EMB FROM CONSOLE
               IF WRK-VENDA-EMB = 's'
                   MOVE 'S' TO WRK-VENDA-EMB
               END-IF
           END-IF.

       0212-QTDE-NA-EMBALAGEM.
           DISPLAY 'QUANTIDADE EM ' REG-SUN-VENDA ':'.
           ACCEPT WRK-QTDE-EMB FROM CONSOLE.
           COMPUTE WRK-QTDE = WRK-QTDE-EMB * REG-SUN-FATOR-VENDA
               ON SIZE ERROR
                   DISPLAY 'QUANTIDADE NA UNIDADE BASE ACIMA DO '
                       'CAMPO DO ITEM'
                   MOVE ZEROES TO WRK-QTDE
           END-COMPUTE.
           IF WRK-QTDE > ZEROES
               DISPLAY 'QUANTIDADE NA UNIDADE BASE: ' WRK-QTDE ' '
                   REG-SUN-BASE
           END-IF.

      * O PREÇO PADRÃO DA EMBALAGEM É O DA TABELA DE UNIDADES; SEM
      * ELE, OU COM O PRODUTO EM PROMOÇÃO, É O PREÇO UNITÁRIO VEZES
      * O FATOR. O TOTAL SAI DO PREÇO DA EMBALAGEM E O ITEM GUARDA O
      * PREÇO POR UNIDADE BASE
       0213-PRECO-DA-EMBALAGEM.
           IF REG-SUN-PRECO-VENDA > ZEROES AND NOT ITEM-PROMOCIONAL
               MOVE REG-SUN-PRECO-VENDA TO WRK-PRECO-EMB-PADRAO
           ELSE
               COMPUTE WRK-PRECO-EMB-PADRAO =
                   WRK-PRECO-CADASTRO * REG-SUN-FATOR-VENDA
           END-IF.
           DISPLAY 'PREÇO DA ' REG-SUN-VENDA ' (0 = PREÇO PADRÃO '
               WRK-PRECO-EMB-PADRAO '):'.
           ACCEPT WRK-PRECO-EMB FROM CONSOLE.
           IF WRK-PRECO-EMB = 0
               MOVE WRK-PRECO-EMB-PADRAO TO WRK-PRECO-EMB
           END-IF.
           IF WRK-PRECO-EMB NOT = WRK-PRECO-EMB-PADRAO
               MOVE 'N' TO WRK-ITEM-PROMO
           END-IF.
           COMPUTE WRK-TOTAL-ITEM = WRK-QTDE-EMB * WRK-PRECO-EMB.
           COMPUTE WRK-PRECO ROUNDED =
               WRK-PRECO-EMB / REG-SUN-FATOR-VENDA.

      * VALE A MAIOR QUANTIDADE MÍNIMA QUE O ITEM ALCANÇA; O
      * DESCONTO É ABATIDO DO TOTAL DO ITEM E MOSTRADO NA LINHA
       0215-APLICAR-DESCONTO.
           MOVE ZEROES TO WRK-VALOR-DESCONTO.
           MOVE ZEROES TO WRK-PCT-DESCONTO.
           MOVE ZEROES TO WRK-MELHOR-MINIMA.
           MOVE 'N' TO WRK-FIM-DESCONTOS.
           OPEN INPUT ARQ-DESCONTOS.
           IF DESCONTOS-OK
               PERFORM 0216-LER-FAIXA
               PERFORM 0217-COMPARAR-FAIXA UNTIL FIM-DESCONTOS
               CLOSE ARQ-DESCONTOS
           END-IF.
           IF WRK-PCT-DESCONTO > ZEROES
               COMPUTE WRK-VALOR-DESCONTO ROUNDED =
                   WRK-TOTAL-ITEM * WRK-PCT-DESCONTO / 100
               SUBTRACT WRK-VALOR-DESCONTO FROM WRK-TOTAL-ITEM
               ADD WRK-VALOR-DESCONTO TO WRK-TOTAL-DESCONTOS
               MOVE WRK-VALOR-DESCONTO TO WRK-DESCONTO-ED
               DISPLAY 'DESCONTO POR QUANTIDADE APLICADO: '
                   WRK-DESCONTO-ED
           END-IF.

       0216-LER-FAIXA.
           READ ARQ-DESCONTOS
               AT END
                   MOVE 'S' TO WRK-FIM-DESCONTOS
           END-READ.

       0217-COMPARAR-FAIXA.
           IF REG-DSQ-PRODUTO = WRK-COD-PRODUTO AND
              WRK-QTDE NOT < REG-DSQ-MINIMA AND
              REG-DSQ-MINIMA > WRK-MELHOR-MINIMA
               MOVE REG-DSQ-MINIMA TO WRK-MELHOR-MINIMA
               MOVE REG-DSQ-PCT    TO WRK-PCT-DESCONTO
           END-IF.
           PERFORM 0216-LER-FAIXA.

       0220-LOCALIZAR-PRODUTO.
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
               PERFORM 0225-APLICAR-PROMOCAO
           END-IF.

      * A PROMOÇÃO EM VIGOR NA DATA DO ORÇAMENTO SUBSTITUI O PREÇO
      * DO CADASTRO COMO PADRÃO DO ITEM, QUE SAI MARCADO COMO
      * PROMOCIONAL
       0225-APLICAR-PROMOCAO.
           MOVE 'N' TO WRK-ITEM-PROMO.
           MOVE 'N' TO WRK-FIM-PROMOCOES.
           OPEN INPUT ARQ-PROMOCOES.
           IF PROMOCOES-OK
               PERFORM 0226-LER-PROMOCAO
               PERFORM 0227-COMPARAR-PROMOCAO UNTIL FIM-PROMOCOES
               CLOSE ARQ-PROMOCOES
           END-IF.
           IF ITEM-PROMOCIONAL
               MOVE WRK-PRECO-CADASTRO TO WRK-PRECO-PROMO-ED
               DISPLAY 'PRODUTO EM PROMOÇÃO ATÉ O FIM DO PERÍODO - '
                   'PREÇO ' WRK-PRECO-PROMO-ED
           END-IF.

       0226-LER-PROMOCAO.
           READ ARQ-PROMOCOES
               AT END
                   MOVE 'S' TO WRK-FIM-PROMOCOES
           END-READ.

       0227-COMPARAR-PROMOCAO.
           IF REG-PRO-PRODUTO = WRK-COD-PRODUTO AND
              WRK-DATA-SYS-NUM NOT < REG-PRO-DATA-INI AND
              WRK-DATA-SYS-NUM NOT > REG-PRO-DATA-FIM
               MOVE REG-PRO-PRECO TO WRK-PRECO-CADASTRO
               MOVE 'S' TO WRK-ITEM-PROMO
           END-IF.
           PERFORM 0226-LER-PROMOCAO.

       0230-GRAVAR-ITEM.
           MOVE WRK-NUMERO-ORCAMENTO TO REG-OI-NUMERO.
           MOVE WRK-SEQ-ITEM       TO REG-OI-SEQ.
           MOVE WRK-COD-PRODUTO    TO REG-OI-PRODUTO.
           MOVE WRK-QTDE           TO REG-OI-QTDE.
           MOVE WRK-PRECO          TO REG-OI-PRECO.
           MOVE WRK-TOTAL-ITEM     TO REG-OI-TOTAL.
           MOVE WRK-ITEM-PROMO     TO REG-OI-PROMO.
           MOVE WRK-VALOR-DESCONTO TO REG-OI-DESCONTO.
           WRITE REG-ORCITEM.

       0300-GRAVAR-ORCAMENTO.
           OPEN EXTEND ARQ-ORCCAB.
           IF NOT ORCCAB-OK
               OPEN OUTPUT ARQ-ORCCAB
           END-IF.
           MOVE WRK-NUMERO-ORCAMENTO TO REG-OC-NUMERO.
           MOVE WRK-DATA-SYS-NUM  TO REG-OC-DATA.
           MOVE WRK-COD-CLIENTE   TO REG-OC-CLIENTE.
           MOVE WRK-FILIAL        TO REG-OC-FILIAL.
           MOVE WRK-DS-MES        TO REG-OC-MES.
           MOVE WRK-TOTAL-ORCAMENTO TO REG-OC-TOTAL.
           MOVE WRK-COD-VENDEDOR  TO REG-OC-VENDEDOR.
           MOVE WRK-CEP-ENTREGA   TO REG-OC-CEP-ENTREGA.
           MOVE WRK-VALIDADE      TO REG-OC-VALIDADE.
           MOVE 'A'               TO REG-OC-SITUACAO.
           MOVE ZEROES            TO REG-OC-PEDIDO.
           MOVE ZEROES            TO REG-OC-DATA-CONVERSAO.
           WRITE REG-ORCCAB.
           CLOSE ARQ-ORCCAB.
           OPEN OUTPUT ARQ-ORCCTRL.
           MOVE WRK-NUMERO-ORCAMENTO TO REG-OCT-ULTIMO.
           WRITE REG-ORCCTRL.
           CLOSE ARQ-ORCCTRL.
           MOVE WRK-TOTAL-ORCAMENTO TO WRK-TOTAL-ORC-ED.
           DISPLAY '________________________________________'.
           DISPLAY 'ORÇAMENTO ' WRK-NUMERO-ORCAMENTO ' GRAVADO COM '
               WRK-SEQ-ITEM ' ITEM(NS)'.
           IF WRK-TOTAL-DESCONTOS > ZEROES
               MOVE WRK-TOTAL-DESCONTOS TO WRK-DESCONTO-ED
               DISPLAY 'DESCONTOS CONCEDIDOS: ' WRK-DESCONTO-ED
           END-IF.
           DISPLAY 'TOTAL DO ORÇAMENTO: ' WRK-TOTAL-ORC-ED.

      * O DOCUMENTO DO CLIENTE SAI DOS ARQUIVOS GRAVADOS, O MESMO
      * CAMINHO DA REIMPRESSÃO PELO NÚMERO; O CABEÇALHO ACHADO FICA
      * NA ÁREA DO REGISTRO ATÉ O FIM DA IMPRESSÃO
       0500-IMPRIMIR-ORCAMENTO.
           MOVE 'N' TO WRK-ORCAMENTO-ACHADO.
           MOVE 'N' TO WRK-FIM-ORCCAB.
           OPEN INPUT ARQ-ORCCAB.
           IF ORCCAB-OK
               PERFORM 0510-LER-ORCCAB
               PERFORM 0520-PROCURAR-ORCAMENTO UNTIL FIM-ORCCAB
           END-IF.
           IF NOT ORCAMENTO-ACHADO
               DISPLAY 'ORÇAMENTO ' WRK-NUMERO-ORCAMENTO
                   ' NÃO ENCONTRADO'
               IF ORCCAB-OK
                   CLOSE ARQ-ORCCAB
               END-IF
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 0530-IMPRIMIR-CABECALHO.
           MOVE 'N' TO WRK-FIM-ORCITEM.
           OPEN INPUT ARQ-ORCITEM.
           IF ORCITEM-OK
               PERFORM 0540-LER-ORCITEM
               PERFORM 0550-IMPRIMIR-ITEM UNTIL FIM-ORCITEM
               CLOSE ARQ-ORCITEM
           END-IF.
           PERFORM 0560-IMPRIMIR-RODAPE.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-ORCCAB.
           DISPLAY 'ORÇAMENTO IMPRESSO EM RELATORIO-ORCAMENTO'.

       0510-LER-ORCCAB.
           READ ARQ-ORCCAB
               AT END
                   MOVE 'S' TO WRK-FIM-ORCCAB
           END-READ.

       0520-PROCURAR-ORCAMENTO.
           IF REG-OC-NUMERO = WRK-NUMERO-ORCAMENTO
               MOVE 'S' TO WRK-ORCAMENTO-ACHADO
               MOVE 'S' TO WRK-FIM-ORCCAB
           ELSE
               PERFORM 0510-LER-ORCCAB
           END-IF.

       0530-IMPRIMIR-CABECALHO.
           MOVE REG-OC-DATA TO WRK-DATA-DOC-NUM.
           MOVE REG-OC-VALIDADE TO WRK-DATA-VAL-NUM.
           MOVE REG-OC-TOTAL TO WRK-TOTAL-DOC-ED.
           MOVE 'EMPRESA XYZ COMERCIO LTDA' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'ORCAMENTO DE VENDA NR ' REG-OC-NUMERO
               '   EMISSAO ' WRK-DD-DIA '/' WRK-DD-MES '/'
               WRK-DD-ANO '   FILIAL ' REG-OC-FILIAL
               '   VENDEDOR ' REG-OC-VENDEDOR
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE REG-OC-CLIENTE TO REG-CAD-CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   MOVE SPACES TO REG-CAD-NOME
           END-READ.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'CLIENTE ' REG-OC-CLIENTE ' ' REG-CAD-NOME
               '   CEP DE ENTREGA ' REG-OC-CEP-ENTREGA
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'VALIDO ATE ' WRK-DV-DIA '/' WRK-DV-MES '/'
               WRK-DV-ANO
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           IF REG-OC-CONVERTIDO
               MOVE 'CONVERTIDO NO PEDIDO' TO WRK-LINRELAT(25:20)
               MOVE REG-OC-PEDIDO TO WRK-LINRELAT(46:6)
           END-IF.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE 'SEQ'         TO REG-RELATORIO(1:3).
           MOVE 'PRODUTO'     TO REG-RELATORIO(6:7).
           MOVE 'DESCRICAO'   TO REG-RELATORIO(14:9).
           MOVE 'QTDE'        TO REG-RELATORIO(47:4).
           MOVE 'PRECO UNIT.' TO REG-RELATORIO(56:11).
           MOVE 'DESCONTO'    TO REG-RELATORIO(74:8).
           MOVE 'TOTAL'       TO REG-RELATORIO(94:5).
           WRITE REG-RELATORIO.

       0540-LER-ORCITEM.
           READ ARQ-ORCITEM
               AT END
                   MOVE 'S' TO WRK-FIM-ORCITEM
           END-READ.

       0550-IMPRIMIR-ITEM.
           IF REG-OI-NUMERO = WRK-NUMERO-ORCAMENTO
               MOVE REG-OI-SEQ      TO WRK-LI-SEQ
               MOVE REG-OI-PRODUTO  TO WRK-LI-PRODUTO
               MOVE REG-OI-PRODUTO  TO REG-CAD-CODIGO
               READ ARQ-CADASTRO
                   INVALID KEY
                       MOVE SPACES TO REG-CAD-NOME
               END-READ
               MOVE REG-CAD-NOME    TO WRK-LI-NOME
               MOVE REG-OI-QTDE     TO WRK-LI-QTDE
               MOVE REG-OI-PRECO    TO WRK-LI-PRECO
               MOVE REG-OI-DESCONTO TO WRK-LI-DESCONTO
               MOVE REG-OI-TOTAL    TO WRK-LI-TOTAL
               IF REG-OI-PROMO = 'S'
                   MOVE 'P' TO WRK-LI-PROMO
               ELSE
                   MOVE SPACE TO WRK-LI-PROMO
               END-IF
               MOVE WRK-LINHA-ITEM TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           PERFORM 0540-LER-ORCITEM.

       0560-IMPRIMIR-RODAPE.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE 'TOTAL DO ORCAMENTO' TO REG-RELATORIO(60:18).
           MOVE WRK-TOTAL-DOC-ED TO REG-RELATORIO(82:17).
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'P = PRECO PROMOCIONAL' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'PRECOS GARANTIDOS ATE A DATA DE VALIDADE.'
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'ESTOQUE E CREDITO CONFIRMADOS NO FECHAMENTO DO PEDIDO.'
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
