      *                    FILA DE APROVAÇÃO): COM O SUPERVISOR NA
      *                    REVISÃO, O PEDIDO RETIDO OU O BACKORDER
      *                    ANEXADO NO MEIO SUMIA NA REGRAVAÇÃO
      * 15/10/2026 LUCAS  A RESERVA PASSA A SAIR DO DISPONÍVEL DA
      *                    FILIAL DO PEDIDO (SALDOFILIAL) ALÉM DO
      *                    CONSOLIDADO; O BACKORDER GUARDA A FILIAL
      * 15/10/2026 LUCAS  A VENDA DE KIT RESERVA PRIMEIRO O KIT JÁ
      *                    MONTADO (MONTAGEMKIT) E SÓ EXPLODE NOS
      *                    COMPONENTES O QUE FALTAR, COMO A BAIXA
      * 15/10/2026 LUCAS  PRODUTO COM EMBALAGEM DE VENDA NA TABELA DE
      *                    UNIDADES (UNIDADES-MEDIDA, PELO
      *                    BUSCAUNIDADE) PODE SER VENDIDO NA CAIXA,
      *                    PELO PREÇO DA CAIXA; O ITEM, A RESERVA E O
      *                    ESTOQUE SEGUEM NA UNIDADE BASE, COM O
      *                    PREÇO UNITÁRIO DERIVADO DO DA EMBALAGEM
      * 15/10/2026 LUCAS  O ITEM PASSA A GRAVAR O CUSTO MÉDIO UNITÁRIO
      *                    DO PRODUTO NA HORA DA VENDA (KIT SEM CUSTO
      *                    PRÓPRIO PELA SOMA DOS COMPONENTES), PARA O
      *                    RELATÓRIO DE MARGEM BRUTA (MARGEMBRUTA)
      * 15/10/2026 LUCAS  O PEDIDO PODE NASCER DE UM ORÇAMENTO ABERTO E
      *                    DENTRO DA VALIDADE (ORCAMVENDA): CLIENTE,
      *                    FILIAL, VENDEDOR, ENTREGA E ITENS VÊM DO
      *                    ORÇAMENTO COM OS PREÇOS COTADOS, A DATA DA
      *                    VENDA É A DO DIA E A RESERVA, O CRÉDITO E AS
      *                    DUPLICATAS SAEM NA HORA; O ORÇAMENTO
      *                    FICA MARCADO COMO CONVERTIDO, COM O NÚMERO
      *                    DO PEDIDO
      * 15/10/2026 LUCAS  A DUPLICATA NASCE COM O SALDO EM ABERTO IGUAL
      *                    AO VALOR, E A EXPOSIÇÃO DE CRÉDITO PASSA A
      *                    ABATER O PRINCIPAL JÁ PAGO DE CADA DUPLICATA
      *                    (PAGAMENTO PARCIAL) EM VEZ DE SÓ AS
      *                    LIQUIDADAS
      * 15/10/2026 LUCAS  CLIENTE NO CLIENTES-BLOQUEADOS (CARTAS DE
      *                    COBRANÇA) TEM O PEDIDO RETIDO MESMO COM
      *                    LIMITE DISPONÍVEL OU LIMITE ZERO
      * 15/10/2026 LUCAS  INCLUÍDA A SITUAÇÃO DA NF-E NO LAYOUT DO
      *                    CABEÇALHO DO PEDIDO
      * 15/10/2026 LUCAS  CABEÇALHO E ITENS GRAVADOS PELA CHAVE NOS
      *                    ARQUIVOS INDEXADOS PEDIDOS-CAB-IDX E
      *                    PEDIDOS-ITEM-IDX
      * 15/10/2026 LUCAS  OS ARQUIVOS DE PEDIDOS SÓ SÃO CRIADOS QUANDO
      *                    NÃO EXISTEM (STATUS 35); ARQUIVO
      *                    INDISPONÍVEL RECUSA O PEDIDO EM VEZ DE
      *                    RECRIÁ-LO VAZIO, E O CABEÇALHO É CONFERIDO
      *                    ANTES DA DIGITAÇÃO DOS ITENS
      * 15/10/2026 LUCAS  NÚMERO DE PEDIDO JÁ USADO EM PEDIDOS-CAB OU
      *                    COM ITENS SOLTOS É RECUSADO ANTES DA
      *                    DIGITAÇÃO; CABEÇALHO NÃO GRAVADO NÃO
      *                    AVANÇA O CONTROLE NEM ALIMENTA VENDAS E
      *                    DUPLICATAS
      * 15/10/2026 LUCAS  A DUPLICATA DO PEDIDO É GRAVADA COMO VENDA E
      *                    A CONFERÊNCIA DE CRÉDITO SOMA O SALDO DAS
      *                    MENSALIDADES ESCOLARES DO CLIENTE, QUE NÃO
      *                    PASSAM PELO RAZÃO, EM VEZ DE ABATER DELE O
      *                    QUE FOI PAGO DELAS
      * 15/10/2026 LUCAS  A PARTE DO ITEM DE KIT RESERVADA NO KIT JÁ
      *                    MONTADO FICA ANOTADA NO ITEM
      *                    (PEDIDOS-ITEM-IDX), PARA O CANCELAMENTO, A
      *                    ALTERAÇÃO E A VENDA USAREM A MESMA DIVISÃO
      ****************************

       ENVIRONMENT DIVISION.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-PI-CHAVE
               FILE STATUS IS WRK-STATUS-PEDITEM.
           SELECT ARQ-PEDCTRL ASSIGN TO 'PEDIDOS-CONTROLE'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT ARQ-RETIDOS ASSIGN TO 'PEDIDOS-RETIDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RETIDOS.
           SELECT ARQ-BLOQUEADOS ASSIGN TO 'CLIENTES-BLOQUEADOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BLOQUEADOS.
           SELECT ARQ-FILIAIS ASSIGN TO 'FILIAIS-MASTER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILIAIS.
           SELECT ARQ-KITS ASSIGN TO 'COMPOSICAO-KITS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-KITS.
           SELECT ARQ-ORCCAB ASSIGN TO 'ORCAMENTOS-CAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORCCAB.
           SELECT ARQ-ORCITEM ASSIGN TO 'ORCAMENTOS-ITEM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORCITEM.

       DATA DIVISION.
       FILE SECTION.
           COPY 'cadastro.cbl'.

       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

       FD  ARQ-PEDITEM.
           COPY 'peditemidx.cbl'.

       FD  ARQ-PEDCTRL.
       01  REG-PEDCTRL.
       FD  ARQ-RETIDOS.
           COPY 'pedretido.cbl'.

       FD  ARQ-BLOQUEADOS.
           COPY 'bloqueio.cbl'.

       FD  ARQ-FILIAIS.
           COPY 'filial.cbl'.

       FD  ARQ-KITS.
           COPY 'kitcomp.cbl'.

       FD  ARQ-ORCCAB.
           COPY 'orccab.cbl'.

       FD  ARQ-ORCITEM.
           COPY 'orcitem.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'servfilial.cbl'.
           COPY 'servunidade.cbl'.
       77 WRK-STATUS-CADASTRO PIC X(02) VALUE '00'.
           88 CADASTRO-OK        VALUE '00'.
       77 WRK-STATUS-PEDCAB   PIC X(02) VALUE '00'.
           88 PEDCAB-OK          VALUE '00'.
           88 PEDCAB-INEXISTENTE VALUE '35'.
       77 WRK-STATUS-PEDITEM  PIC X(02) VALUE '00'.
           88 PEDITEM-OK         VALUE '00'.
           88 PEDITEM-INEXISTENTE VALUE '35'.
       77 WRK-STATUS-PEDCTRL  PIC X(02) VALUE '00'.
           88 PEDCTRL-OK         VALUE '00'.
       77 WRK-STATUS-VENDAS   PIC X(02) VALUE '00'.
       77 WRK-SALDO-ABERTO   PIC S9(10)V99 VALUE ZEROES.
       77 WRK-PEDIDO-RETIDO  PIC X(01) VALUE 'N'.
           88 PEDIDO-RETIDO     VALUE 'S'.
       77 WRK-STATUS-BLOQUEADOS PIC X(02) VALUE '00'.
           88 BLOQUEADOS-OK        VALUE '00'.
       77 WRK-FIM-BLOQUEIO   PIC X(01) VALUE 'N'.
           88 FIM-BLOQUEIO      VALUE 'S'.
       77 WRK-CLIENTE-BLOQUEADO PIC X(01) VALUE 'N'.
           88 CLIENTE-BLOQUEADO    VALUE 'S'.
       77 WRK-DIAS-BLOQUEIO  PIC ZZZZ9 VALUE ZEROES.
       77 WRK-SALDO-ED       PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       77 WRK-COD-PRODUTO  PIC 9(06) VALUE ZEROES.
       77 WRK-PRODUTO-ENCONTRADO PIC X(01) VALUE 'N'.
           88 PRODUTO-ENCONTRADO    VALUE 'S'.

      * VENDA NA EMBALAGEM DE VENDA: QUANTIDADE E PREÇO DIGITADOS NA
      * EMBALAGEM, ITEM GRAVADO NA UNIDADE BASE
       77 WRK-VENDA-EMB     PIC X(01) VALUE 'N'.
           88 VENDA-NA-EMBALAGEM VALUE 'S'.
       77 WRK-QTDE-EMB      PIC 9(05) VALUE ZEROES.
       77 WRK-PRECO-EMB     PIC 9(08)V99 VALUE ZEROES.
       77 WRK-PRECO-EMB-PADRAO PIC 9(08)V99 VALUE ZEROES.

       77 WRK-NUMERO-PEDIDO PIC 9(06) VALUE ZEROES.
       77 WRK-FILIAL        PIC 9(02) VALUE ZEROES.
       77 WRK-FILIAL-VALIDA PIC X(01) VALUE 'N'.
               03 WRK-TK-KIT        PIC 9(06).
               03 WRK-TK-COMPONENTE PIC 9(06).
               03 WRK-TK-QTDE       PIC 9(05).
       77 WRK-CUSTO-ITEM   PIC 9(08)V99 VALUE ZEROES.
       77 WRK-CUSTO-COMP   PIC 9(08)V99 VALUE ZEROES.
       77 WRK-PROD-RESERVA PIC 9(06) VALUE ZEROES.
       77 WRK-QTDE-RESERVA PIC 9(07) VALUE ZEROES.
       77 WRK-DISPONIVEL   PIC S9(07) VALUE ZEROES.
       77 WRK-RESERVOU     PIC X(01) VALUE 'N'.
           88 RESERVA-FEITA   VALUE 'S'.
       77 WRK-KIT-PRONTO   PIC S9(07) VALUE ZEROES.
       77 WRK-QTDE-EXPLODIR PIC 9(05) VALUE ZEROES.

      * CONVERSÃO DE ORÇAMENTO EM PEDIDO (ZERO = PEDIDO DIGITADO);
      * OS CABEÇALHOS DOS ORÇAMENTOS SÃO CARREGADOS EM TABELA PARA
      * A REGRAVAÇÃO DA SITUAÇÃO
       77 WRK-STATUS-ORCCAB  PIC X(02) VALUE '00'.
           88 ORCCAB-OK         VALUE '00'.
       77 WRK-STATUS-ORCITEM PIC X(02) VALUE '00'.
           88 ORCITEM-OK        VALUE '00'.
       77 WRK-FIM-ORCCAB     PIC X(01) VALUE 'N'.
           88 FIM-ORCCAB        VALUE 'S'.
       77 WRK-FIM-ORCITEM    PIC X(01) VALUE 'N'.
           88 FIM-ORCITEM       VALUE 'S'.
       77 WRK-NUMERO-ORCAMENTO PIC 9(06) VALUE ZEROES.
       77 WRK-CONVERSAO      PIC X(01) VALUE 'N'.
           88 CONVERSAO-ORCAMENTO VALUE 'S'.
       77 WRK-ORCAMENTO-ACHADO PIC X(01) VALUE 'N'.
           88 ORCAMENTO-ACHADO    VALUE 'S'.
       77 WRK-QT-ORCAMENTOS  PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-ORC        PIC 9(04) COMP VALUE ZEROES.
       77 WRK-MAX-ORCAMENTOS PIC 9(04) COMP VALUE 2000.
       77 WRK-ORC-SITUACAO   PIC X(01) VALUE SPACE.
       77 WRK-ORC-VALIDADE   PIC 9(08) VALUE ZEROES.
       77 WRK-ORC-PEDIDO     PIC 9(06) VALUE ZEROES.
       01  WRK-TAB-ORCAMENTOS.
           02 WRK-TO-REGISTRO PIC X(70) OCCURS 2000 TIMES.

      * PROMOÇÃO EM VIGOR NA DATA DA VENDA, QUANDO EXISTE
       77 WRK-STATUS-PROMOCOES PIC X(02) VALUE '00'.
       77 WRK-TETO-VENDAS   PIC 9(08)V99 VALUE 999999,99.
       77 WRK-PEDIDO-ESTOURADO PIC X(01) VALUE 'N'.
           88 PEDIDO-ESTOURADO    VALUE 'S'.
       77 WRK-PEDIDO-RECUSADO PIC X(01) VALUE 'N'.
           88 PEDIDO-RECUSADO     VALUE 'S'.
       77 WRK-TOTAL-ITEM-ED PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-TOTAL-PED-ED  PIC $ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

               DISPLAY 'FINAL DA ENTRADA DE PEDIDO'
               GOBACK
           END-IF.
           PERFORM 0080-PEDIR-ORCAMENTO.
           IF CONVERSAO-ORCAMENTO
               PERFORM 0090-CARREGAR-ORCAMENTO
           ELSE
               PERFORM 0100-INICIALIZAR
           END-IF.
           IF CLIENTE-ENCONTRADO
               IF CONVERSAO-ORCAMENTO
                   PERFORM 0250-CONVERTER-ITENS
               ELSE
                   PERFORM 0200-PROCESSAR-ITENS
               END-IF
               IF PEDIDO-RECUSADO
                   DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO
                       ' NÃO GRAVADO'
               ELSE
                   IF WRK-SEQ-ITEM > 0
                       PERFORM 0300-GRAVAR-PEDIDO
                       IF CONVERSAO-ORCAMENTO AND NOT PEDIDO-RECUSADO
                           PERFORM 0400-MARCAR-ORCAMENTO
                       END-IF
                   ELSE
                       DISPLAY 'PEDIDO SEM ITENS - NADA GRAVADO'
                   END-IF
               END-IF
           END-IF.
           IF CADASTRO-OK
           OPEN OUTPUT ARQ-TRAVA-BCK.
           CLOSE ARQ-TRAVA-BCK.

       0080-PEDIR-ORCAMENTO.
           DISPLAY '========================================'.
           DISPLAY 'ENTRADA DE PEDIDO DE VENDA'.
           DISPLAY '========================================'.
           DISPLAY 'NÚMERO DO ORÇAMENTO A CONVERTER (0 = PEDIDO '
               'NOVO):'.
           ACCEPT WRK-NUMERO-ORCAMENTO FROM CONSOLE.
           IF WRK-NUMERO-ORCAMENTO > ZEROES
               MOVE 'S' TO WRK-CONVERSAO
           ELSE
               MOVE 'N' TO WRK-CONVERSAO
           END-IF.

      * SÓ CONVERTE ORÇAMENTO ABERTO E DENTRO DA VALIDADE, COM O
      * CLIENTE AINDA ATIVO; A VENDA É DATADA NO DIA DA CONVERSÃO E
      * PASSA PELO CONTROLE DE PERÍODOS COMO O PEDIDO DIGITADO
       0090-CARREGAR-ORCAMENTO.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-CADASTRO.
           IF NOT CADASTRO-OK
               DISPLAY 'CADASTRO MESTRE INDISPONÍVEL - STATUS '
                   WRK-STATUS-CADASTRO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-ORCAMENTO-ACHADO.
           MOVE ZEROES TO WRK-QT-ORCAMENTOS.
           MOVE 'N' TO WRK-FIM-ORCCAB.
           OPEN INPUT ARQ-ORCCAB.
           IF ORCCAB-OK
               PERFORM 0092-LER-ORCCAB
               PERFORM 0094-PROCURAR-ORCAMENTO UNTIL FIM-ORCCAB
               CLOSE ARQ-ORCCAB
           END-IF.
           IF NOT ORCAMENTO-ACHADO
               DISPLAY 'ORÇAMENTO ' WRK-NUMERO-ORCAMENTO
                   ' NÃO ENCONTRADO'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-ORCAMENTOS > WRK-MAX-ORCAMENTOS
               DISPLAY 'ARQUIVO DE ORÇAMENTOS ACIMA DE '
                   WRK-MAX-ORCAMENTOS ' REGISTROS - CONVERSÃO '
                   'RECUSADA'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-ORC-SITUACAO NOT = 'A'
               DISPLAY 'ORÇAMENTO JÁ CONVERTIDO NO PEDIDO '
                   WRK-ORC-PEDIDO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-ORC-VALIDADE < WRK-DATA-SYS-NUM
               DISPLAY 'ORÇAMENTO VENCIDO EM ' WRK-ORC-VALIDADE
                   ' - EMITA UM ORÇAMENTO NOVO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0110-LOCALIZAR-CLIENTE.
           IF NOT CLIENTE-ENCONTRADO
               DISPLAY 'CLIENTE ' WRK-COD-CLIENTE ' INATIVO OU FORA '
                   'DO CADASTRO - CONVERSÃO RECUSADA'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CLIENTE: ' WRK-NOME-CLIENTE.
           MOVE WRK-DATA-SYS-NUM TO WRK-DATAVENDA.
           MOVE WRK-DS-MES TO WRK-MESVENDA.
           MOVE WRK-DS-ANO TO WRK-ANO-VENDA.
           COMPUTE REG-PER-ANOMES = WRK-ANO-VENDA * 100 + WRK-MESVENDA.
           CALL 'verificaperiodo' USING REG-PERIODO-PEDIDO.
           IF PER-FECHADO
               DISPLAY 'COMPETÊNCIA CONTÁBIL DO DIA FECHADA - '
                   'CONVERSÃO RECUSADA'
               PERFORM 0135-REJEITAR-PERIODO
               MOVE 'N' TO WRK-CLIENTE-ENCONTRADO
           END-IF.

       0092-LER-ORCCAB.
           READ ARQ-ORCCAB
               AT END
                   MOVE 'S' TO WRK-FIM-ORCCAB
           END-READ.

      * LÊ ATÉ O FIM PARA CONTAR OS REGISTROS: A REGRAVAÇÃO DA
      * SITUAÇÃO PRECISA CABER NA TABELA
       0094-PROCURAR-ORCAMENTO.
           ADD 1 TO WRK-QT-ORCAMENTOS.
           IF REG-OC-NUMERO = WRK-NUMERO-ORCAMENTO
               MOVE 'S' TO WRK-ORCAMENTO-ACHADO
               MOVE REG-OC-CLIENTE     TO WRK-COD-CLIENTE
               MOVE REG-OC-FILIAL      TO WRK-FILIAL
               MOVE REG-OC-VENDEDOR    TO WRK-COD-VENDEDOR
               MOVE REG-OC-CEP-ENTREGA TO WRK-CEP-ENTREGA
               MOVE REG-OC-SITUACAO    TO WRK-ORC-SITUACAO
               MOVE REG-OC-VALIDADE    TO WRK-ORC-VALIDADE
               MOVE REG-OC-PEDIDO      TO WRK-ORC-PEDIDO
           END-IF.
           PERFORM 0092-LER-ORCCAB.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-CADASTRO.
           IF NOT CADASTRO-OK
           WRITE REG-REJEITADO.
           CLOSE ARQ-REJEITADOS.

      * O CABEÇALHO É CONFERIDO ANTES DA DIGITAÇÃO, PARA NÃO
      * FICAREM ITENS GRAVADOS SEM CABEÇALHO
       0200-PROCESSAR-ITENS.
           PERFORM 0140-OBTER-NUMERO-PEDIDO.
           PERFORM 0142-ABRIR-PEDCAB.
           IF NOT PEDCAB-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0143-ABRIR-PEDITEM.
           IF NOT PEDITEM-OK
               CLOSE ARQ-PEDCAB
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0144-CONFERIR-NUMERO.
           CLOSE ARQ-PEDCAB.
           IF PEDIDO-RECUSADO
               CLOSE ARQ-PEDITEM
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CÓDIGO DO PRODUTO (0 PARA ENCERRAR):'.
           ACCEPT WRK-COD-PRODUTO FROM CONSOLE.
               CLOSE ARQ-PEDCTRL
           END-IF.
           ADD 1 TO WRK-NUMERO-PEDIDO.
           MOVE 'N' TO WRK-PEDIDO-RECUSADO.
           DISPLAY 'PEDIDO NÚMERO: ' WRK-NUMERO-PEDIDO.

      * OS ARQUIVOS DE PEDIDOS SÓ SÃO CRIADOS QUANDO NÃO EXISTEM
      * (STATUS 35); QUALQUER OUTRO STATUS, COMO O ARQUIVO PRESO
      * POR OUTRO PROGRAMA, RECUSA A GRAVAÇÃO SEM MEXER NO ARQUIVO
       0142-ABRIR-PEDCAB.
           OPEN I-O ARQ-PEDCAB.
           IF PEDCAB-INEXISTENTE
               OPEN OUTPUT ARQ-PEDCAB
               CLOSE ARQ-PEDCAB
               OPEN I-O ARQ-PEDCAB
           END-IF.
           IF NOT PEDCAB-OK
               DISPLAY 'PEDIDOS-CAB INDISPONÍVEL - STATUS '
                   WRK-STATUS-PEDCAB
               MOVE 'S' TO WRK-PEDIDO-RECUSADO
           END-IF.

       0143-ABRIR-PEDITEM.
           OPEN I-O ARQ-PEDITEM.
           IF PEDITEM-INEXISTENTE
               OPEN OUTPUT ARQ-PEDITEM
               CLOSE ARQ-PEDITEM
               OPEN I-O ARQ-PEDITEM
           END-IF.
           IF NOT PEDITEM-OK
               DISPLAY 'PEDIDOS-ITEM INDISPONÍVEL - STATUS '
                   WRK-STATUS-PEDITEM
               MOVE 'S' TO WRK-PEDIDO-RECUSADO
           END-IF.

      * NÚMERO JÁ USADO EM PEDIDOS-CAB, OU COM ITENS SOLTOS DE UMA
      * GRAVAÇÃO INTERROMPIDA, RECUSA O PEDIDO ANTES DA DIGITAÇÃO:
      * NADA É RESERVADO NEM GRAVADO EM CIMA DO PEDIDO QUE EXISTE
       0144-CONFERIR-NUMERO.
           MOVE WRK-NUMERO-PEDIDO TO REG-PC-NUMERO.
           READ ARQ-PEDCAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO
                       ' JÁ EXISTE EM PEDIDOS-CAB - VERIFIQUE '
                       'PEDIDOS-CONTROLE'
                   MOVE 'S' TO WRK-PEDIDO-RECUSADO
                   EXIT PARAGRAPH
           END-READ.
           MOVE WRK-NUMERO-PEDIDO TO REG-PI-NUMERO.
           MOVE 1 TO REG-PI-SEQ.
           READ ARQ-PEDITEM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO
                       ' TEM ITENS SEM CABEÇALHO EM PEDIDOS-ITEM - '
                       'CONFIRA NO INTEGRIDADE'
                   MOVE 'S' TO WRK-PEDIDO-RECUSADO
           END-READ.

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
                   ADD WRK-TOTAL-ITEM TO WRK-TOTAL-PEDIDO
                       ON SIZE ERROR
                           MOVE 'S' TO WRK-PEDIDO-ESTOURADO
                   END-ADD
                   ADD 1 TO WRK-SEQ-ITEM
                   PERFORM 0238-APURAR-CUSTO-ITEM
                   PERFORM 0230-GRAVAR-ITEM
                   IF PEDIDO-RECUSADO
                       MOVE ZEROES TO WRK-COD-PRODUTO
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 0231-RESERVAR-ITEM
                   MOVE WRK-TOTAL-ITEM TO WRK-TOTAL-ITEM-ED
                   DISPLAY 'TOTAL DO ITEM: ' WRK-TOTAL-ITEM-ED
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
           MOVE WRK-TOTAL-ITEM    TO REG-PI-TOTAL.
           MOVE WRK-ITEM-PROMO    TO REG-PI-PROMO.
           MOVE WRK-VALOR-DESCONTO TO REG-PI-DESCONTO.
           MOVE WRK-CUSTO-ITEM    TO REG-PI-CUSTO.
           MOVE ZEROES            TO REG-PI-KIT-PRONTO.
           WRITE REG-PEDITEM
               INVALID KEY
                   DISPLAY 'ITEM ' WRK-SEQ-ITEM ' DO PEDIDO '
                       WRK-NUMERO-PEDIDO ' JÁ EXISTE EM PEDIDOS-ITEM'
                   MOVE 'S' TO WRK-PEDIDO-RECUSADO
           END-WRITE.

      * CUSTO MÉDIO UNITÁRIO EM VIGOR NA VENDA; O KIT QUE NÃO TEM
      * CUSTO PRÓPRIO NO SALDO (NUNCA MONTADO) VALE A SOMA DOS
      * COMPONENTES DA COMPOSIÇÃO
       0238-APURAR-CUSTO-ITEM.
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
               PERFORM 0233-CARREGAR-KITS
               PERFORM VARYING WRK-SUB-KIT FROM 1 BY 1
                   UNTIL WRK-SUB-KIT > WRK-QT-KITS
                   IF WRK-TK-KIT(WRK-SUB-KIT) = WRK-COD-PRODUTO
                       PERFORM 0239-SOMAR-CUSTO-COMPONENTE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARQ-SALDOS.

       0239-SOMAR-CUSTO-COMPONENTE.
           MOVE WRK-TK-COMPONENTE(WRK-SUB-KIT) TO REG-SAL-PRODUTO.
           READ ARQ-SALDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WRK-CUSTO-COMP =
                       REG-SAL-CUSTO-MEDIO * WRK-TK-QTDE(WRK-SUB-KIT)
                   ADD WRK-CUSTO-COMP TO WRK-CUSTO-ITEM
           END-READ.

      * O ITEM ACEITO RESERVA A QUANTIDADE NO SALDO; A VENDA DE KIT
      * RESERVA PRIMEIRO O KIT JÁ MONTADO E EXPLODE O RESTANTE NOS
      * COMPONENTES DA COMPOSIÇÃO
       0231-RESERVAR-ITEM.
           PERFORM 0233-CARREGAR-KITS.
           MOVE 'N' TO WRK-E-KIT.
               END-IF
           END-PERFORM.
           IF PRODUTO-E-KIT
               PERFORM 0237-RESERVAR-KIT-PRONTO
               PERFORM 0240-ANOTAR-KIT-PRONTO
               COMPUTE WRK-QTDE-EXPLODIR = WRK-QTDE - WRK-KIT-PRONTO
               PERFORM VARYING WRK-SUB-KIT FROM 1 BY 1
                   UNTIL WRK-SUB-KIT > WRK-QT-KITS
                       OR WRK-QTDE-EXPLODIR = ZEROES
                   IF WRK-TK-KIT(WRK-SUB-KIT) = WRK-COD-PRODUTO
                       MOVE WRK-TK-COMPONENTE(WRK-SUB-KIT)
                           TO WRK-PROD-RESERVA
                       COMPUTE WRK-QTDE-RESERVA =
                           WRK-QTDE-EXPLODIR * WRK-TK-QTDE(WRK-SUB-KIT)
                       PERFORM 0232-RESERVAR-PRODUTO
                   END-IF
               END-PERFORM
      * FILA DE BACKORDER EM VEZ DE VENDER O QUE NÃO EXISTE
       0232-RESERVAR-PRODUTO.
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
               END-READ
               CLOSE ARQ-SALDOS
           END-IF.
      * RESERVOU NA FILIAL MAS NÃO NO CONSOLIDADO: DESFAZ A DA FILIAL
           IF SFS-OK AND NOT RESERVA-FEITA
               MOVE 3 TO REG-SFS-FUNCAO
               CALL 'saldofilial' USING REG-SERVFILIAL
           END-IF.
           IF NOT RESERVA-FEITA
               PERFORM 0234-ENFILEIRAR-BACKORDER
           END-IF.

      * KIT JÁ MONTADO: RESERVA O QUE HÁ DISPONÍVEL AO MESMO TEMPO
      * NO CONSOLIDADO E NA FILIAL DO PEDIDO, SEM BACKORDER - A FALTA
      * É COBERTA PELOS COMPONENTES
       0237-RESERVAR-KIT-PRONTO.
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

      * A PARTE RESERVADA NO KIT JÁ MONTADO FICA ANOTADA NO ITEM: O
      * CANCELAMENTO E A ALTERAÇÃO LIBERAM EXATAMENTE ELA, E A VENDA
      * DIGITADA COM O PEDIDO A LEVA PARA A BAIXA DO ESTOQUE
       0240-ANOTAR-KIT-PRONTO.
           IF WRK-KIT-PRONTO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-NUMERO-PEDIDO TO REG-PI-NUMERO.
           MOVE WRK-SEQ-ITEM      TO REG-PI-SEQ.
           READ ARQ-PEDITEM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-KIT-PRONTO TO REG-PI-KIT-PRONTO
                   REWRITE REG-PEDITEM
           END-READ.
           IF NOT PEDITEM-OK
               DISPLAY 'ITEM ' WRK-SEQ-ITEM ' DO PEDIDO '
                   WRK-NUMERO-PEDIDO ' SEM O KIT PRONTO ANOTADO - '
                   'STATUS ' WRK-STATUS-PEDITEM
           END-IF.

       0234-ENFILEIRAR-BACKORDER.
           OPEN EXTEND ARQ-BACKORDER.
           IF NOT BACKORDER-OK
           MOVE WRK-PROD-RESERVA  TO REG-BCK-PRODUTO.
           MOVE WRK-QTDE-RESERVA  TO REG-BCK-QTDE.
           MOVE WRK-DATA-SYS-NUM  TO REG-BCK-DATA.
           MOVE WRK-FILIAL        TO REG-BCK-FILIAL.
           WRITE REG-BACKORDER.
           CLOSE ARQ-BACKORDER.
           DISPLAY 'SEM DISPONIBILIDADE DO PRODUTO '
           END-IF.
           PERFORM 0235-LER-KIT.

      * OS ITENS DO ORÇAMENTO ENTRAM COM OS PREÇOS, DESCONTOS E
      * MARCA DE PROMOÇÃO COTADOS; CUSTO E RESERVA SÃO DO MOMENTO
      * DA CONVERSÃO, COMO NO ITEM DIGITADO
       0250-CONVERTER-ITENS.
           PERFORM 0140-OBTER-NUMERO-PEDIDO.
           PERFORM 0142-ABRIR-PEDCAB.
           IF NOT PEDCAB-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0143-ABRIR-PEDITEM.
           IF NOT PEDITEM-OK
               CLOSE ARQ-PEDCAB
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0144-CONFERIR-NUMERO.
           CLOSE ARQ-PEDCAB.
           IF PEDIDO-RECUSADO
               CLOSE ARQ-PEDITEM
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-FIM-ORCITEM.
           OPEN INPUT ARQ-ORCITEM.
           IF ORCITEM-OK
               PERFORM 0255-LER-ORCITEM
               PERFORM 0260-CONVERTER-ITEM UNTIL FIM-ORCITEM
               CLOSE ARQ-ORCITEM
           END-IF.
           CLOSE ARQ-PEDITEM.

       0255-LER-ORCITEM.
           READ ARQ-ORCITEM
               AT END
                   MOVE 'S' TO WRK-FIM-ORCITEM
           END-READ.

       0260-CONVERTER-ITEM.
           IF REG-OI-NUMERO = WRK-NUMERO-ORCAMENTO
               MOVE REG-OI-PRODUTO  TO WRK-COD-PRODUTO
               MOVE REG-OI-QTDE     TO WRK-QTDE
               MOVE REG-OI-PRECO    TO WRK-PRECO
               MOVE REG-OI-TOTAL    TO WRK-TOTAL-ITEM
               MOVE REG-OI-PROMO    TO WRK-ITEM-PROMO
               MOVE REG-OI-DESCONTO TO WRK-VALOR-DESCONTO
               ADD WRK-VALOR-DESCONTO TO WRK-TOTAL-DESCONTOS
               ADD WRK-TOTAL-ITEM TO WRK-TOTAL-PEDIDO
                   ON SIZE ERROR
                       DISPLAY 'TOTAL DO PEDIDO ESTOUROU O '
                           'CAMPO - DIVIDA O PEDIDO'
                       MOVE 'S' TO WRK-PEDIDO-ESTOURADO
               END-ADD
               ADD 1 TO WRK-SEQ-ITEM
               PERFORM 0238-APURAR-CUSTO-ITEM
               PERFORM 0230-GRAVAR-ITEM
               IF PEDIDO-RECUSADO
                   MOVE 'S' TO WRK-FIM-ORCITEM
                   EXIT PARAGRAPH
               END-IF
               PERFORM 0231-RESERVAR-ITEM
               MOVE WRK-TOTAL-ITEM TO WRK-TOTAL-ITEM-ED
               DISPLAY 'ITEM ' WRK-SEQ-ITEM ' PRODUTO '
                   WRK-COD-PRODUTO ' QTDE ' WRK-QTDE ' TOTAL '
                   WRK-TOTAL-ITEM-ED
           END-IF.
           PERFORM 0255-LER-ORCITEM.

       0300-GRAVAR-PEDIDO.
           PERFORM 0305-VERIFICAR-CREDITO.
           IF PEDIDO-RETIDO
               PERFORM 0307-ENFILEIRAR-RETIDO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0142-ABRIR-PEDCAB.
           IF NOT PEDCAB-OK
               DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO ' NÃO GRAVADO - '
                   'ITENS SEM CABEÇALHO; CONFIRA NO INTEGRIDADE'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-NUMERO-PEDIDO TO REG-PC-NUMERO.
           MOVE WRK-DATA-SYS-NUM  TO REG-PC-DATA.
           MOVE WRK-CEP-ENTREGA   TO REG-PC-CEP-ENTREGA.
           MOVE ZEROES            TO REG-PC-NOTA.
           MOVE 'A'               TO REG-PC-SITUACAO.
           MOVE SPACES            TO REG-PC-NFE.
           WRITE REG-PEDCAB
               INVALID KEY
                   DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO
                       ' JÁ EXISTE EM PEDIDOS-CAB - VERIFIQUE '
                       'PEDIDOS-CONTROLE'
                   MOVE 'S' TO WRK-PEDIDO-RECUSADO
                   CLOSE ARQ-PEDCAB
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE ARQ-PEDCAB.
           PERFORM 0310-ATUALIZAR-CONTROLE.
           PERFORM 0320-ALIMENTAR-VENDAS-DIA.
           DISPLAY 'TOTAL DO PEDIDO: ' WRK-TOTAL-PED-ED.

      * O SALDO EM ABERTO É O RAZÃO DO CLIENTE MENOS OS PAGAMENTOS
      * JÁ APLICADOS (DUPLICATAS LIQUIDADAS), MAIS O SALDO DAS
      * MENSALIDADES ESCOLARES, QUE NÃO PASSAM PELO RAZÃO; O PEDIDO
      * NOVO MAIS ESSE SALDO ACIMA DO LIMITE DO CADASTRO RETÉM O
      * PEDIDO PARA A DECISÃO DO SUPERVISOR - LIMITE ZERO SÓ RETÉM
      * O CLIENTE BLOQUEADO PELA COBRANÇA
       0305-VERIFICAR-CREDITO.
           MOVE 'N' TO WRK-PEDIDO-RETIDO.
           PERFORM 0312-VERIFICAR-BLOQUEIO.
           IF WRK-LIMITE-CLIENTE = ZEROES AND NOT CLIENTE-BLOQUEADO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-SALDO-ABERTO.
               PERFORM 0311-ABATER-PAGAMENTO UNTIL FIM-DUP-CRED
               CLOSE ARQ-DUPLICATAS
           END-IF.
           IF CLIENTE-BLOQUEADO
               MOVE 'S' TO WRK-PEDIDO-RETIDO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-LIMITE-CLIENTE > ZEROES AND
              WRK-SALDO-ABERTO + WRK-TOTAL-PEDIDO > WRK-LIMITE-CLIENTE
               MOVE 'S' TO WRK-PEDIDO-RETIDO
           END-IF.

                   MOVE 'S' TO WRK-FIM-DUP-CRED
           END-READ.

      * O CLIENTE BLOQUEADO PELA COBRANÇA (CLIENTES-BLOQUEADOS,
      * REFEITO A CADA RODADA DAS CARTAS DE COBRANÇA) TEM TODO PEDIDO
      * RETIDO, COM OU SEM LIMITE DISPONÍVEL
       0312-VERIFICAR-BLOQUEIO.
           MOVE 'N' TO WRK-CLIENTE-BLOQUEADO.
           MOVE 'N' TO WRK-FIM-BLOQUEIO.
           OPEN INPUT ARQ-BLOQUEADOS.
           IF BLOQUEADOS-OK
               PERFORM 0313-LER-BLOQUEIO
               PERFORM 0314-PROCURAR-BLOQUEIO UNTIL FIM-BLOQUEIO
               CLOSE ARQ-BLOQUEADOS
           END-IF.

       0313-LER-BLOQUEIO.
           READ ARQ-BLOQUEADOS
               AT END
                   MOVE 'S' TO WRK-FIM-BLOQUEIO
           END-READ.

       0314-PROCURAR-BLOQUEIO.
           IF REG-BLQ-CLIENTE = WRK-COD-CLIENTE
               MOVE 'S' TO WRK-CLIENTE-BLOQUEADO
               MOVE REG-BLQ-DIAS-ATRASO TO WRK-DIAS-BLOQUEIO
               MOVE 'S' TO WRK-FIM-BLOQUEIO
           ELSE
               PERFORM 0313-LER-BLOQUEIO
           END-IF.

       0311-ABATER-PAGAMENTO.
           IF REG-DUP-CLIENTE = WRK-COD-CLIENTE
               IF REG-DUP-MENSALIDADE
                   ADD REG-DUP-SALDO TO WRK-SALDO-ABERTO
               ELSE
                   COMPUTE WRK-SALDO-ABERTO = WRK-SALDO-ABERTO
                       - (REG-DUP-VALOR - REG-DUP-SALDO)
               END-IF
           END-IF.
           PERFORM 0309-LER-DUPLICATA-CRED.

           CLOSE ARQ-RETIDOS.
           MOVE WRK-SALDO-ABERTO TO WRK-SALDO-ED.
           DISPLAY '________________________________________'.
           IF CLIENTE-BLOQUEADO
               DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO ' RETIDO POR '
                   'BLOQUEIO DE COBRANÇA - ' WRK-DIAS-BLOQUEIO
                   ' DIAS DE ATRASO'
           ELSE
               DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO ' RETIDO POR '
                   'LIMITE DE CRÉDITO'
           END-IF.
           DISPLAY 'SALDO EM ABERTO: ' WRK-SALDO-ED.
           DISPLAY 'AGUARDA LIBERAÇÃO DO SUPERVISOR (LIBERAPEDIDO)'.

           MOVE 'A' TO REG-DUP-SITUACAO.
           MOVE ZEROES TO REG-DUP-DATAPAGTO.
           MOVE 'N' TO REG-DUP-REMESSA.
           MOVE REG-DUP-VALOR TO REG-DUP-SALDO.
           MOVE SPACE TO REG-DUP-TIPO.
           WRITE REG-DUPLICATA.

       0330-REJEITAR-REPASSE.
               TO REG-REJ-MOTIVO.
           WRITE REG-REJEITADO.
           CLOSE ARQ-REJEITADOS.

      * O ORÇAMENTO FICA CONVERTIDO COM O NÚMERO DO PEDIDO, MESMO
      * QUANDO O PEDIDO CAI NA FILA DE RETIDOS POR CRÉDITO - A
      * DECISÃO PASSA A SER DO SUPERVISOR NO LIBERAPEDIDO
       0400-MARCAR-ORCAMENTO.
           MOVE ZEROES TO WRK-QT-ORCAMENTOS.
           MOVE 'N' TO WRK-FIM-ORCCAB.
           OPEN INPUT ARQ-ORCCAB.
           IF NOT ORCCAB-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0092-LER-ORCCAB.
           PERFORM 0410-GUARDAR-ORCAMENTO UNTIL FIM-ORCCAB.
           CLOSE ARQ-ORCCAB.
           IF WRK-QT-ORCAMENTOS > WRK-MAX-ORCAMENTOS
               DISPLAY 'ARQUIVO DE ORÇAMENTOS ACIMA DE '
                   WRK-MAX-ORCAMENTOS ' REGISTROS - MARQUE O '
                   'ORÇAMENTO ' WRK-NUMERO-ORCAMENTO ' À MÃO'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-ORCCAB.
           PERFORM VARYING WRK-SUB-ORC FROM 1 BY 1
               UNTIL WRK-SUB-ORC > WRK-QT-ORCAMENTOS
               MOVE WRK-TO-REGISTRO(WRK-SUB-ORC) TO REG-ORCCAB
               WRITE REG-ORCCAB
           END-PERFORM.
           CLOSE ARQ-ORCCAB.
           DISPLAY 'ORÇAMENTO ' WRK-NUMERO-ORCAMENTO
               ' CONVERTIDO NO PEDIDO ' WRK-NUMERO-PEDIDO.

       0410-GUARDAR-ORCAMENTO.
           ADD 1 TO WRK-QT-ORCAMENTOS.
           IF WRK-QT-ORCAMENTOS NOT > WRK-MAX-ORCAMENTOS
               IF REG-OC-NUMERO = WRK-NUMERO-ORCAMENTO
                   MOVE 'C' TO REG-OC-SITUACAO
                   MOVE WRK-NUMERO-PEDIDO TO REG-OC-PEDIDO
                   MOVE WRK-DATA-SYS-NUM TO REG-OC-DATA-CONVERSAO
               END-IF
               MOVE REG-ORCCAB TO WRK-TO-REGISTRO(WRK-QT-ORCAMENTOS)
           END-IF.
           PERFORM 0092-LER-ORCCAB.
