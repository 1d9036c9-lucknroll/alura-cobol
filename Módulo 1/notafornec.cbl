       IDENTIFICATION DIVISION.
       PROGRAM-ID. notafornec.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = ENTRADA DA NOTA DO FORNECEDOR NO CONTAS A PAGAR:
      *            CADA LINHA COBRA UM PEDIDO DE COMPRA E É CONFERIDA
      *            EM TRÊS VIAS - O PREÇO CONTRA O REG-PCO-PRECO, A
      *            QUANTIDADE CONTRA A PEDIDA E CONTRA A QUE DE FATO
      *            CHEGOU NO RECEBECOMPRA (DESCONTADO O QUE OUTRAS
      *            NOTAS JÁ COBRARAM DO MESMO PEDIDO), COM AS
      *            TOLERÂNCIAS DOS PARÂMETROS TOLER-PRECO-NF E
      *            TOLER-QTDE-NF. AS LINHAS VÃO PARA NOTAS-FORNECEDOR
      *            E AS PARCELAS PARA TITULOS-PAGAR, BLOQUEADAS PARA
      *            REVISÃO (LIBERATITULO) QUANDO ALGUMA LINHA FICA
      *            FORA DA TOLERÂNCIA - A PLANILHA QUE PAGAVA
      *            MERCADORIA QUE NUNCA CHEGOU SE APOSENTA
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
           SELECT ARQ-COMPRAS ASSIGN TO 'PEDIDOS-COMPRA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COMPRAS.
           SELECT ARQ-NOTAS ASSIGN TO 'NOTAS-FORNECEDOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOTAS.
           SELECT ARQ-TITULOS ASSIGN TO 'TITULOS-PAGAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TITULOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-COMPRAS.
           COPY 'pedcompra.cbl'.

       FD  ARQ-NOTAS.
           COPY 'notaforn.cbl'.

       FD  ARQ-TITULOS.
           COPY 'titpagar.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'servdata.cbl'.
           COPY 'parametro.cbl'.

       77 WRK-STATUS-CADASTRO PIC X(02) VALUE '00'.
           88 CADASTRO-OK        VALUE '00'.
       77 WRK-STATUS-COMPRAS  PIC X(02) VALUE '00'.
           88 COMPRAS-OK         VALUE '00'.
       77 WRK-STATUS-NOTAS    PIC X(02) VALUE '00'.
           88 NOTAS-OK           VALUE '00'.
       77 WRK-STATUS-TITULOS  PIC X(02) VALUE '00'.
           88 TITULOS-OK         VALUE '00'.
       77 WRK-FIM-COMPRAS PIC X(01) VALUE 'N'.
           88 FIM-COMPRAS    VALUE 'S'.
       77 WRK-FIM-NOTAS   PIC X(01) VALUE 'N'.
           88 FIM-NOTAS      VALUE 'S'.
       77 WRK-FIM-TITULOS PIC X(01) VALUE 'N'.
           88 FIM-TITULOS    VALUE 'S'.
       77 WRK-FIM-LINHAS  PIC X(01) VALUE 'N'.
           88 FIM-LINHAS     VALUE 'S'.

       77 WRK-FORNECEDOR   PIC 9(06) VALUE ZEROES.
       77 WRK-NOME-FORN    PIC X(30) VALUE SPACES.
       77 WRK-FORN-VALIDO  PIC X(01) VALUE 'N'.
           88 FORNECEDOR-VALIDO VALUE 'S'.
       77 WRK-DOCUMENTO    PIC X(10) VALUE SPACES.
       77 WRK-DOC-LANCADO  PIC X(01) VALUE 'N'.
           88 DOCUMENTO-LANCADO VALUE 'S'.
       77 WRK-DOC-CANCELADO PIC X(01) VALUE 'N'.
           88 DOCUMENTO-CANCELADO VALUE 'S'.
       77 WRK-EMISSAO      PIC 9(08) VALUE ZEROES.
       77 WRK-DATA-OK      PIC X(01) VALUE 'N'.
           88 DATA-VALIDA      VALUE 'S'.
       77 WRK-CONFIRMA     PIC X(01) VALUE SPACES.

      * TOLERÂNCIAS DA CONFERÊNCIA EM PERCENTUAL (PARÂMETROS; SEM
      * PARÂMETRO, 2% NO PREÇO E NENHUMA NA QUANTIDADE)
       77 WRK-TOLER-PRECO  PIC 9(03)V99 VALUE 2.
       77 WRK-TOLER-QTDE   PIC 9(03)V99 VALUE ZEROES.

      * PEDIDO DE COMPRA DA LINHA EM DIGITAÇÃO
       77 WRK-PEDIDO       PIC 9(06) VALUE ZEROES.
       77 WRK-PCO-ACHADO   PIC X(01) VALUE 'N'.
           88 PEDIDO-ACHADO    VALUE 'S'.
       77 WRK-PCO-FORNECEDOR PIC 9(06) VALUE ZEROES.
       77 WRK-PCO-PRODUTO  PIC 9(06) VALUE ZEROES.
       77 WRK-PCO-QTDE     PIC 9(05) VALUE ZEROES.
       77 WRK-PCO-PRECO    PIC 9(08)V99 VALUE ZEROES.
       77 WRK-PCO-SITUACAO PIC X(01) VALUE SPACES.
       77 WRK-PCO-RECEBIDA PIC 9(05) VALUE ZEROES.
       77 WRK-QTDE         PIC 9(05) VALUE ZEROES.
       77 WRK-PRECO        PIC 9(08)V99 VALUE ZEROES.
       77 WRK-QTDE-COBRADA PIC 9(07) VALUE ZEROES.
       77 WRK-QTDE-BASE    PIC 9(05) VALUE ZEROES.
       77 WRK-QTDE-DISPON  PIC 9(07) VALUE ZEROES.
       77 WRK-QTDE-LIMITE  PIC 9(07)V99 VALUE ZEROES.
       77 WRK-PRECO-LIMITE PIC 9(09)V99 VALUE ZEROES.
       77 WRK-CONFERENCIA  PIC X(01) VALUE SPACES.

      * LINHAS DA NOTA EM DIGITAÇÃO, GRAVADAS SÓ NA CONFIRMAÇÃO
       77 WRK-QT-LINHAS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-LIN   PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-LINHAS.
           02 WRK-TL-ITEM OCCURS 20 TIMES.
               03 WRK-TL-PEDIDO      PIC 9(06).
               03 WRK-TL-PRODUTO     PIC 9(06).
               03 WRK-TL-QTDE        PIC 9(05).
               03 WRK-TL-PRECO       PIC 9(08)V99.
               03 WRK-TL-QTDE-PEDIDA PIC 9(05).
               03 WRK-TL-PRECO-PEDIDO PIC 9(08)V99.
               03 WRK-TL-RECEBIDA    PIC 9(05).
               03 WRK-TL-CONFERENCIA PIC X(01).

       77 WRK-QT-DIVERGENTES PIC 9(03) COMP VALUE ZEROES.
       77 WRK-VALOR-LINHA  PIC 9(10)V99 VALUE ZEROES.
       77 WRK-TOTAL-NOTA   PIC 9(10)V99 VALUE ZEROES.
       77 WRK-TETO-TITULO  PIC 9(10)V99 VALUE 99999999,99.

       77 WRK-QT-PARCELAS  PIC 9(02) VALUE ZEROES.
       77 WRK-PARCELAS-OK  PIC X(01) VALUE 'N'.
           88 PARCELAS-VALIDAS VALUE 'S'.
       77 WRK-SUB-PARC     PIC 9(02) VALUE ZEROES.
       77 WRK-PRIMEIRO-VENC PIC 9(08) VALUE ZEROES.
       77 WRK-VENCIMENTO   PIC 9(08) VALUE ZEROES.
       77 WRK-VALOR-PARCELA PIC 9(08)V99 VALUE ZEROES.
       77 WRK-VALOR-ACUM-PARC PIC 9(10)V99 VALUE ZEROES.
       77 WRK-SITUACAO-TIT PIC X(01) VALUE SPACES.

       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-PRECO-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'ENTRADA DA NOTA DO FORNECEDOR'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           PERFORM 0010-CARREGAR-TOLERANCIAS.
           PERFORM 0100-PEDIR-FORNECEDOR.
           IF NOT FORNECEDOR-VALIDO
               DISPLAY 'FINAL DA ENTRADA DA NOTA'
               GOBACK
           END-IF.
           PERFORM 0150-PEDIR-DOCUMENTO.
           IF DOCUMENTO-LANCADO OR WRK-DOCUMENTO = SPACES
               DISPLAY 'FINAL DA ENTRADA DA NOTA'
               GOBACK
           END-IF.
           MOVE 'N' TO WRK-DATA-OK.
           PERFORM 0180-PEDIR-EMISSAO UNTIL DATA-VALIDA.
           PERFORM 0210-DIGITAR-LINHA UNTIL FIM-LINHAS.
           IF WRK-QT-LINHAS = ZEROES
               DISPLAY 'NOTA SEM LINHAS - NADA GRAVADO'
               GOBACK
           END-IF.
           IF WRK-TOTAL-NOTA > WRK-TETO-TITULO
               DISPLAY 'TOTAL DA NOTA ACIMA DO CAMPO DE VALOR DO '
                   'TÍTULO - NADA GRAVADO'
               GOBACK
           END-IF.
           MOVE 'N' TO WRK-PARCELAS-OK.
           PERFORM 0400-PEDIR-PARCELAS UNTIL PARCELAS-VALIDAS.
           MOVE 'N' TO WRK-DATA-OK.
           PERFORM 0410-PEDIR-VENCIMENTO UNTIL DATA-VALIDA.
           MOVE WRK-TOTAL-NOTA TO WRK-VALOR-ED.
           DISPLAY 'TOTAL DA NOTA......: ' WRK-VALOR-ED.
           DISPLAY 'LINHAS.............: ' WRK-QT-LINHAS.
           DISPLAY 'LINHAS DIVERGENTES.: ' WRK-QT-DIVERGENTES.
           IF WRK-QT-DIVERGENTES > ZEROES
               DISPLAY '*** NOTA SERÁ GRAVADA COM OS TÍTULOS '
                   'BLOQUEADOS PARA REVISÃO ***'
           END-IF.
           DISPLAY 'GRAVAR A NOTA? (S/N)'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'NOTA DESCARTADA - NADA GRAVADO'
               GOBACK
           END-IF.
           PERFORM 0500-GRAVAR-LINHAS.
           PERFORM 0600-GRAVAR-TITULOS.
           DISPLAY 'FINAL DA ENTRADA DA NOTA'.
           GOBACK.

       0010-CARREGAR-TOLERANCIAS.
           MOVE 'TOLER-PRECO-NF' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-TOLER-PRECO
           END-IF.
           MOVE 'TOLER-QTDE-NF' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-TOLER-QTDE
           END-IF.

      * SÓ FORNECEDOR ('F') ATIVO NO CADASTRO MESTRE, COMO NA
      * CONFIRMAÇÃO DA COMPRA
       0100-PEDIR-FORNECEDOR.
           MOVE 'N' TO WRK-FORN-VALIDO.
           DISPLAY 'CÓDIGO DO FORNECEDOR:'.
           ACCEPT WRK-FORNECEDOR FROM CONSOLE.
           OPEN INPUT ARQ-CADASTRO.
           IF CADASTRO-OK
               MOVE WRK-FORNECEDOR TO REG-CAD-CODIGO
               READ ARQ-CADASTRO
                   INVALID KEY
                       DISPLAY 'FORNECEDOR NÃO ENCONTRADO NO '
                           'CADASTRO'
                   NOT INVALID KEY
                       IF REG-CAD-FORNECEDOR AND
                          NOT REG-CAD-INATIVO
                           DISPLAY 'FORNECEDOR: ' REG-CAD-NOME
                           MOVE REG-CAD-NOME TO WRK-NOME-FORN
                           MOVE 'S' TO WRK-FORN-VALIDO
                       ELSE
                           DISPLAY 'CÓDIGO NÃO É FORNECEDOR ATIVO'
                       END-IF
               END-READ
               CLOSE ARQ-CADASTRO
           ELSE
               DISPLAY 'CADASTRO MESTRE INDISPONÍVEL'
           END-IF.

      * O MESMO DOCUMENTO DO MESMO FORNECEDOR NÃO ENTRA DUAS VEZES,
      * NEM DEPOIS DE CANCELADO: NOTA CORRIGIDA VEM COM NÚMERO NOVO
       0150-PEDIR-DOCUMENTO.
           DISPLAY 'NÚMERO DO DOCUMENTO (NOTA DO FORNECEDOR):'.
           ACCEPT WRK-DOCUMENTO FROM CONSOLE.
           IF WRK-DOCUMENTO = SPACES
               DISPLAY 'DOCUMENTO NÃO INFORMADO'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-DOC-LANCADO.
           MOVE 'N' TO WRK-FIM-TITULOS.
           OPEN INPUT ARQ-TITULOS.
           IF TITULOS-OK
               PERFORM 0160-LER-TITULO
               PERFORM 0170-CONFERIR-DOCUMENTO
                   UNTIL FIM-TITULOS OR DOCUMENTO-LANCADO
               CLOSE ARQ-TITULOS
           END-IF.
           IF DOCUMENTO-LANCADO
               DISPLAY 'DOCUMENTO ' WRK-DOCUMENTO ' JÁ LANÇADO '
                   'PARA ESTE FORNECEDOR'
           END-IF.

       0160-LER-TITULO.
           READ ARQ-TITULOS
               AT END
                   MOVE 'S' TO WRK-FIM-TITULOS
           END-READ.

       0170-CONFERIR-DOCUMENTO.
           IF REG-TIT-FORNECEDOR = WRK-FORNECEDOR AND
              REG-TIT-DOCUMENTO = WRK-DOCUMENTO
               MOVE 'S' TO WRK-DOC-LANCADO
           ELSE
               PERFORM 0160-LER-TITULO
           END-IF.

       0180-PEDIR-EMISSAO.
           DISPLAY 'DATA DE EMISSÃO DA NOTA (AAAAMMDD, 0 = HOJE):'.
           ACCEPT WRK-EMISSAO FROM CONSOLE.
           IF WRK-EMISSAO = ZEROES
               MOVE WRK-DATA-SYS-NUM TO WRK-EMISSAO
           END-IF.
           MOVE 1 TO REG-SRV-FUNCAO.
           MOVE WRK-EMISSAO TO REG-SRV-DATA1.
           MOVE ZEROES TO REG-SRV-DIAS.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK
               MOVE 'S' TO WRK-DATA-OK
           ELSE
               DISPLAY 'DATA INVÁLIDA'
           END-IF.

      * UMA LINHA POR PEDIDO DE COMPRA COBRADO; A CONFERÊNCIA É
      * MOSTRADA NA HORA, MAS A LINHA DIVERGENTE ENTRA ASSIM MESMO
      * E SEGURA A NOTA INTEIRA NA REVISÃO
       0210-DIGITAR-LINHA.
           IF WRK-QT-LINHAS = 20
               DISPLAY 'LIMITE DE 20 LINHAS POR NOTA ATINGIDO'
               MOVE 'S' TO WRK-FIM-LINHAS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'PEDIDO DE COMPRA DA LINHA (0 = ENCERRAR):'.
           ACCEPT WRK-PEDIDO FROM CONSOLE.
           IF WRK-PEDIDO = ZEROES
               MOVE 'S' TO WRK-FIM-LINHAS
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0220-LOCALIZAR-PEDIDO.
           IF PEDIDO-ACHADO
               DISPLAY 'PRODUTO....: ' WRK-PCO-PRODUTO
               MOVE WRK-PCO-PRECO TO WRK-PRECO-ED
               DISPLAY 'QTD PEDIDA.: ' WRK-PCO-QTDE
                   '  PREÇO: ' WRK-PRECO-ED
           ELSE
               DISPLAY 'PEDIDO DE COMPRA NÃO ENCONTRADO'
           END-IF.
           DISPLAY 'QUANTIDADE COBRADA (0 = DESCARTAR A LINHA):'.
           ACCEPT WRK-QTDE FROM CONSOLE.
           IF WRK-QTDE = ZEROES
               DISPLAY 'LINHA DESCARTADA'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'PREÇO UNITÁRIO COBRADO:'.
           ACCEPT WRK-PRECO FROM CONSOLE.
           PERFORM 0230-SOMAR-JA-COBRADO.
           PERFORM 0250-CONFERIR-LINHA.
           ADD 1 TO WRK-QT-LINHAS.
           MOVE WRK-PEDIDO       TO WRK-TL-PEDIDO(WRK-QT-LINHAS).
           MOVE WRK-PCO-PRODUTO  TO WRK-TL-PRODUTO(WRK-QT-LINHAS).
           MOVE WRK-QTDE         TO WRK-TL-QTDE(WRK-QT-LINHAS).
           MOVE WRK-PRECO        TO WRK-TL-PRECO(WRK-QT-LINHAS).
           MOVE WRK-PCO-QTDE     TO WRK-TL-QTDE-PEDIDA(WRK-QT-LINHAS).
           MOVE WRK-PCO-PRECO
               TO WRK-TL-PRECO-PEDIDO(WRK-QT-LINHAS).
           MOVE WRK-PCO-RECEBIDA TO WRK-TL-RECEBIDA(WRK-QT-LINHAS).
           MOVE WRK-CONFERENCIA
               TO WRK-TL-CONFERENCIA(WRK-QT-LINHAS).
           COMPUTE WRK-VALOR-LINHA = WRK-QTDE * WRK-PRECO.
           ADD WRK-VALOR-LINHA TO WRK-TOTAL-NOTA.
           IF WRK-CONFERENCIA NOT = 'S'
               ADD 1 TO WRK-QT-DIVERGENTES
           END-IF.

       0220-LOCALIZAR-PEDIDO.
           MOVE 'N' TO WRK-PCO-ACHADO.
           MOVE ZEROES TO WRK-PCO-FORNECEDOR WRK-PCO-PRODUTO
               WRK-PCO-QTDE WRK-PCO-PRECO WRK-PCO-RECEBIDA.
           MOVE SPACES TO WRK-PCO-SITUACAO.
           MOVE 'N' TO WRK-FIM-COMPRAS.
           OPEN INPUT ARQ-COMPRAS.
           IF COMPRAS-OK
               PERFORM 0225-LER-COMPRA
               PERFORM 0226-CONFERIR-COMPRA
                   UNTIL FIM-COMPRAS OR PEDIDO-ACHADO
               CLOSE ARQ-COMPRAS
           END-IF.

       0225-LER-COMPRA.
           READ ARQ-COMPRAS
               AT END
                   MOVE 'S' TO WRK-FIM-COMPRAS
           END-READ.

      * PEDIDO RECEBIDO ANTES DA QUANTIDADE RECEBIDA EXISTIR NO
      * REGISTRO VALE A QUANTIDADE PEDIDA; O REJEITADO NA
      * CONFERÊNCIA DO RECEBIMENTO NÃO PODE SER COBRADO
       0226-CONFERIR-COMPRA.
           IF REG-PCO-NUMERO = WRK-PEDIDO
               MOVE 'S' TO WRK-PCO-ACHADO
               MOVE REG-PCO-FORNECEDOR TO WRK-PCO-FORNECEDOR
               MOVE REG-PCO-PRODUTO    TO WRK-PCO-PRODUTO
               MOVE REG-PCO-QTDE       TO WRK-PCO-QTDE
               MOVE REG-PCO-PRECO      TO WRK-PCO-PRECO
               MOVE REG-PCO-SITUACAO   TO WRK-PCO-SITUACAO
               IF REG-PCO-RECEBIDO
                   IF REG-PCO-QTDE-RECEBIDA IS NUMERIC AND
                      REG-PCO-QTDE-RECEBIDA > ZEROES
                       MOVE REG-PCO-QTDE-RECEBIDA
                           TO WRK-PCO-RECEBIDA
                   ELSE
                       MOVE REG-PCO-QTDE TO WRK-PCO-RECEBIDA
                   END-IF
                   IF REG-PCO-QTDE-REJEITADA IS NUMERIC AND
                      REG-PCO-QTDE-REJEITADA NOT > WRK-PCO-RECEBIDA
                       SUBTRACT REG-PCO-QTDE-REJEITADA
                           FROM WRK-PCO-RECEBIDA
                   END-IF
               END-IF
           ELSE
               PERFORM 0225-LER-COMPRA
           END-IF.

      * O QUE OUTRAS NOTAS (NÃO CANCELADAS) E AS LINHAS ANTERIORES
      * DESTA JÁ COBRARAM DO MESMO PEDIDO NÃO PODE SER COBRADO DE NOVO
       0230-SOMAR-JA-COBRADO.
           MOVE ZEROES TO WRK-QTDE-COBRADA.
           MOVE 'N' TO WRK-FIM-NOTAS.
           OPEN INPUT ARQ-NOTAS.
           IF NOTAS-OK
               PERFORM 0235-LER-NOTA
               PERFORM 0240-SOMAR-UMA-NOTA UNTIL FIM-NOTAS
               CLOSE ARQ-NOTAS
           END-IF.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS
               IF WRK-TL-PEDIDO(WRK-SUB-LIN) = WRK-PEDIDO
                   ADD WRK-TL-QTDE(WRK-SUB-LIN) TO WRK-QTDE-COBRADA
               END-IF
           END-PERFORM.

       0235-LER-NOTA.
           READ ARQ-NOTAS
               AT END
                   MOVE 'S' TO WRK-FIM-NOTAS
           END-READ.

       0240-SOMAR-UMA-NOTA.
           IF REG-NFF-PEDIDO = WRK-PEDIDO
               PERFORM 0245-VERIFICAR-CANCELADO
               IF NOT DOCUMENTO-CANCELADO
                   ADD REG-NFF-QTDE TO WRK-QTDE-COBRADA
               END-IF
           END-IF.
           PERFORM 0235-LER-NOTA.

      * A REVISÃO CANCELA O DOCUMENTO INTEIRO, ENTÃO BASTA UM
      * TÍTULO CANCELADO PARA A NOTA NÃO CONTAR
       0245-VERIFICAR-CANCELADO.
           MOVE 'N' TO WRK-DOC-CANCELADO.
           MOVE 'N' TO WRK-FIM-TITULOS.
           OPEN INPUT ARQ-TITULOS.
           IF TITULOS-OK
               PERFORM 0160-LER-TITULO
               PERFORM 0246-CONFERIR-CANCELADO
                   UNTIL FIM-TITULOS OR DOCUMENTO-CANCELADO
               CLOSE ARQ-TITULOS
           END-IF.

       0246-CONFERIR-CANCELADO.
           IF REG-TIT-FORNECEDOR = REG-NFF-FORNECEDOR AND
              REG-TIT-DOCUMENTO = REG-NFF-DOCUMENTO AND
              REG-TIT-CANCELADO
               MOVE 'S' TO WRK-DOC-CANCELADO
           ELSE
               PERFORM 0160-LER-TITULO
           END-IF.

      * CONFERÊNCIA EM TRÊS VIAS, NA ORDEM: PEDIDO DO FORNECEDOR,
      * MERCADORIA RECEBIDA, QUANTIDADE (A MENOR ENTRE A PEDIDA E A
      * RECEBIDA, MENOS O JÁ COBRADO) E PREÇO DO PEDIDO; PREÇO
      * ABAIXO DO NEGOCIADO NÃO SEGURA A NOTA
       0250-CONFERIR-LINHA.
           IF NOT PEDIDO-ACHADO OR
              WRK-PCO-FORNECEDOR NOT = WRK-FORNECEDOR
               MOVE 'N' TO WRK-CONFERENCIA
               DISPLAY '*** PEDIDO NÃO É DESTE FORNECEDOR ***'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-PCO-SITUACAO NOT = 'R'
               MOVE 'R' TO WRK-CONFERENCIA
               DISPLAY '*** MERCADORIA AINDA NÃO RECEBIDA ***'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-PCO-RECEBIDA < WRK-PCO-QTDE
               MOVE WRK-PCO-RECEBIDA TO WRK-QTDE-BASE
           ELSE
               MOVE WRK-PCO-QTDE TO WRK-QTDE-BASE
           END-IF.
           IF WRK-QTDE-COBRADA < WRK-QTDE-BASE
               COMPUTE WRK-QTDE-DISPON =
                   WRK-QTDE-BASE - WRK-QTDE-COBRADA
           ELSE
               MOVE ZEROES TO WRK-QTDE-DISPON
           END-IF.
           COMPUTE WRK-QTDE-LIMITE =
               WRK-QTDE-DISPON * (100 + WRK-TOLER-QTDE) / 100.
           IF WRK-QTDE > WRK-QTDE-LIMITE
               MOVE 'Q' TO WRK-CONFERENCIA
               DISPLAY '*** QUANTIDADE ACIMA DO RECEBIDO A FATURAR '
                   '(' WRK-QTDE-DISPON ') ***'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-PRECO-LIMITE =
               WRK-PCO-PRECO * (100 + WRK-TOLER-PRECO) / 100.
           IF WRK-PRECO > WRK-PRECO-LIMITE
               MOVE 'P' TO WRK-CONFERENCIA
               DISPLAY '*** PREÇO ACIMA DO PEDIDO DE COMPRA ***'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-CONFERENCIA.
           DISPLAY 'LINHA CONFERE COM PEDIDO E RECEBIMENTO'.

       0400-PEDIR-PARCELAS.
           DISPLAY 'QUANTIDADE DE PARCELAS (1 A 12):'.
           ACCEPT WRK-QT-PARCELAS FROM CONSOLE.
           IF WRK-QT-PARCELAS > ZEROES AND WRK-QT-PARCELAS < 13
               MOVE 'S' TO WRK-PARCELAS-OK
           ELSE
               DISPLAY 'QUANTIDADE INVÁLIDA. DIGITE DE 1 A 12'
           END-IF.

       0410-PEDIR-VENCIMENTO.
           DISPLAY 'VENCIMENTO DA PRIMEIRA PARCELA (AAAAMMDD):'.
           ACCEPT WRK-PRIMEIRO-VENC FROM CONSOLE.
           MOVE 1 TO REG-SRV-FUNCAO.
           MOVE WRK-PRIMEIRO-VENC TO REG-SRV-DATA1.
           MOVE ZEROES TO REG-SRV-DIAS.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK
               MOVE 'S' TO WRK-DATA-OK
           ELSE
               DISPLAY 'DATA INVÁLIDA'
           END-IF.

       0500-GRAVAR-LINHAS.
           OPEN EXTEND ARQ-NOTAS.
           IF NOT NOTAS-OK
               OPEN OUTPUT ARQ-NOTAS
           END-IF.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS
               MOVE WRK-FORNECEDOR TO REG-NFF-FORNECEDOR
               MOVE WRK-DOCUMENTO  TO REG-NFF-DOCUMENTO
               MOVE WRK-SUB-LIN    TO REG-NFF-LINHA
               MOVE WRK-TL-PEDIDO(WRK-SUB-LIN) TO REG-NFF-PEDIDO
               MOVE WRK-TL-PRODUTO(WRK-SUB-LIN) TO REG-NFF-PRODUTO
               MOVE WRK-TL-QTDE(WRK-SUB-LIN) TO REG-NFF-QTDE
               MOVE WRK-TL-PRECO(WRK-SUB-LIN) TO REG-NFF-PRECO
               MOVE WRK-TL-QTDE-PEDIDA(WRK-SUB-LIN)
                   TO REG-NFF-QTDE-PEDIDA
               MOVE WRK-TL-PRECO-PEDIDO(WRK-SUB-LIN)
                   TO REG-NFF-PRECO-PEDIDO
               MOVE WRK-TL-RECEBIDA(WRK-SUB-LIN)
                   TO REG-NFF-QTDE-RECEBIDA
               MOVE WRK-TL-CONFERENCIA(WRK-SUB-LIN)
                   TO REG-NFF-CONFERENCIA
               WRITE REG-NOTA-FORN
           END-PERFORM.
           CLOSE ARQ-NOTAS.

      * PARCELAS DE 30 EM 30 DIAS A PARTIR DO PRIMEIRO VENCIMENTO,
      * EMPURRADAS PARA O DIA ÚTIL COMO AS DUPLICATAS; A ÚLTIMA
      * PARCELA ABSORVE O ARREDONDAMENTO
       0600-GRAVAR-TITULOS.
           IF WRK-QT-DIVERGENTES > ZEROES
               MOVE 'B' TO WRK-SITUACAO-TIT
           ELSE
               MOVE 'L' TO WRK-SITUACAO-TIT
           END-IF.
           OPEN EXTEND ARQ-TITULOS.
           IF NOT TITULOS-OK
               OPEN OUTPUT ARQ-TITULOS
           END-IF.
           COMPUTE WRK-VALOR-PARCELA ROUNDED =
               WRK-TOTAL-NOTA / WRK-QT-PARCELAS.
           MOVE ZEROES TO WRK-VALOR-ACUM-PARC.
           PERFORM 0610-GRAVAR-UM-TITULO
               VARYING WRK-SUB-PARC FROM 1 BY 1
               UNTIL WRK-SUB-PARC > WRK-QT-PARCELAS.
           CLOSE ARQ-TITULOS.
           IF WRK-SITUACAO-TIT = 'B'
               DISPLAY 'TÍTULOS GRAVADOS BLOQUEADOS: '
                   WRK-QT-PARCELAS
           ELSE
               DISPLAY 'TÍTULOS GRAVADOS LIBERADOS: '
                   WRK-QT-PARCELAS
           END-IF.

       0610-GRAVAR-UM-TITULO.
           MOVE 1 TO REG-SRV-FUNCAO.
           MOVE WRK-PRIMEIRO-VENC TO REG-SRV-DATA1.
           COMPUTE REG-SRV-DIAS = (WRK-SUB-PARC - 1) * 30.
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
               MOVE WRK-PRIMEIRO-VENC TO WRK-VENCIMENTO
           END-IF.
           MOVE WRK-FORNECEDOR TO REG-TIT-FORNECEDOR.
           MOVE WRK-DOCUMENTO  TO REG-TIT-DOCUMENTO.
           MOVE WRK-SUB-PARC   TO REG-TIT-PARCELA.
           MOVE WRK-EMISSAO    TO REG-TIT-EMISSAO.
           MOVE WRK-VENCIMENTO TO REG-TIT-VENCIMENTO.
           IF WRK-SUB-PARC = WRK-QT-PARCELAS
               COMPUTE REG-TIT-VALOR =
                   WRK-TOTAL-NOTA - WRK-VALOR-ACUM-PARC
           ELSE
               MOVE WRK-VALOR-PARCELA TO REG-TIT-VALOR
               ADD WRK-VALOR-PARCELA TO WRK-VALOR-ACUM-PARC
           END-IF.
           MOVE WRK-SITUACAO-TIT TO REG-TIT-SITUACAO.
           MOVE ZEROES TO REG-TIT-DATAPAGTO.
           MOVE SPACES TO REG-TIT-REVISOR.
           WRITE REG-TITULO-PAGAR.
