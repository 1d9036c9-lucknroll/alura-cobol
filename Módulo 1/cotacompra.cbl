       IDENTIFICATION DIVISION.
       PROGRAM-ID. cotacompra.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = RODADA DE COTAÇÃO ANTES DA CONFIRMAÇÃO DA COMPRA:
      *            PARA CADA SUGESTÃO DE COMPRA O COMPRADOR DIGITA O
      *            PREÇO, O PRAZO DE ENTREGA E O PRAZO DE PAGAMENTO
      *            COTADOS POR FORNECEDORES ('F' ATIVOS NO CADASTRO
      *            MESTRE), GRAVADOS EM COTACOES-COMPRA, E O QUADRO
      *            COMPARATIVO POR PRODUTO SAI EM
      *            RELATORIO-COTACOES COM A MAIS BARATA MARCADA E O
      *            AVISO DO PRODUTO QUE AINDA NÃO TEM O MÍNIMO DE
      *            COTAÇÕES (PARÂMETRO MIN-COTACOES-COMPRA, PADRÃO 2)
      *            - A PROVA PARA A AUDITORIA DE QUE A COMPRA FOI
      *            COTADA NO MERCADO
      * DATA = 15/10/2026
      * 15/10/2026 LUCAS  O PREÇO PASSA A SER COTADO POR EMBALAGEM DE
      *                    COMPRA DO FORNECEDOR (UNIDADES-MEDIDA, PELO
      *                    BUSCAUNIDADE), COM A QUANTIDADE SUGERIDA
      *                    MOSTRADA TAMBÉM EM EMBALAGENS E O VALOR
      *                    TOTAL DO QUADRO CALCULADO SOBRE ELAS
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SUGESTOES ASSIGN TO 'SUGESTOES-COMPRA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SUGESTOES.
           SELECT ARQ-COTACOES ASSIGN TO 'COTACOES-COMPRA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COTACOES.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-COTACOES'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SUGESTOES.
       01  REG-SUGESTAO.
           02 REG-SUG-PRODUTO    PIC 9(06).
           02 REG-SUG-QTDE       PIC 9(05).
           02 REG-SUG-FORNECEDOR PIC 9(06).

       FD  ARQ-COTACOES.
           COPY 'cotcompra.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'parametro.cbl'.
           COPY 'servunidade.cbl'.

       77 WRK-STATUS-SUGESTOES PIC X(02) VALUE '00'.
           88 SUGESTOES-OK        VALUE '00'.
       77 WRK-STATUS-COTACOES  PIC X(02) VALUE '00'.
           88 COTACOES-OK         VALUE '00'.
       77 WRK-STATUS-CADASTRO  PIC X(02) VALUE '00'.
           88 CADASTRO-OK         VALUE '00'.
       77 WRK-FIM-SUGESTOES PIC X(01) VALUE 'N'.
           88 FIM-SUGESTOES    VALUE 'S'.
       77 WRK-FIM-COTACOES  PIC X(01) VALUE 'N'.
           88 FIM-COTACOES     VALUE 'S'.
       77 WRK-FIM-PRODUTO   PIC X(01) VALUE 'N'.
           88 FIM-PRODUTO      VALUE 'S'.

       77 WRK-MIN-COTACOES PIC 9(02) VALUE 2.

       77 WRK-QT-SUGESTOES PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-SUG      PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-SUGESTOES.
           02 WRK-TS-ITEM OCCURS 200 TIMES.
               03 WRK-TS-PRODUTO PIC 9(06).
               03 WRK-TS-QTDE    PIC 9(05).

      * COTAÇÕES EM ABERTO (AS JÁ GRAVADAS E AS DIGITADAS AGORA),
      * PARA BARRAR O FORNECEDOR REPETIDO E MONTAR O QUADRO
       77 WRK-QT-COTACOES PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-COT     PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-COTACOES.
           02 WRK-TC-ITEM OCCURS 500 TIMES.
               03 WRK-TC-PRODUTO    PIC 9(06).
               03 WRK-TC-FORNECEDOR PIC 9(06).
               03 WRK-TC-PRECO      PIC 9(08)V99.
               03 WRK-TC-ENTREGA    PIC 9(03).
               03 WRK-TC-PAGTO      PIC 9(03).

       77 WRK-DECISAO     PIC X(01) VALUE SPACES.
       77 WRK-FORNECEDOR  PIC 9(06) VALUE ZEROES.
       77 WRK-FORN-VALIDO PIC X(01) VALUE 'N'.
           88 FORNECEDOR-VALIDO VALUE 'S'.
       77 WRK-JA-COTADO   PIC X(01) VALUE 'N'.
           88 FORNECEDOR-JA-COTADO VALUE 'S'.
       77 WRK-PRECO       PIC 9(08)V99 VALUE ZEROES.
       77 WRK-ENTREGA     PIC 9(03) VALUE ZEROES.
       77 WRK-PAGTO       PIC 9(03) VALUE ZEROES.
       77 WRK-QT-DO-PRODUTO PIC 9(03) COMP VALUE ZEROES.
       77 WRK-MENOR-PRECO PIC 9(08)V99 VALUE ZEROES.
       77 WRK-QT-DIGITADAS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-QT-INSUFICIENTES PIC 9(03) COMP VALUE ZEROES.
       77 WRK-QT-ED       PIC ZZ9 VALUE ZEROES.
       77 WRK-QTDE-EMB    PIC 9(05) VALUE ZEROES.
       77 WRK-RESTO       PIC 9(05) VALUE ZEROES.

       01  WRK-LINHA-COTACAO.
           02 WRK-LC-MARCA      PIC X(01).
           02 WRK-LC-FORNECEDOR PIC 9(06).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LC-NOME       PIC X(20).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LC-PRECO      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 WRK-LC-ENTREGA    PIC ZZ9.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 WRK-LC-PAGTO      PIC ZZ9.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LC-TOTAL      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(07) VALUE SPACES.
       77 WRK-VALOR-TOTAL PIC 9(13)V99 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       01  WRK-LINRELAT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'RODADA DE COTAÇÃO DE COMPRA'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           MOVE 'MIN-COTACOES-COMPRA' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-MIN-COTACOES
           END-IF.
           PERFORM 0100-CARREGAR-SUGESTOES.
           IF WRK-QT-SUGESTOES = ZEROES
               DISPLAY 'NÃO HÁ SUGESTÕES DE COMPRA - GERE PELO '
                   'GERASUGESTAO'
               GOBACK
           END-IF.
           PERFORM 0150-CARREGAR-COTACOES.
           PERFORM 0200-COTAR-SUGESTAO
               VARYING WRK-SUB-SUG FROM 1 BY 1
               UNTIL WRK-SUB-SUG > WRK-QT-SUGESTOES.
           PERFORM 0500-IMPRIMIR-QUADRO.
           MOVE WRK-QT-DIGITADAS TO WRK-QT-ED.
           DISPLAY 'COTAÇÕES DIGITADAS.............: ' WRK-QT-ED.
           MOVE WRK-QT-INSUFICIENTES TO WRK-QT-ED.
           DISPLAY 'PRODUTOS SEM O MÍNIMO DE COTAÇÕES: ' WRK-QT-ED.
           DISPLAY 'QUADRO COMPARATIVO EM RELATORIO-COTACOES'.
           DISPLAY 'FINAL DA RODADA DE COTAÇÃO'.
           GOBACK.

       0100-CARREGAR-SUGESTOES.
           OPEN INPUT ARQ-SUGESTOES.
           IF SUGESTOES-OK
               PERFORM 0110-LER-SUGESTAO
               PERFORM 0120-GUARDAR-SUGESTAO UNTIL FIM-SUGESTOES
               CLOSE ARQ-SUGESTOES
           END-IF.

       0110-LER-SUGESTAO.
           READ ARQ-SUGESTOES
               AT END
                   MOVE 'S' TO WRK-FIM-SUGESTOES
           END-READ.

       0120-GUARDAR-SUGESTAO.
           IF WRK-QT-SUGESTOES < 200
               ADD 1 TO WRK-QT-SUGESTOES
               MOVE REG-SUG-PRODUTO TO WRK-TS-PRODUTO(WRK-QT-SUGESTOES)
               MOVE REG-SUG-QTDE    TO WRK-TS-QTDE(WRK-QT-SUGESTOES)
           ELSE
               DISPLAY 'SUGESTOES-COMPRA COM MAIS DE 200 LINHAS - '
                   'AS EXCEDENTES FICAM PARA A PRÓXIMA RODADA'
               MOVE 'S' TO WRK-FIM-SUGESTOES
           END-IF.
           PERFORM 0110-LER-SUGESTAO.

       0150-CARREGAR-COTACOES.
           OPEN INPUT ARQ-COTACOES.
           IF COTACOES-OK
               PERFORM 0160-LER-COTACAO
               PERFORM 0170-GUARDAR-COTACAO UNTIL FIM-COTACOES
               CLOSE ARQ-COTACOES
           END-IF.

       0160-LER-COTACAO.
           READ ARQ-COTACOES
               AT END
                   MOVE 'S' TO WRK-FIM-COTACOES
           END-READ.

       0170-GUARDAR-COTACAO.
           IF REG-CQT-ABERTA
               IF WRK-QT-COTACOES < 500
                   ADD 1 TO WRK-QT-COTACOES
                   PERFORM 0180-COTACAO-NA-TABELA
               ELSE
                   DISPLAY 'COTACOES-COMPRA COM MAIS DE 500 EM '
                       'ABERTO - QUADRO INCOMPLETO'
                   MOVE 'S' TO WRK-FIM-COTACOES
               END-IF
           END-IF.
           PERFORM 0160-LER-COTACAO.

       0180-COTACAO-NA-TABELA.
           MOVE REG-CQT-PRODUTO    TO WRK-TC-PRODUTO(WRK-QT-COTACOES).
           MOVE REG-CQT-FORNECEDOR
               TO WRK-TC-FORNECEDOR(WRK-QT-COTACOES).
           MOVE REG-CQT-PRECO      TO WRK-TC-PRECO(WRK-QT-COTACOES).
           MOVE REG-CQT-PRAZO-ENTREGA
               TO WRK-TC-ENTREGA(WRK-QT-COTACOES).
           MOVE REG-CQT-PRAZO-PAGTO TO WRK-TC-PAGTO(WRK-QT-COTACOES).

       0200-COTAR-SUGESTAO.
           DISPLAY '________________________'.
           MOVE WRK-TS-PRODUTO(WRK-SUB-SUG) TO REG-CAD-CODIGO.
           PERFORM 0240-NOME-DO-CADASTRO.
           DISPLAY 'PRODUTO....: ' WRK-TS-PRODUTO(WRK-SUB-SUG)
               ' ' REG-CAD-NOME.
           DISPLAY 'QTD SUGERIDA: ' WRK-TS-QTDE(WRK-SUB-SUG).
           PERFORM 0260-EMBALAGEM-DO-PRODUTO.
           IF REG-SUN-FATOR-COMPRA > 1
               DISPLAY 'EMBALAGEM DE COMPRA: ' REG-SUN-COMPRA ' COM '
                   REG-SUN-FATOR-COMPRA ' ' REG-SUN-BASE ' - '
                   WRK-QTDE-EMB ' ' REG-SUN-COMPRA
           END-IF.
           PERFORM 0250-CONTAR-DO-PRODUTO.
           MOVE WRK-QT-DO-PRODUTO TO WRK-QT-ED.
           DISPLAY 'COTAÇÕES EM ABERTO: ' WRK-QT-ED.
           DISPLAY 'DIGITAR COTAÇÕES DESTE PRODUTO (S/N)?'.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           IF WRK-DECISAO NOT = 'S' AND WRK-DECISAO NOT = 's'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-FIM-PRODUTO.
           PERFORM 0210-DIGITAR-COTACAO UNTIL FIM-PRODUTO.

      * UMA COTAÇÃO POR FORNECEDOR E PRODUTO ENQUANTO A RODADA ESTÁ
      * ABERTA; A GRAVAÇÃO É NA HORA, COMO A CONFIRMAÇÃO DA COMPRA
       0210-DIGITAR-COTACAO.
           IF WRK-QT-COTACOES = 500
               DISPLAY 'LIMITE DE 500 COTAÇÕES EM ABERTO ATINGIDO'
               MOVE 'S' TO WRK-FIM-PRODUTO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'FORNECEDOR COTADO (0 = ENCERRAR O PRODUTO):'.
           ACCEPT WRK-FORNECEDOR FROM CONSOLE.
           IF WRK-FORNECEDOR = ZEROES
               MOVE 'S' TO WRK-FIM-PRODUTO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0220-VALIDAR-FORNECEDOR.
           IF NOT FORNECEDOR-VALIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-JA-COTADO.
           PERFORM VARYING WRK-SUB-COT FROM 1 BY 1
               UNTIL WRK-SUB-COT > WRK-QT-COTACOES
               IF WRK-TC-PRODUTO(WRK-SUB-COT) =
                  WRK-TS-PRODUTO(WRK-SUB-SUG) AND
                  WRK-TC-FORNECEDOR(WRK-SUB-COT) = WRK-FORNECEDOR
                   MOVE 'S' TO WRK-JA-COTADO
               END-IF
           END-PERFORM.
           IF FORNECEDOR-JA-COTADO
               DISPLAY 'FORNECEDOR JÁ COTADO PARA ESTE PRODUTO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'PREÇO COTADO POR ' REG-SUN-COMPRA ':'.
           ACCEPT WRK-PRECO FROM CONSOLE.
           IF WRK-PRECO = ZEROES
               DISPLAY 'PREÇO ZERADO - COTAÇÃO DESCARTADA'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'PRAZO DE ENTREGA (DIAS):'.
           ACCEPT WRK-ENTREGA FROM CONSOLE.
           DISPLAY 'PRAZO DE PAGAMENTO (DIAS):'.
           ACCEPT WRK-PAGTO FROM CONSOLE.
           PERFORM 0230-GRAVAR-COTACAO.

       0220-VALIDAR-FORNECEDOR.
           MOVE 'N' TO WRK-FORN-VALIDO.
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
                           MOVE 'S' TO WRK-FORN-VALIDO
                       ELSE
                           DISPLAY 'CÓDIGO NÃO É FORNECEDOR ATIVO'
                       END-IF
               END-READ
               CLOSE ARQ-CADASTRO
           ELSE
               DISPLAY 'CADASTRO MESTRE INDISPONÍVEL'
           END-IF.

       0230-GRAVAR-COTACAO.
           OPEN EXTEND ARQ-COTACOES.
           IF NOT COTACOES-OK
               OPEN OUTPUT ARQ-COTACOES
           END-IF.
           MOVE WRK-TS-PRODUTO(WRK-SUB-SUG) TO REG-CQT-PRODUTO.
           MOVE WRK-FORNECEDOR   TO REG-CQT-FORNECEDOR.
           MOVE WRK-DATA-SYS-NUM TO REG-CQT-DATA.
           MOVE WRK-PRECO        TO REG-CQT-PRECO.
           MOVE WRK-ENTREGA      TO REG-CQT-PRAZO-ENTREGA.
           MOVE WRK-PAGTO        TO REG-CQT-PRAZO-PAGTO.
           MOVE 'A'              TO REG-CQT-SITUACAO.
           WRITE REG-COTACAO-COMPRA.
           CLOSE ARQ-COTACOES.
           ADD 1 TO WRK-QT-COTACOES.
           PERFORM 0180-COTACAO-NA-TABELA.
           ADD 1 TO WRK-QT-DIGITADAS.
           DISPLAY 'COTAÇÃO GRAVADA'.

       0240-NOME-DO-CADASTRO.
           MOVE SPACES TO REG-CAD-NOME.
           OPEN INPUT ARQ-CADASTRO.
           IF CADASTRO-OK
               READ ARQ-CADASTRO
                   INVALID KEY
                       MOVE SPACES TO REG-CAD-NOME
               END-READ
               CLOSE ARQ-CADASTRO
           END-IF.

       0250-CONTAR-DO-PRODUTO.
           MOVE ZEROES TO WRK-QT-DO-PRODUTO.
           MOVE ZEROES TO WRK-MENOR-PRECO.
           PERFORM VARYING WRK-SUB-COT FROM 1 BY 1
               UNTIL WRK-SUB-COT > WRK-QT-COTACOES
               IF WRK-TC-PRODUTO(WRK-SUB-COT) =
                  WRK-TS-PRODUTO(WRK-SUB-SUG)
                   ADD 1 TO WRK-QT-DO-PRODUTO
                   IF WRK-MENOR-PRECO = ZEROES OR
                      WRK-TC-PRECO(WRK-SUB-COT) < WRK-MENOR-PRECO
                       MOVE WRK-TC-PRECO(WRK-SUB-COT)
                           TO WRK-MENOR-PRECO
                   END-IF
               END-IF
           END-PERFORM.

      * A QUANTIDADE SUGERIDA (NA UNIDADE BASE) ARREDONDADA PARA
      * CIMA EM EMBALAGENS DE COMPRA INTEIRAS
       0260-EMBALAGEM-DO-PRODUTO.
           MOVE WRK-TS-PRODUTO(WRK-SUB-SUG) TO REG-SUN-PRODUTO.
           CALL 'buscaunidade' USING REG-SERVUNIDADE.
           DIVIDE REG-SUN-FATOR-COMPRA INTO WRK-TS-QTDE(WRK-SUB-SUG)
               GIVING WRK-QTDE-EMB REMAINDER WRK-RESTO.
           IF WRK-RESTO > ZEROES
               ADD 1 TO WRK-QTDE-EMB
           END-IF.

      * QUADRO COMPARATIVO: UM BLOCO POR SUGESTÃO, A COTAÇÃO MAIS
      * BARATA MARCADA COM '*' E O VALOR TOTAL PELA QTD SUGERIDA EM
      * EMBALAGENS DE COMPRA
       0500-IMPRIMIR-QUADRO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'QUADRO COMPARATIVO DE COTACOES - '
               WRK-DS-DIA '/' WRK-DS-MES '/' WRK-DS-ANO
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0510-IMPRIMIR-PRODUTO
               VARYING WRK-SUB-SUG FROM 1 BY 1
               UNTIL WRK-SUB-SUG > WRK-QT-SUGESTOES.
           CLOSE ARQ-RELATORIO.

       0510-IMPRIMIR-PRODUTO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TS-PRODUTO(WRK-SUB-SUG) TO REG-CAD-CODIGO.
           PERFORM 0240-NOME-DO-CADASTRO.
           PERFORM 0260-EMBALAGEM-DO-PRODUTO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'PRODUTO ' WRK-TS-PRODUTO(WRK-SUB-SUG) ' '
               REG-CAD-NOME '  QTD SUGERIDA '
               WRK-TS-QTDE(WRK-SUB-SUG) ' = ' WRK-QTDE-EMB ' '
               REG-SUN-COMPRA
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ' FORNEC NOME                   PRECO EMB.  ENTREGA'
               TO REG-RELATORIO.
           MOVE 'PAGTO      VALOR TOTAL' TO REG-RELATORIO(52:22).
           WRITE REG-RELATORIO.
           PERFORM 0250-CONTAR-DO-PRODUTO.
           PERFORM VARYING WRK-SUB-COT FROM 1 BY 1
               UNTIL WRK-SUB-COT > WRK-QT-COTACOES
               IF WRK-TC-PRODUTO(WRK-SUB-COT) =
                  WRK-TS-PRODUTO(WRK-SUB-SUG)
                   PERFORM 0520-IMPRIMIR-COTACAO
               END-IF
           END-PERFORM.
           MOVE WRK-QT-DO-PRODUTO TO WRK-QT-ED.
           MOVE SPACES TO WRK-LINRELAT.
           IF WRK-QT-DO-PRODUTO < WRK-MIN-COTACOES
               ADD 1 TO WRK-QT-INSUFICIENTES
               STRING 'COTACOES: ' WRK-QT-ED
                   '  *** ABAIXO DO MINIMO DE ' WRK-MIN-COTACOES
                   ' COTACOES ***'
                   DELIMITED BY SIZE INTO WRK-LINRELAT
           ELSE
               STRING 'COTACOES: ' WRK-QT-ED
                   DELIMITED BY SIZE INTO WRK-LINRELAT
           END-IF.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0520-IMPRIMIR-COTACAO.
           IF WRK-TC-PRECO(WRK-SUB-COT) = WRK-MENOR-PRECO
               MOVE '*' TO WRK-LC-MARCA
           ELSE
               MOVE SPACE TO WRK-LC-MARCA
           END-IF.
           MOVE WRK-TC-FORNECEDOR(WRK-SUB-COT) TO WRK-LC-FORNECEDOR.
           MOVE WRK-TC-FORNECEDOR(WRK-SUB-COT) TO REG-CAD-CODIGO.
           PERFORM 0240-NOME-DO-CADASTRO.
           MOVE REG-CAD-NOME TO WRK-LC-NOME.
           MOVE WRK-TC-PRECO(WRK-SUB-COT) TO WRK-LC-PRECO.
           MOVE WRK-TC-ENTREGA(WRK-SUB-COT) TO WRK-LC-ENTREGA.
           MOVE WRK-TC-PAGTO(WRK-SUB-COT) TO WRK-LC-PAGTO.
           COMPUTE WRK-VALOR-TOTAL =
               WRK-TC-PRECO(WRK-SUB-COT) * WRK-QTDE-EMB.
           MOVE WRK-VALOR-TOTAL TO WRK-LC-TOTAL.
           MOVE WRK-LINHA-COTACAO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
