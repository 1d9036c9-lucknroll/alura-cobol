       IDENTIFICATION DIVISION.
       PROGRAM-ID. manutunid.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = MANUTENÇÃO DA TABELA DE UNIDADES DE MEDIDA
      *            (UNIDADES-MEDIDA): PARA CADA PRODUTO A UNIDADE
      *            BASE DO ESTOQUE, A EMBALAGEM EM QUE O FORNECEDOR
      *            VENDE (CAIXA DE 12, FARDO DE 24...) E A EMBALAGEM
      *            DE VENDA COM O SEU PREÇO, CADA UMA COM O FATOR DE
      *            CONVERSÃO PARA A UNIDADE BASE. O COMPRADOR PARA DE
      *            DIVIDIR A CAIXA DE CABEÇA
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-UNIDADES ASSIGN TO 'UNIDADES-MEDIDA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-UNIDADES.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-UNIDADES.
           COPY 'unidmed.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-UNIDADES PIC X(02) VALUE '00'.
           88 UNIDADES-OK        VALUE '00'.
       77 WRK-STATUS-CADASTRO PIC X(02) VALUE '00'.
           88 CADASTRO-OK        VALUE '00'.
       77 WRK-FIM-UNIDADES PIC X(01) VALUE 'N'.
           88 FIM-UNIDADES    VALUE 'S'.

       77 WRK-OPCAO       PIC 9(01) VALUE ZEROES.
       77 WRK-COD-PRODUTO PIC 9(06) VALUE ZEROES.
       77 WRK-PRODUTO-OK  PIC X(01) VALUE 'N'.
           88 PRODUTO-VALIDO VALUE 'S'.
       77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77 WRK-PRECO-ED    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       01  WRK-UNIDADE.
           02 WRK-UNI-BASE         PIC X(03) VALUE SPACES.
           02 WRK-UNI-COMPRA       PIC X(03) VALUE SPACES.
           02 WRK-UNI-FATOR-COMPRA PIC 9(05) VALUE ZEROES.
           02 WRK-UNI-VENDA        PIC X(03) VALUE SPACES.
           02 WRK-UNI-FATOR-VENDA  PIC 9(05) VALUE ZEROES.
           02 WRK-UNI-PRECO-VENDA  PIC 9(08)V99 VALUE ZEROES.

      * ARQUIVO CARREGADO EM TABELA PARA A GRAVAÇÃO E A EXCLUSÃO,
      * QUE REGRAVAM A TABELA COM UMA LINHA POR PRODUTO
       77 WRK-QT-UNIDADES PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-UNI     PIC 9(04) COMP VALUE ZEROES.
       77 WRK-UNI-ACHADA  PIC 9(04) COMP VALUE ZEROES.
       77 WRK-TABELA-EXCEDIDA PIC X(01) VALUE 'N'.
           88 TABELA-EXCEDIDA    VALUE 'S'.
       01  WRK-TAB-UNIDADES.
           02 WRK-TU-REGISTRO PIC X(35) OCCURS 2000 TIMES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'UNIDADES DE MEDIDA E EMBALAGENS'.
           DISPLAY '========================================'.
           PERFORM 0200-MENU UNTIL WRK-OPCAO = 9.
           DISPLAY 'FINAL DA MANUTENÇÃO DE UNIDADES DE MEDIDA'.
           GOBACK.

       0200-MENU.
           DISPLAY '1 - CONSULTAR UNIDADES DE UM PRODUTO'.
           DISPLAY '2 - GRAVAR UNIDADES (INCLUI OU ALTERA)'.
           DISPLAY '3 - EXCLUIR UNIDADES'.
           DISPLAY '9 - SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0210-CONSULTAR
               WHEN 2
                   PERFORM 0220-GRAVAR
               WHEN 3
                   PERFORM 0240-EXCLUIR
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPÇÃO INVÁLIDA'
           END-EVALUATE.

       0210-CONSULTAR.
           DISPLAY 'CÓDIGO DO PRODUTO:'.
           ACCEPT WRK-COD-PRODUTO FROM CONSOLE.
           PERFORM 0280-CARREGAR-UNIDADES.
           PERFORM 0285-LOCALIZAR-PRODUTO.
           IF WRK-UNI-ACHADA = ZEROES
               DISPLAY 'PRODUTO SEM UNIDADES GRAVADAS - COMPRA E '
                   'VENDA NA UNIDADE (UN, FATOR 1)'
           ELSE
               PERFORM 0290-MOSTRAR-UNIDADES
           END-IF.

      * A EMBALAGEM DE COMPRA OU DE VENDA IGUAL À BASE TEM FATOR 1;
      * O PREÇO DA EMBALAGEM DE VENDA ZERADO FAZ O PEDIDO DE VENDA
      * USAR O PREÇO UNITÁRIO DO CADASTRO VEZES O FATOR
       0220-GRAVAR.
           PERFORM 0280-CARREGAR-UNIDADES.
           IF TABELA-EXCEDIDA
               DISPLAY 'UNIDADES-MEDIDA EXCEDE O LIMITE DE 2000 DA '
                   'TABELA - GRAVAÇÃO RECUSADA PARA NÃO TRUNCAR O '
                   'ARQUIVO NA REGRAVAÇÃO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0260-PEDIR-PRODUTO.
           IF NOT PRODUTO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0285-LOCALIZAR-PRODUTO.
           IF WRK-UNI-ACHADA > ZEROES
               DISPLAY 'UNIDADES ATUAIS DO PRODUTO:'
               PERFORM 0290-MOSTRAR-UNIDADES
           ELSE
               IF WRK-QT-UNIDADES NOT < 2000
                   DISPLAY 'TABELA DE UNIDADES CHEIA - INCLUSÃO '
                       'RECUSADA'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY 'UNIDADE BASE DO ESTOQUE (EX.: UN, KG, LT):'.
           ACCEPT WRK-UNI-BASE FROM CONSOLE.
           IF WRK-UNI-BASE = SPACES
               DISPLAY 'UNIDADE BASE É OBRIGATÓRIA'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'EMBALAGEM DE COMPRA (EX.: CX, FD):'.
           ACCEPT WRK-UNI-COMPRA FROM CONSOLE.
           DISPLAY 'UNIDADES BASE POR EMBALAGEM DE COMPRA:'.
           ACCEPT WRK-UNI-FATOR-COMPRA FROM CONSOLE.
           DISPLAY 'EMBALAGEM DE VENDA (EX.: CX, UN):'.
           ACCEPT WRK-UNI-VENDA FROM CONSOLE.
           DISPLAY 'UNIDADES BASE POR EMBALAGEM DE VENDA:'.
           ACCEPT WRK-UNI-FATOR-VENDA FROM CONSOLE.
           IF WRK-UNI-COMPRA = SPACES
               MOVE WRK-UNI-BASE TO WRK-UNI-COMPRA
           END-IF.
           IF WRK-UNI-VENDA = SPACES
               MOVE WRK-UNI-BASE TO WRK-UNI-VENDA
           END-IF.
           IF WRK-UNI-FATOR-COMPRA = ZEROES OR
              WRK-UNI-FATOR-VENDA = ZEROES
               DISPLAY 'FATOR DE CONVERSÃO INVÁLIDO - MÍNIMO 1'
               EXIT PARAGRAPH
           END-IF.
           IF (WRK-UNI-COMPRA = WRK-UNI-BASE AND
               WRK-UNI-FATOR-COMPRA NOT = 1) OR
              (WRK-UNI-VENDA = WRK-UNI-BASE AND
               WRK-UNI-FATOR-VENDA NOT = 1)
               DISPLAY 'EMBALAGEM IGUAL À UNIDADE BASE TEM FATOR 1'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-UNI-PRECO-VENDA.
           IF WRK-UNI-FATOR-VENDA > 1
               DISPLAY 'PREÇO DA EMBALAGEM DE VENDA (0 = UNITÁRIO '
                   'VEZES O FATOR):'
               ACCEPT WRK-UNI-PRECO-VENDA FROM CONSOLE
           END-IF.
           DISPLAY 'CONFIRMA A GRAVAÇÃO (S/N):'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'GRAVAÇÃO CANCELADA'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-UNI-ACHADA = ZEROES
               ADD 1 TO WRK-QT-UNIDADES
               MOVE WRK-QT-UNIDADES TO WRK-UNI-ACHADA
           END-IF.
           MOVE WRK-COD-PRODUTO      TO REG-UNM-PRODUTO.
           MOVE WRK-UNI-BASE         TO REG-UNM-BASE.
           MOVE WRK-UNI-COMPRA       TO REG-UNM-COMPRA.
           MOVE WRK-UNI-FATOR-COMPRA TO REG-UNM-FATOR-COMPRA.
           MOVE WRK-UNI-VENDA        TO REG-UNM-VENDA.
           MOVE WRK-UNI-FATOR-VENDA  TO REG-UNM-FATOR-VENDA.
           MOVE WRK-UNI-PRECO-VENDA  TO REG-UNM-PRECO-VENDA.
           MOVE REG-UNIDADE-MEDIDA TO WRK-TU-REGISTRO(WRK-UNI-ACHADA).
           MOVE ZEROES TO WRK-UNI-ACHADA.
           PERFORM 0270-REGRAVAR-UNIDADES.
           DISPLAY 'UNIDADES GRAVADAS'.

       0240-EXCLUIR.
           PERFORM 0280-CARREGAR-UNIDADES.
           IF TABELA-EXCEDIDA
               DISPLAY 'UNIDADES-MEDIDA EXCEDE O LIMITE DE 2000 DA '
                   'TABELA - EXCLUSÃO RECUSADA PARA NÃO TRUNCAR O '
                   'ARQUIVO NA REGRAVAÇÃO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CÓDIGO DO PRODUTO:'.
           ACCEPT WRK-COD-PRODUTO FROM CONSOLE.
           PERFORM 0285-LOCALIZAR-PRODUTO.
           IF WRK-UNI-ACHADA = ZEROES
               DISPLAY 'PRODUTO SEM UNIDADES GRAVADAS'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0290-MOSTRAR-UNIDADES.
           DISPLAY 'CONFIRMA A EXCLUSÃO (S/N):'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'EXCLUSÃO CANCELADA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0270-REGRAVAR-UNIDADES.
           DISPLAY 'UNIDADES EXCLUÍDAS - PRODUTO VOLTA A SER '
               'COMPRADO E VENDIDO NA UNIDADE'.

       0260-PEDIR-PRODUTO.
           MOVE 'N' TO WRK-PRODUTO-OK.
           DISPLAY 'CÓDIGO DO PRODUTO:'.
           ACCEPT WRK-COD-PRODUTO FROM CONSOLE.
           OPEN INPUT ARQ-CADASTRO.
           IF NOT CADASTRO-OK
               DISPLAY 'CADASTRO MESTRE INDISPONÍVEL - STATUS '
                   WRK-STATUS-CADASTRO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-COD-PRODUTO TO REG-CAD-CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-CAD-PRODUTO AND NOT REG-CAD-INATIVO
                       MOVE 'S' TO WRK-PRODUTO-OK
                       DISPLAY 'PRODUTO: ' REG-CAD-NOME
                   END-IF
           END-READ.
           CLOSE ARQ-CADASTRO.
           IF NOT PRODUTO-VALIDO
               DISPLAY 'PRODUTO NÃO ENCONTRADO NO CADASTRO'
           END-IF.

      * REGRAVA A TABELA INTEIRA PULANDO A LINHA MARCADA EM
      * WRK-UNI-ACHADA (ZERO = NENHUMA, NA GRAVAÇÃO)
       0270-REGRAVAR-UNIDADES.
           OPEN OUTPUT ARQ-UNIDADES.
           PERFORM VARYING WRK-SUB-UNI FROM 1 BY 1
               UNTIL WRK-SUB-UNI > WRK-QT-UNIDADES
               IF WRK-SUB-UNI NOT = WRK-UNI-ACHADA
                   MOVE WRK-TU-REGISTRO(WRK-SUB-UNI)
                       TO REG-UNIDADE-MEDIDA
                   WRITE REG-UNIDADE-MEDIDA
               END-IF
           END-PERFORM.
           CLOSE ARQ-UNIDADES.

       0280-CARREGAR-UNIDADES.
           MOVE ZEROES TO WRK-QT-UNIDADES.
           MOVE 'N' TO WRK-TABELA-EXCEDIDA.
           MOVE 'N' TO WRK-FIM-UNIDADES.
           OPEN INPUT ARQ-UNIDADES.
           IF UNIDADES-OK
               PERFORM 0281-LER-UNIDADE
               PERFORM 0282-GUARDAR-UNIDADE UNTIL FIM-UNIDADES
               CLOSE ARQ-UNIDADES
           END-IF.

       0281-LER-UNIDADE.
           READ ARQ-UNIDADES
               AT END
                   MOVE 'S' TO WRK-FIM-UNIDADES
           END-READ.

       0282-GUARDAR-UNIDADE.
           IF WRK-QT-UNIDADES < 2000
               ADD 1 TO WRK-QT-UNIDADES
               MOVE REG-UNIDADE-MEDIDA
                   TO WRK-TU-REGISTRO(WRK-QT-UNIDADES)
           ELSE
               MOVE 'S' TO WRK-TABELA-EXCEDIDA
           END-IF.
           PERFORM 0281-LER-UNIDADE.

       0285-LOCALIZAR-PRODUTO.
           MOVE ZEROES TO WRK-UNI-ACHADA.
           PERFORM VARYING WRK-SUB-UNI FROM 1 BY 1
               UNTIL WRK-SUB-UNI > WRK-QT-UNIDADES
                   OR WRK-UNI-ACHADA > ZEROES
               MOVE WRK-TU-REGISTRO(WRK-SUB-UNI) TO REG-UNIDADE-MEDIDA
               IF REG-UNM-PRODUTO = WRK-COD-PRODUTO
                   MOVE WRK-SUB-UNI TO WRK-UNI-ACHADA
               END-IF
           END-PERFORM.

       0290-MOSTRAR-UNIDADES.
           MOVE WRK-TU-REGISTRO(WRK-UNI-ACHADA) TO REG-UNIDADE-MEDIDA.
           DISPLAY 'UNIDADE BASE.......: ' REG-UNM-BASE.
           DISPLAY 'EMBALAGEM DE COMPRA: ' REG-UNM-COMPRA ' COM '
               REG-UNM-FATOR-COMPRA ' ' REG-UNM-BASE.
           DISPLAY 'EMBALAGEM DE VENDA.: ' REG-UNM-VENDA ' COM '
               REG-UNM-FATOR-VENDA ' ' REG-UNM-BASE.
           IF REG-UNM-PRECO-VENDA > ZEROES
               MOVE REG-UNM-PRECO-VENDA TO WRK-PRECO-ED
               DISPLAY 'PREÇO DA EMBALAGEM.: ' WRK-PRECO-ED
           ELSE
               DISPLAY 'PREÇO DA EMBALAGEM.: UNITÁRIO VEZES O FATOR'
           END-IF.
