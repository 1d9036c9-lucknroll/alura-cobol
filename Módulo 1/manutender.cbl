       IDENTIFICATION DIVISION.
       PROGRAM-ID. manutender.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = MANUTENÇÃO DO ENDEREÇAMENTO DO ARMAZÉM
      *            (ENDERECOS-ESTOQUE): LIGA O PRODUTO DO CADASTRO AO
      *            CORREDOR, PRATELEIRA E NÍVEL ONDE ELE MORA EM CADA
      *            FILIAL - UM ENDEREÇO PRINCIPAL (O DA SEPARAÇÃO E
      *            DA GUARDA) E OS ENDEREÇOS DE PULMÃO PARA O
      *            EXCEDENTE. O SEPARADOR PARA DE PROCURAR ONDE O
      *            PRODUTO ESTÁ
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ENDERECOS ASSIGN TO 'ENDERECOS-ESTOQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENDERECOS.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ENDERECOS.
           COPY 'enderecoest.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'servfilial.cbl'.
       77 WRK-STATUS-ENDERECOS PIC X(02) VALUE '00'.
           88 ENDERECOS-OK        VALUE '00'.
       77 WRK-STATUS-CADASTRO  PIC X(02) VALUE '00'.
           88 CADASTRO-OK         VALUE '00'.
       77 WRK-FIM-ENDERECOS PIC X(01) VALUE 'N'.
           88 FIM-ENDERECOS    VALUE 'S'.

       77 WRK-OPCAO       PIC 9(01) VALUE ZEROES.
       77 WRK-COD-PRODUTO PIC 9(06) VALUE ZEROES.
       77 WRK-PRODUTO-OK  PIC X(01) VALUE 'N'.
           88 PRODUTO-VALIDO VALUE 'S'.
       77 WRK-FILIAL      PIC 9(02) VALUE ZEROES.
       77 WRK-FILIAL-OK   PIC X(01) VALUE 'N'.
           88 FILIAL-VALIDA  VALUE 'S'.
       77 WRK-TIPO        PIC X(01) VALUE SPACES.
       77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77 WRK-QT-LISTADOS PIC 9(03) VALUE ZEROES.
       77 WRK-CONFLITO    PIC X(01) VALUE 'N'.
           88 HA-CONFLITO    VALUE 'S'.

       01  WRK-ENDERECO.
           02 WRK-END-CORREDOR   PIC 9(02) VALUE ZEROES.
           02 WRK-END-PRATELEIRA PIC 9(02) VALUE ZEROES.
           02 WRK-END-NIVEL      PIC 9(01) VALUE ZEROES.

      * ENDEREÇO NO FORMATO DA ETIQUETA DA PRATELEIRA (CC-PP-N)
       01  WRK-ETIQUETA.
           02 WRK-ETQ-CORREDOR   PIC 9(02).
           02 FILLER             PIC X(01) VALUE '-'.
           02 WRK-ETQ-PRATELEIRA PIC 9(02).
           02 FILLER             PIC X(01) VALUE '-'.
           02 WRK-ETQ-NIVEL      PIC 9(01).

      * ARQUIVO CARREGADO EM TABELA PARA A EXCLUSÃO, QUE REGRAVA O
      * ENDEREÇAMENTO SEM A LINHA EXCLUÍDA
       77 WRK-QT-ENDERECOS PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-END      PIC 9(04) COMP VALUE ZEROES.
       77 WRK-END-ACHADO   PIC 9(04) COMP VALUE ZEROES.
       77 WRK-TABELA-EXCEDIDA PIC X(01) VALUE 'N'.
           88 TABELA-EXCEDIDA    VALUE 'S'.
       01  WRK-TAB-ENDERECOS.
           02 WRK-TE-REGISTRO PIC X(14) OCCURS 2000 TIMES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'ENDEREÇAMENTO DO ARMAZÉM'.
           DISPLAY '========================================'.
           PERFORM 0200-MENU UNTIL WRK-OPCAO = 9.
           DISPLAY 'FINAL DA MANUTENÇÃO DO ENDEREÇAMENTO'.
           GOBACK.

       0200-MENU.
           DISPLAY '1 - LISTAR ENDEREÇOS DE UM PRODUTO'.
           DISPLAY '2 - INCLUIR ENDEREÇO'.
           DISPLAY '3 - EXCLUIR ENDEREÇO'.
           DISPLAY '9 - SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0210-LISTAR
               WHEN 2
                   PERFORM 0220-INCLUIR
               WHEN 3
                   PERFORM 0240-EXCLUIR
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPÇÃO INVÁLIDA'
           END-EVALUATE.

       0210-LISTAR.
           DISPLAY 'CÓDIGO DO PRODUTO:'.
           ACCEPT WRK-COD-PRODUTO FROM CONSOLE.
           MOVE ZEROES TO WRK-QT-LISTADOS.
           MOVE 'N' TO WRK-FIM-ENDERECOS.
           OPEN INPUT ARQ-ENDERECOS.
           IF NOT ENDERECOS-OK
               DISPLAY 'AINDA NÃO HÁ ENDEREÇOS GRAVADOS'
           ELSE
               PERFORM 0211-LER-ENDERECO
               PERFORM 0212-LISTAR-ENDERECO UNTIL FIM-ENDERECOS
               CLOSE ARQ-ENDERECOS
               IF WRK-QT-LISTADOS = ZEROES
                   DISPLAY 'PRODUTO SEM ENDEREÇO GRAVADO'
               END-IF
           END-IF.

       0211-LER-ENDERECO.
           READ ARQ-ENDERECOS
               AT END
                   MOVE 'S' TO WRK-FIM-ENDERECOS
           END-READ.

       0212-LISTAR-ENDERECO.
           IF REG-ENE-PRODUTO = WRK-COD-PRODUTO
               ADD 1 TO WRK-QT-LISTADOS
               PERFORM 0290-MONTAR-ETIQUETA
               IF REG-ENE-PRINCIPAL
                   DISPLAY 'FILIAL ' REG-ENE-FILIAL ' ENDEREÇO '
                       WRK-ETIQUETA ' PRINCIPAL'
               ELSE
                   DISPLAY 'FILIAL ' REG-ENE-FILIAL ' ENDEREÇO '
                       WRK-ETIQUETA ' PULMÃO'
               END-IF
           END-IF.
           PERFORM 0211-LER-ENDERECO.

      * O PRODUTO TEM UM SÓ ENDEREÇO PRINCIPAL POR FILIAL, E O
      * ENDEREÇO PRINCIPAL DE UM PRODUTO NÃO PODE SER O PRINCIPAL DE
      * OUTRO; O PULMÃO PODE SER DIVIDIDO
       0220-INCLUIR.
           PERFORM 0260-PEDIR-PRODUTO.
           IF NOT PRODUTO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'FILIAL DO ARMAZÉM (01-10):'.
           PERFORM 0250-PEDIR-FILIAL.
           IF NOT FILIAL-VALIDA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0270-PEDIR-ENDERECO.
           IF WRK-END-CORREDOR = ZEROES OR
              WRK-END-PRATELEIRA = ZEROES OR
              WRK-END-NIVEL = ZEROES
               DISPLAY 'ENDEREÇO INVÁLIDO - CORREDOR, PRATELEIRA E '
                   'NÍVEL SÃO OBRIGATÓRIOS'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'TIPO DO ENDEREÇO (P = PRINCIPAL, O = PULMÃO):'.
           ACCEPT WRK-TIPO FROM CONSOLE.
           IF WRK-TIPO NOT = 'P' AND WRK-TIPO NOT = 'O'
               DISPLAY 'TIPO INVÁLIDO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0230-VERIFICAR-CONFLITO.
           IF HA-CONFLITO
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ARQ-ENDERECOS.
           IF NOT ENDERECOS-OK
               OPEN OUTPUT ARQ-ENDERECOS
           END-IF.
           MOVE WRK-COD-PRODUTO TO REG-ENE-PRODUTO.
           MOVE WRK-FILIAL      TO REG-ENE-FILIAL.
           MOVE WRK-ENDERECO    TO REG-ENE-ENDERECO.
           MOVE WRK-TIPO        TO REG-ENE-TIPO.
           WRITE REG-ENDERECO-ESTOQUE.
           CLOSE ARQ-ENDERECOS.
           DISPLAY 'ENDEREÇO INCLUÍDO'.

       0230-VERIFICAR-CONFLITO.
           MOVE 'N' TO WRK-CONFLITO.
           MOVE 'N' TO WRK-FIM-ENDERECOS.
           OPEN INPUT ARQ-ENDERECOS.
           IF ENDERECOS-OK
               PERFORM 0211-LER-ENDERECO
               PERFORM 0231-COMPARAR-ENDERECO
                   UNTIL FIM-ENDERECOS OR HA-CONFLITO
               CLOSE ARQ-ENDERECOS
           END-IF.

       0231-COMPARAR-ENDERECO.
           IF REG-ENE-FILIAL = WRK-FILIAL
               IF REG-ENE-PRODUTO = WRK-COD-PRODUTO AND
                  REG-ENE-ENDERECO = WRK-ENDERECO
                   DISPLAY 'ENDEREÇO JÁ GRAVADO PARA O PRODUTO'
                   MOVE 'S' TO WRK-CONFLITO
               END-IF
               IF REG-ENE-PRODUTO = WRK-COD-PRODUTO AND
                  REG-ENE-PRINCIPAL AND WRK-TIPO = 'P' AND
                  NOT HA-CONFLITO
                   DISPLAY 'PRODUTO JÁ TEM ENDEREÇO PRINCIPAL NA '
                       'FILIAL - EXCLUA O ATUAL ANTES'
                   MOVE 'S' TO WRK-CONFLITO
               END-IF
               IF REG-ENE-PRODUTO NOT = WRK-COD-PRODUTO AND
                  REG-ENE-ENDERECO = WRK-ENDERECO AND
                  REG-ENE-PRINCIPAL AND WRK-TIPO = 'P'
                   DISPLAY 'ENDEREÇO É O PRINCIPAL DO PRODUTO '
                       REG-ENE-PRODUTO
                   MOVE 'S' TO WRK-CONFLITO
               END-IF
           END-IF.
           PERFORM 0211-LER-ENDERECO.

       0240-EXCLUIR.
           PERFORM 0280-CARREGAR-ENDERECOS.
           IF TABELA-EXCEDIDA
               DISPLAY 'ENDERECOS-ESTOQUE EXCEDE O LIMITE DE 2000 DA '
                   'TABELA - EXCLUSÃO RECUSADA PARA NÃO TRUNCAR O '
                   'ARQUIVO NA REGRAVAÇÃO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CÓDIGO DO PRODUTO:'.
           ACCEPT WRK-COD-PRODUTO FROM CONSOLE.
           DISPLAY 'FILIAL DO ARMAZÉM (01-10):'.
           ACCEPT WRK-FILIAL FROM CONSOLE.
           PERFORM 0270-PEDIR-ENDERECO.
           MOVE ZEROES TO WRK-END-ACHADO.
           PERFORM VARYING WRK-SUB-END FROM 1 BY 1
               UNTIL WRK-SUB-END > WRK-QT-ENDERECOS
                   OR WRK-END-ACHADO > ZEROES
               MOVE WRK-TE-REGISTRO(WRK-SUB-END)
                   TO REG-ENDERECO-ESTOQUE
               IF REG-ENE-PRODUTO = WRK-COD-PRODUTO AND
                  REG-ENE-FILIAL = WRK-FILIAL AND
                  REG-ENE-ENDERECO = WRK-ENDERECO
                   MOVE WRK-SUB-END TO WRK-END-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-END-ACHADO = ZEROES
               DISPLAY 'ENDEREÇO NÃO ENCONTRADO PARA O PRODUTO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CONFIRMA A EXCLUSÃO (S/N):'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'EXCLUSÃO CANCELADA'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-ENDERECOS.
           PERFORM VARYING WRK-SUB-END FROM 1 BY 1
               UNTIL WRK-SUB-END > WRK-QT-ENDERECOS
               IF WRK-SUB-END NOT = WRK-END-ACHADO
                   MOVE WRK-TE-REGISTRO(WRK-SUB-END)
                       TO REG-ENDERECO-ESTOQUE
                   WRITE REG-ENDERECO-ESTOQUE
               END-IF
           END-PERFORM.
           CLOSE ARQ-ENDERECOS.
           DISPLAY 'ENDEREÇO EXCLUÍDO'.

       0250-PEDIR-FILIAL.
           MOVE 'N' TO WRK-FILIAL-OK.
           ACCEPT WRK-FILIAL FROM CONSOLE.
           IF WRK-FILIAL = ZEROES
               DISPLAY 'FILIAL INVÁLIDA'
               EXIT PARAGRAPH
           END-IF.
           MOVE 9 TO REG-SFS-FUNCAO.
           MOVE WRK-FILIAL TO REG-SFS-FILIAL.
           CALL 'saldofilial' USING REG-SERVFILIAL.
           IF SFS-OK
               MOVE 'S' TO WRK-FILIAL-OK
           ELSE
               DISPLAY 'FILIAL NÃO CADASTRADA OU INATIVA'
           END-IF.

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

       0270-PEDIR-ENDERECO.
           DISPLAY 'CORREDOR (01-99):'.
           ACCEPT WRK-END-CORREDOR FROM CONSOLE.
           DISPLAY 'PRATELEIRA (01-99):'.
           ACCEPT WRK-END-PRATELEIRA FROM CONSOLE.
           DISPLAY 'NÍVEL (1-9):'.
           ACCEPT WRK-END-NIVEL FROM CONSOLE.

       0280-CARREGAR-ENDERECOS.
           MOVE ZEROES TO WRK-QT-ENDERECOS.
           MOVE 'N' TO WRK-TABELA-EXCEDIDA.
           MOVE 'N' TO WRK-FIM-ENDERECOS.
           OPEN INPUT ARQ-ENDERECOS.
           IF ENDERECOS-OK
               PERFORM 0211-LER-ENDERECO
               PERFORM 0281-GUARDAR-ENDERECO UNTIL FIM-ENDERECOS
               CLOSE ARQ-ENDERECOS
           END-IF.

       0281-GUARDAR-ENDERECO.
           IF WRK-QT-ENDERECOS < 2000
               ADD 1 TO WRK-QT-ENDERECOS
               MOVE REG-ENDERECO-ESTOQUE
                   TO WRK-TE-REGISTRO(WRK-QT-ENDERECOS)
           ELSE
               MOVE 'S' TO WRK-TABELA-EXCEDIDA
           END-IF.
           PERFORM 0211-LER-ENDERECO.

       0290-MONTAR-ETIQUETA.
           MOVE REG-ENE-CORREDOR   TO WRK-ETQ-CORREDOR.
           MOVE REG-ENE-PRATELEIRA TO WRK-ETQ-PRATELEIRA.
           MOVE REG-ENE-NIVEL      TO WRK-ETQ-NIVEL.
