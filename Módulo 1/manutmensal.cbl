       IDENTIFICATION DIVISION.
       PROGRAM-ID. manutmensal.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = MANUTENÇÃO DA TABELA DE MENSALIDADES POR TURMA
      *            (TABELA-MENSALIDADES): INCLUIR OU ALTERAR O VALOR
      *            CHEIO DA MENSALIDADE DE UMA TURMA NO ANO LETIVO,
      *            EXCLUIR E LISTAR. LIDA PELO FATURAMENTO MENSAL
      *            (MENSALIDADES); TURMA SEM VALOR NO ANO NÃO É
      *            FATURADA
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PRECOS ASSIGN TO 'TABELA-MENSALIDADES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRECOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PRECOS.
           COPY 'precomensal.cbl'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PRECOS PIC X(02) VALUE '00'.
           88 PRECOS-OK        VALUE '00'.
       77 WRK-FIM-PRECOS    PIC X(01) VALUE 'N'.
           88 FIM-PRECOS       VALUE 'S'.

       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-GRAVAR  VALUE 'G'.
           88 OPCAO-EXCLUIR VALUE 'E'.
           88 OPCAO-LISTAR  VALUE 'L'.
           88 OPCAO-SAIR    VALUE '0'.

       77 WRK-TURMA      PIC X(03) VALUE SPACES.
       77 WRK-ANO        PIC 9(04) VALUE ZEROES.
       77 WRK-VALOR      PIC 9(06)V99 VALUE ZEROES.
       77 WRK-VALOR-ED   PIC ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-ALTERADO   PIC X(01) VALUE 'N'.
           88 HOUVE-ALTERACAO VALUE 'S'.

      * A TABELA INTEIRA CABE EM MEMÓRIA E É REGRAVADA NA SAÍDA
       77 WRK-QT-PRECOS  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-PRECO  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-ACHADO PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-PRECOS.
           02 WRK-TP-ITEM OCCURS 300 TIMES.
               03 WRK-TP-TURMA PIC X(03).
               03 WRK-TP-ANO   PIC 9(04).
               03 WRK-TP-VALOR PIC 9(06)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'MANUTENÇÃO DA TABELA DE MENSALIDADES'.
           DISPLAY '========================================'.
           PERFORM 0100-CARREGAR-PRECOS.
           PERFORM 0200-PROCESSAR-OPCAO UNTIL OPCAO-SAIR.
           IF HOUVE-ALTERACAO
               PERFORM 0300-GRAVAR-PRECOS
           END-IF.
           DISPLAY 'FINAL DA MANUTENÇÃO DE MENSALIDADES'.
           GOBACK.

       0100-CARREGAR-PRECOS.
           OPEN INPUT ARQ-PRECOS.
           IF PRECOS-OK
               PERFORM 0110-LER-PRECO
               PERFORM 0120-GUARDAR-PRECO UNTIL FIM-PRECOS
               CLOSE ARQ-PRECOS
           END-IF.

       0110-LER-PRECO.
           READ ARQ-PRECOS
               AT END
                   MOVE 'S' TO WRK-FIM-PRECOS
           END-READ.

       0120-GUARDAR-PRECO.
           IF WRK-QT-PRECOS < 300
               ADD 1 TO WRK-QT-PRECOS
               MOVE REG-PME-TURMA TO WRK-TP-TURMA(WRK-QT-PRECOS)
               MOVE REG-PME-ANO   TO WRK-TP-ANO(WRK-QT-PRECOS)
               MOVE REG-PME-VALOR TO WRK-TP-VALOR(WRK-QT-PRECOS)
           ELSE
               DISPLAY 'TABELA MAIOR QUE O LIMITE DE 300 - TURMA '
                   REG-PME-TURMA ' ' REG-PME-ANO ' IGNORADA'
           END-IF.
           PERFORM 0110-LER-PRECO.

       0200-PROCESSAR-OPCAO.
           DISPLAY '________________________________________'.
           DISPLAY '(G) INCLUIR OU ALTERAR MENSALIDADE DA TURMA'.
           DISPLAY '(E) EXCLUIR MENSALIDADE DA TURMA'.
           DISPLAY '(L) LISTAR MENSALIDADES DO ANO'.
           DISPLAY '(0) SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-GRAVAR
                   PERFORM 0210-GRAVAR-PRECO
               WHEN OPCAO-EXCLUIR
                   PERFORM 0220-EXCLUIR-PRECO
               WHEN OPCAO-LISTAR
                   PERFORM 0230-LISTAR-PRECOS
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPÇÃO INVÁLIDA'
           END-EVALUATE.

       0205-PEDIR-CHAVE.
           DISPLAY 'TURMA:'.
           ACCEPT WRK-TURMA FROM CONSOLE.
           DISPLAY 'ANO LETIVO (AAAA):'.
           ACCEPT WRK-ANO FROM CONSOLE.
           MOVE ZEROES TO WRK-SUB-ACHADO.
           PERFORM VARYING WRK-SUB-PRECO FROM 1 BY 1
               UNTIL WRK-SUB-PRECO > WRK-QT-PRECOS
                   OR WRK-SUB-ACHADO > ZEROES
               IF WRK-TP-TURMA(WRK-SUB-PRECO) = WRK-TURMA AND
                  WRK-TP-ANO(WRK-SUB-PRECO) = WRK-ANO
                   MOVE WRK-SUB-PRECO TO WRK-SUB-ACHADO
               END-IF
           END-PERFORM.

      * CHAVE JÁ CADASTRADA É ALTERADA NO LUGAR; CHAVE NOVA ENTRA NO
      * FIM DA TABELA. A MENSALIDADE JÁ FATURADA NÃO MUDA
       0210-GRAVAR-PRECO.
           PERFORM 0205-PEDIR-CHAVE.
           IF WRK-TURMA = SPACES OR WRK-ANO < 2000
               DISPLAY 'TURMA E ANO LETIVO SÃO OBRIGATÓRIOS'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-SUB-ACHADO = ZEROES
               IF WRK-QT-PRECOS NOT < 300
                   DISPLAY 'TABELA CHEIA - MENSALIDADE NÃO INCLUÍDA'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE WRK-TP-VALOR(WRK-SUB-ACHADO) TO WRK-VALOR-ED
               DISPLAY 'VALOR ATUAL: ' WRK-VALOR-ED
           END-IF.
           DISPLAY 'VALOR CHEIO DA MENSALIDADE:'.
           ACCEPT WRK-VALOR FROM CONSOLE.
           IF WRK-VALOR = ZEROES
               DISPLAY 'VALOR DEVE SER MAIOR QUE ZERO'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-SUB-ACHADO = ZEROES
               ADD 1 TO WRK-QT-PRECOS
               MOVE WRK-QT-PRECOS TO WRK-SUB-ACHADO
               MOVE WRK-TURMA TO WRK-TP-TURMA(WRK-SUB-ACHADO)
               MOVE WRK-ANO   TO WRK-TP-ANO(WRK-SUB-ACHADO)
           END-IF.
           MOVE WRK-VALOR TO WRK-TP-VALOR(WRK-SUB-ACHADO).
           MOVE 'S' TO WRK-ALTERADO.
           DISPLAY 'MENSALIDADE GRAVADA'.

      * A EXCLUSÃO FECHA O BURACO PUXANDO OS ITENS SEGUINTES
       0220-EXCLUIR-PRECO.
           PERFORM 0205-PEDIR-CHAVE.
           IF WRK-SUB-ACHADO = ZEROES
               DISPLAY 'MENSALIDADE NÃO CADASTRADA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-PRECO FROM WRK-SUB-ACHADO BY 1
               UNTIL WRK-SUB-PRECO NOT < WRK-QT-PRECOS
               MOVE WRK-TP-ITEM(WRK-SUB-PRECO + 1)
                   TO WRK-TP-ITEM(WRK-SUB-PRECO)
           END-PERFORM.
           SUBTRACT 1 FROM WRK-QT-PRECOS.
           MOVE 'S' TO WRK-ALTERADO.
           DISPLAY 'MENSALIDADE EXCLUÍDA'.

       0230-LISTAR-PRECOS.
           DISPLAY 'ANO LETIVO (AAAA, ZERO = TODOS):'.
           ACCEPT WRK-ANO FROM CONSOLE.
           DISPLAY 'TUR ANO        VALOR'.
           PERFORM VARYING WRK-SUB-PRECO FROM 1 BY 1
               UNTIL WRK-SUB-PRECO > WRK-QT-PRECOS
               IF WRK-ANO = ZEROES OR
                  WRK-TP-ANO(WRK-SUB-PRECO) = WRK-ANO
                   MOVE WRK-TP-VALOR(WRK-SUB-PRECO) TO WRK-VALOR-ED
                   DISPLAY WRK-TP-TURMA(WRK-SUB-PRECO) ' '
                       WRK-TP-ANO(WRK-SUB-PRECO) ' ' WRK-VALOR-ED
               END-IF
           END-PERFORM.

       0300-GRAVAR-PRECOS.
           OPEN OUTPUT ARQ-PRECOS.
           PERFORM VARYING WRK-SUB-PRECO FROM 1 BY 1
               UNTIL WRK-SUB-PRECO > WRK-QT-PRECOS
               MOVE WRK-TP-TURMA(WRK-SUB-PRECO) TO REG-PME-TURMA
               MOVE WRK-TP-ANO(WRK-SUB-PRECO)   TO REG-PME-ANO
               MOVE WRK-TP-VALOR(WRK-SUB-PRECO) TO REG-PME-VALOR
               WRITE REG-PRECO-MENSAL
           END-PERFORM.
           CLOSE ARQ-PRECOS.
