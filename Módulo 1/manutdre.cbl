       IDENTIFICATION DIVISION.
       PROGRAM-ID. manutdre.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = MANUTENÇÃO DA ESTRUTURA DO DRE (ESTRUTURA-DRE):
      *            AS LINHAS DO DEMONSTRATIVO (DESCRIÇÃO E MARCA DE
      *            SUBTOTAL) E AS CONTAS DO PLANO-CONTAS QUE CADA
      *            LINHA RECEBE (PREFIXO DA CONTA E LADO). SEM O
      *            ARQUIVO, A MANUTENÇÃO PARTE DA ESTRUTURA PADRÃO.
      *            FUNÇÕES: LISTAR, INCLUIR/ALTERAR LINHA, INCLUIR
      *            CONTA NA LINHA, EXCLUIR LINHA E EXCLUIR CONTA
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ESTRUTURA ASSIGN TO 'ESTRUTURA-DRE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESTRUTURA.
           SELECT ARQ-PLANO ASSIGN TO 'PLANO-CONTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PLANO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ESTRUTURA.
           COPY 'estdre.cbl'.

       FD  ARQ-PLANO.
       01  REG-PLANO-CONTA.
           02 REG-PL-CONTA     PIC X(08).
           02 REG-PL-DESCRICAO PIC X(30).

       WORKING-STORAGE SECTION.
           COPY 'estdrepd.cbl'.

       77 WRK-STATUS-ESTRUTURA PIC X(02) VALUE '00'.
           88 ESTRUTURA-OK        VALUE '00'.
       77 WRK-STATUS-PLANO     PIC X(02) VALUE '00'.
           88 PLANO-OK            VALUE '00'.
       77 WRK-FIM-ESTRUTURA PIC X(01) VALUE 'N'.
           88 FIM-ESTRUTURA    VALUE 'S'.
       77 WRK-FIM-PLANO     PIC X(01) VALUE 'N'.
           88 FIM-PLANO        VALUE 'S'.

       77 WRK-OPCAO     PIC 9(01) VALUE ZEROES.
       77 WRK-LINHA     PIC 9(02) VALUE ZEROES.
       77 WRK-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-SUBTOTAL  PIC X(01) VALUE SPACES.
       77 WRK-CONTA     PIC X(08) VALUE SPACES.
       77 WRK-LADO      PIC X(01) VALUE SPACES.
       77 WRK-TAM       PIC 9(02) COMP VALUE ZEROES.
       77 WRK-QT-CASADAS PIC 9(03) COMP VALUE ZEROES.

      * A ESTRUTURA É CARREGADA EM TABELA E O ARQUIVO É REGRAVADO
      * INTEIRO, EM ORDEM DE LINHA, A CADA ALTERAÇÃO
       77 WRK-QT-REGISTROS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-REG      PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-MOV      PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-LIN      PIC 9(02) COMP VALUE ZEROES.
       77 WRK-ACHADO       PIC X(01) VALUE 'N'.
           88 REGISTRO-ACHADO VALUE 'S'.
       01  WRK-TAB-ESTRUTURA.
           02 WRK-TE-REGISTRO PIC X(34) OCCURS 300 TIMES.

      * CONTAS DO PLANO, PARA CONFERIR O PREFIXO DIGITADO
       77 WRK-QT-CONTAS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-CONTA PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-CONTAS.
           02 WRK-TC-CONTA PIC X(08) OCCURS 500 TIMES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'MANUTENÇÃO DA ESTRUTURA DO DRE'.
           DISPLAY '========================================'.
           PERFORM 0100-CARREGAR-ESTRUTURA.
           PERFORM 0150-CARREGAR-PLANO.
           PERFORM 0200-MENU UNTIL WRK-OPCAO = 9.
           DISPLAY 'FINAL DA MANUTENÇÃO DA ESTRUTURA DO DRE'.
           GOBACK.

       0100-CARREGAR-ESTRUTURA.
           OPEN INPUT ARQ-ESTRUTURA.
           IF ESTRUTURA-OK
               PERFORM 0110-LER-ESTRUTURA
               PERFORM 0120-GUARDAR-ESTRUTURA UNTIL FIM-ESTRUTURA
               CLOSE ARQ-ESTRUTURA
           END-IF.
           IF WRK-QT-REGISTROS = ZEROES
               DISPLAY 'ESTRUTURA-DRE AUSENTE OU VAZIA - PARTINDO DA '
                   'ESTRUTURA PADRÃO'
               PERFORM VARYING WRK-SUB-REG FROM 1 BY 1
                   UNTIL WRK-SUB-REG > WRK-QT-EDR-PADRAO
                   ADD 1 TO WRK-QT-REGISTROS
                   MOVE WRK-EP-REGISTRO(WRK-SUB-REG)
                       TO WRK-TE-REGISTRO(WRK-QT-REGISTROS)
               END-PERFORM
           END-IF.

       0110-LER-ESTRUTURA.
           READ ARQ-ESTRUTURA
               AT END
                   MOVE 'S' TO WRK-FIM-ESTRUTURA
           END-READ.

       0120-GUARDAR-ESTRUTURA.
           IF WRK-QT-REGISTROS < 300
               ADD 1 TO WRK-QT-REGISTROS
               MOVE REG-ESTRUTURA-DRE
                   TO WRK-TE-REGISTRO(WRK-QT-REGISTROS)
           END-IF.
           PERFORM 0110-LER-ESTRUTURA.

       0150-CARREGAR-PLANO.
           OPEN INPUT ARQ-PLANO.
           IF PLANO-OK
               PERFORM 0160-LER-CONTA
               PERFORM 0170-GUARDAR-CONTA UNTIL FIM-PLANO
               CLOSE ARQ-PLANO
           END-IF.

       0160-LER-CONTA.
           READ ARQ-PLANO
               AT END
                   MOVE 'S' TO WRK-FIM-PLANO
           END-READ.

       0170-GUARDAR-CONTA.
           IF WRK-QT-CONTAS < 500
               ADD 1 TO WRK-QT-CONTAS
               MOVE REG-PL-CONTA TO WRK-TC-CONTA(WRK-QT-CONTAS)
           END-IF.
           PERFORM 0160-LER-CONTA.

       0200-MENU.
           DISPLAY '1 - LISTAR ESTRUTURA'.
           DISPLAY '2 - INCLUIR/ALTERAR LINHA'.
           DISPLAY '3 - INCLUIR CONTA NA LINHA'.
           DISPLAY '4 - EXCLUIR LINHA'.
           DISPLAY '5 - EXCLUIR CONTA DA LINHA'.
           DISPLAY '9 - SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0210-LISTAR
                       VARYING WRK-SUB-LIN FROM 1 BY 1
                       UNTIL WRK-SUB-LIN > 99
               WHEN 2
                   PERFORM 0220-INCLUIR-LINHA
               WHEN 3
                   PERFORM 0230-INCLUIR-CONTA
               WHEN 4
                   PERFORM 0240-EXCLUIR-LINHA
               WHEN 5
                   PERFORM 0250-EXCLUIR-CONTA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPÇÃO INVÁLIDA'
           END-EVALUATE.

       0210-LISTAR.
           PERFORM VARYING WRK-SUB-REG FROM 1 BY 1
               UNTIL WRK-SUB-REG > WRK-QT-REGISTROS
               MOVE WRK-TE-REGISTRO(WRK-SUB-REG) TO REG-ESTRUTURA-DRE
               IF REG-EDR-LINHA = WRK-SUB-LIN AND REG-EDR-DEFINICAO
                   IF REG-EDR-E-SUBTOTAL
                       DISPLAY REG-EDR-LINHA ' ' REG-EDR-DESCRICAO
                           ' (SUBTOTAL)'
                   ELSE
                       DISPLAY REG-EDR-LINHA ' ' REG-EDR-DESCRICAO
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-SUB-REG FROM 1 BY 1
               UNTIL WRK-SUB-REG > WRK-QT-REGISTROS
               MOVE WRK-TE-REGISTRO(WRK-SUB-REG) TO REG-ESTRUTURA-DRE
               IF REG-EDR-LINHA = WRK-SUB-LIN AND REG-EDR-MAPA
                   EVALUATE TRUE
                       WHEN REG-EDR-SO-DEBITOS
                           DISPLAY '     CONTA ' REG-EDR-CONTA
                               ' SÓ DÉBITOS'
                       WHEN REG-EDR-SO-CREDITOS
                           DISPLAY '     CONTA ' REG-EDR-CONTA
                               ' SÓ CRÉDITOS'
                       WHEN OTHER
                           DISPLAY '     CONTA ' REG-EDR-CONTA
                               ' SALDO'
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * LINHA JÁ EXISTENTE TEM A DESCRIÇÃO E A MARCA TROCADAS; LINHA
      * COM CONTAS NÃO PODE VIRAR SUBTOTAL
       0220-INCLUIR-LINHA.
           PERFORM 0260-PEDIR-LINHA.
           IF WRK-LINHA = ZEROES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'DESCRIÇÃO DA LINHA:'.
           ACCEPT WRK-DESCRICAO FROM CONSOLE.
           IF WRK-DESCRICAO = SPACES
               DISPLAY 'DESCRIÇÃO EM BRANCO - NADA GRAVADO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'SUBTOTAL DAS LINHAS ACIMA? (S/N)'.
           ACCEPT WRK-SUBTOTAL FROM CONSOLE.
           IF WRK-SUBTOTAL NOT = 'S'
               MOVE SPACE TO WRK-SUBTOTAL
           END-IF.
           IF WRK-SUBTOTAL = 'S'
               PERFORM 0270-CONTAR-CONTAS-LINHA
               IF WRK-QT-CASADAS > ZEROES
                   DISPLAY 'A LINHA TEM CONTAS - EXCLUA AS CONTAS '
                       'ANTES DE TORNÁ-LA SUBTOTAL'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM 0280-LOCALIZAR-DEFINICAO.
           IF NOT REGISTRO-ACHADO
               IF WRK-QT-REGISTROS = 300
                   DISPLAY 'TABELA DA ESTRUTURA CHEIA'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WRK-QT-REGISTROS
               MOVE WRK-QT-REGISTROS TO WRK-SUB-REG
           END-IF.
           MOVE SPACES TO REG-ESTRUTURA-DRE.
           MOVE WRK-LINHA TO REG-EDR-LINHA.
           MOVE 'L' TO REG-EDR-TIPO.
           MOVE WRK-DESCRICAO TO REG-EDR-DESCRICAO.
           MOVE WRK-SUBTOTAL TO REG-EDR-SUBTOTAL.
           MOVE REG-ESTRUTURA-DRE TO WRK-TE-REGISTRO(WRK-SUB-REG).
           PERFORM 0300-REGRAVAR-ARQUIVO.
           DISPLAY 'LINHA GRAVADA'.

      * A CONTA DO MAPA É UM PREFIXO: PRECISA CASAR COM PELO MENOS
      * UMA CONTA DO PLANO, E O MESMO PREFIXO E LADO SÓ VAI A UMA
      * LINHA
       0230-INCLUIR-CONTA.
           PERFORM 0260-PEDIR-LINHA.
           IF WRK-LINHA = ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0280-LOCALIZAR-DEFINICAO.
           IF NOT REGISTRO-ACHADO
               DISPLAY 'LINHA NÃO DEFINIDA - INCLUA A LINHA ANTES'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TE-REGISTRO(WRK-SUB-REG) TO REG-ESTRUTURA-DRE.
           IF REG-EDR-E-SUBTOTAL
               DISPLAY 'LINHA DE SUBTOTAL NÃO RECEBE CONTAS'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0290-PEDIR-CONTA-LADO.
           IF WRK-CONTA = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-QT-CASADAS.
           PERFORM VARYING WRK-SUB-CONTA FROM 1 BY 1
               UNTIL WRK-SUB-CONTA > WRK-QT-CONTAS
               IF WRK-TC-CONTA(WRK-SUB-CONTA)(1:WRK-TAM) =
                  WRK-CONTA(1:WRK-TAM)
                   ADD 1 TO WRK-QT-CASADAS
               END-IF
           END-PERFORM.
           IF WRK-QT-CASADAS = ZEROES
               DISPLAY 'NENHUMA CONTA DO PLANO COMEÇA POR ' WRK-CONTA
                   ' - NADA GRAVADO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0295-LOCALIZAR-MAPA.
           IF REGISTRO-ACHADO
               MOVE WRK-TE-REGISTRO(WRK-SUB-REG) TO REG-ESTRUTURA-DRE
               DISPLAY 'CONTA E LADO JÁ MAPEADOS NA LINHA '
                   REG-EDR-LINHA ' - NADA GRAVADO'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-REGISTROS = 300
               DISPLAY 'TABELA DA ESTRUTURA CHEIA'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-REGISTROS.
           MOVE SPACES TO REG-ESTRUTURA-DRE.
           MOVE WRK-LINHA TO REG-EDR-LINHA.
           MOVE 'M' TO REG-EDR-TIPO.
           MOVE WRK-CONTA TO REG-EDR-CONTA.
           MOVE WRK-LADO TO REG-EDR-LADO.
           MOVE REG-ESTRUTURA-DRE TO WRK-TE-REGISTRO(WRK-QT-REGISTROS).
           PERFORM 0300-REGRAVAR-ARQUIVO.
           DISPLAY 'CONTA INCLUÍDA NA LINHA - ' WRK-QT-CASADAS
               ' CONTA(S) DO PLANO CASAM COM O PREFIXO'.

       0240-EXCLUIR-LINHA.
           PERFORM 0260-PEDIR-LINHA.
           IF WRK-LINHA = ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0280-LOCALIZAR-DEFINICAO.
           IF NOT REGISTRO-ACHADO
               DISPLAY 'LINHA NÃO DEFINIDA'
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WRK-SUB-REG.
           PERFORM 0245-EXCLUIR-DA-LINHA
               UNTIL WRK-SUB-REG > WRK-QT-REGISTROS.
           PERFORM 0300-REGRAVAR-ARQUIVO.
           DISPLAY 'LINHA E SUAS CONTAS EXCLUÍDAS'.

       0245-EXCLUIR-DA-LINHA.
           MOVE WRK-TE-REGISTRO(WRK-SUB-REG) TO REG-ESTRUTURA-DRE.
           IF REG-EDR-LINHA = WRK-LINHA
               PERFORM 0310-RETIRAR-REGISTRO
           ELSE
               ADD 1 TO WRK-SUB-REG
           END-IF.

       0250-EXCLUIR-CONTA.
           PERFORM 0260-PEDIR-LINHA.
           IF WRK-LINHA = ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0290-PEDIR-CONTA-LADO.
           IF WRK-CONTA = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0295-LOCALIZAR-MAPA.
           IF REGISTRO-ACHADO
               MOVE WRK-TE-REGISTRO(WRK-SUB-REG) TO REG-ESTRUTURA-DRE
           END-IF.
           IF NOT REGISTRO-ACHADO OR REG-EDR-LINHA NOT = WRK-LINHA
               DISPLAY 'CONTA E LADO NÃO MAPEADOS NESSA LINHA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0310-RETIRAR-REGISTRO.
           PERFORM 0300-REGRAVAR-ARQUIVO.
           DISPLAY 'CONTA EXCLUÍDA DA LINHA'.

       0260-PEDIR-LINHA.
           DISPLAY 'NÚMERO DA LINHA (01-99, ORDEM DE IMPRESSÃO):'.
           ACCEPT WRK-LINHA FROM CONSOLE.
           IF WRK-LINHA = ZEROES
               DISPLAY 'LINHA INVÁLIDA'
           END-IF.

       0270-CONTAR-CONTAS-LINHA.
           MOVE ZEROES TO WRK-QT-CASADAS.
           PERFORM VARYING WRK-SUB-REG FROM 1 BY 1
               UNTIL WRK-SUB-REG > WRK-QT-REGISTROS
               MOVE WRK-TE-REGISTRO(WRK-SUB-REG) TO REG-ESTRUTURA-DRE
               IF REG-EDR-LINHA = WRK-LINHA AND REG-EDR-MAPA
                   ADD 1 TO WRK-QT-CASADAS
               END-IF
           END-PERFORM.

       0280-LOCALIZAR-DEFINICAO.
           MOVE 'N' TO WRK-ACHADO.
           PERFORM VARYING WRK-SUB-REG FROM 1 BY 1
               UNTIL WRK-SUB-REG > WRK-QT-REGISTROS
                   OR REGISTRO-ACHADO
               MOVE WRK-TE-REGISTRO(WRK-SUB-REG) TO REG-ESTRUTURA-DRE
               IF REG-EDR-LINHA = WRK-LINHA AND REG-EDR-DEFINICAO
                   MOVE 'S' TO WRK-ACHADO
               END-IF
           END-PERFORM.
           IF REGISTRO-ACHADO
               SUBTRACT 1 FROM WRK-SUB-REG
           END-IF.

       0290-PEDIR-CONTA-LADO.
           DISPLAY 'CONTA OU PREFIXO DA CONTA (EX.: 4104):'.
           ACCEPT WRK-CONTA FROM CONSOLE.
           MOVE ZEROES TO WRK-TAM.
           INSPECT WRK-CONTA TALLYING WRK-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WRK-TAM = ZEROES
               DISPLAY 'CONTA EM BRANCO - NADA GRAVADO'
               MOVE SPACES TO WRK-CONTA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'LADO (D = SÓ DÉBITOS, C = SÓ CRÉDITOS, '
               'BRANCO = SALDO):'.
           ACCEPT WRK-LADO FROM CONSOLE.
           IF WRK-LADO NOT = 'D' AND WRK-LADO NOT = 'C' AND
              WRK-LADO NOT = SPACE
               DISPLAY 'LADO INVÁLIDO - NADA GRAVADO'
               MOVE SPACES TO WRK-CONTA
           END-IF.

       0295-LOCALIZAR-MAPA.
           MOVE 'N' TO WRK-ACHADO.
           PERFORM VARYING WRK-SUB-REG FROM 1 BY 1
               UNTIL WRK-SUB-REG > WRK-QT-REGISTROS
                   OR REGISTRO-ACHADO
               MOVE WRK-TE-REGISTRO(WRK-SUB-REG) TO REG-ESTRUTURA-DRE
               IF REG-EDR-MAPA AND REG-EDR-CONTA = WRK-CONTA AND
                  REG-EDR-LADO = WRK-LADO
                   MOVE 'S' TO WRK-ACHADO
               END-IF
           END-PERFORM.
           IF REGISTRO-ACHADO
               SUBTRACT 1 FROM WRK-SUB-REG
           END-IF.

      * GRAVA EM ORDEM DE LINHA, A DEFINIÇÃO ANTES DAS CONTAS
       0300-REGRAVAR-ARQUIVO.
           OPEN OUTPUT ARQ-ESTRUTURA.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > 99
               PERFORM VARYING WRK-SUB-REG FROM 1 BY 1
                   UNTIL WRK-SUB-REG > WRK-QT-REGISTROS
                   MOVE WRK-TE-REGISTRO(WRK-SUB-REG)
                       TO REG-ESTRUTURA-DRE
                   IF REG-EDR-LINHA = WRK-SUB-LIN AND
                      REG-EDR-DEFINICAO
                       WRITE REG-ESTRUTURA-DRE
                   END-IF
               END-PERFORM
               PERFORM VARYING WRK-SUB-REG FROM 1 BY 1
                   UNTIL WRK-SUB-REG > WRK-QT-REGISTROS
                   MOVE WRK-TE-REGISTRO(WRK-SUB-REG)
                       TO REG-ESTRUTURA-DRE
                   IF REG-EDR-LINHA = WRK-SUB-LIN AND REG-EDR-MAPA
                       WRITE REG-ESTRUTURA-DRE
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE ARQ-ESTRUTURA.

       0310-RETIRAR-REGISTRO.
           PERFORM VARYING WRK-SUB-MOV FROM WRK-SUB-REG BY 1
               UNTIL WRK-SUB-MOV >= WRK-QT-REGISTROS
               MOVE WRK-TE-REGISTRO(WRK-SUB-MOV + 1)
                   TO WRK-TE-REGISTRO(WRK-SUB-MOV)
           END-PERFORM.
           SUBTRACT 1 FROM WRK-QT-REGISTROS.
