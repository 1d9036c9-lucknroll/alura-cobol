       IDENTIFICATION DIVISION.
       PROGRAM-ID. manutcargo.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = MANUTENÇÃO DOS CARGOS (CARGOS - CÓDIGO, DESCRIÇÃO
      *            E FAIXA SALARIAL MÍNIMO/MÉDIO/MÁXIMO) E DO CARGO DE
      *            CADA FUNCIONÁRIO NO CADASTRO MESTRE (REGRAVADO COM
      *            GERAÇÃO GUARDADA PELO SALVAGERACAO): QUEM FAZ O
      *            MESMO TRABALHO PASSA A SER COMPARADO PELA MESMA
      *            FAIXA (RELATÓRIO FORADAFAIXA) E O AUMENTO QUE
      *            ESTOURA O MÁXIMO VAI PARA APROVAÇÃO (TEMPODECASA)
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CARGOS ASSIGN TO 'CARGOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARGOS.
           SELECT ARQ-MASTER ASSIGN TO 'FUNCIONARIOS-MASTER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MASTER.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CARGOS.
           COPY 'cargo.cbl'.

       FD  ARQ-MASTER.
           COPY 'funcionario.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'geracao.cbl'.

       77 WRK-STATUS-CARGOS PIC X(02) VALUE '00'.
           88 CARGOS-OK        VALUE '00'.
       77 WRK-STATUS-MASTER PIC X(02) VALUE '00'.
           88 MASTER-OK        VALUE '00'.
       77 WRK-FIM-CARGOS PIC X(01) VALUE 'N'.
           88 FIM-CARGOS    VALUE 'S'.
       77 WRK-FIM-MASTER PIC X(01) VALUE 'N'.
           88 FIM-MASTER    VALUE 'S'.

       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-INCLUIR   VALUE 'I'.
           88 OPCAO-LISTAR    VALUE 'L'.
           88 OPCAO-FAIXA     VALUE 'F'.
           88 OPCAO-EMPREGADO VALUE 'E'.
           88 OPCAO-SAIR      VALUE '0'.

       77 WRK-CARGO     PIC X(04) VALUE SPACES.
       77 WRK-DESCRICAO PIC X(20) VALUE SPACES.
       77 WRK-MATRICULA PIC 9(05) VALUE ZEROES.
       77 WRK-QT-LISTADOS PIC 9(03) VALUE ZEROES.

      * FAIXA SALARIAL DO CARGO
       77 WRK-MINIMO PIC 9(06)V99 VALUE ZEROES.
       77 WRK-MEDIO  PIC 9(06)V99 VALUE ZEROES.
       77 WRK-MAXIMO PIC 9(06)V99 VALUE ZEROES.
       77 WRK-FAIXA-OK PIC X(01) VALUE 'N'.
           88 FAIXA-VALIDA    VALUE 'S'.
       77 WRK-MINIMO-ED PIC ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-MEDIO-ED  PIC ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-MAXIMO-ED PIC ZZZ.ZZ9,99 VALUE ZEROES.

      * CARGOS CARREGADOS PARA A VALIDAÇÃO E A REGRAVAÇÃO DA FAIXA
       77 WRK-QT-CARGOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-CAR   PIC 9(03) COMP VALUE ZEROES.
       77 WRK-CAR-ACHADO PIC 9(03) COMP VALUE ZEROES.
       77 WRK-CARGOS-EXCEDIDOS PIC X(01) VALUE 'N'.
           88 CARGOS-EXCEDIDOS    VALUE 'S'.
       01  WRK-TAB-CARGOS.
           02 WRK-TC-REGISTRO PIC X(48) OCCURS 100 TIMES.

       77 WRK-TABELA-EXCEDIDA PIC X(01) VALUE 'N'.
           88 TABELA-EXCEDIDA    VALUE 'S'.
       77 WRK-QT-EMPREGADOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-EMP       PIC 9(03) COMP VALUE ZEROES.
       77 WRK-EMP-ACHADO    PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-EMPREGADOS.
           02 WRK-TE-ITEM OCCURS 500 TIMES.
               03 WRK-TE-REGISTRO PIC X(100).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'MANUTENÇÃO DE CARGOS E FAIXAS SALARIAIS'.
           DISPLAY '========================================'.
           PERFORM 0200-PROCESSAR-OPCAO UNTIL OPCAO-SAIR.
           DISPLAY 'FINAL DA MANUTENÇÃO DE CARGOS'.
           GOBACK.

       0200-PROCESSAR-OPCAO.
           DISPLAY '________________________________________'.
           DISPLAY '(I) INCLUIR CARGO'.
           DISPLAY '(L) LISTAR CARGOS'.
           DISPLAY '(F) ALTERAR A FAIXA SALARIAL'.
           DISPLAY '(E) CARGO DE UM FUNCIONÁRIO'.
           DISPLAY '(0) SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR
               WHEN OPCAO-LISTAR
                   PERFORM 0220-LISTAR
               WHEN OPCAO-FAIXA
                   PERFORM 0500-ALTERAR-FAIXA
               WHEN OPCAO-EMPREGADO
                   PERFORM 0300-CARGO-DO-EMPREGADO
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPÇÃO INVÁLIDA'
           END-EVALUATE.

       0210-INCLUIR.
           DISPLAY 'CÓDIGO DO CARGO (4 POSIÇÕES):'.
           ACCEPT WRK-CARGO FROM CONSOLE.
           IF WRK-CARGO = SPACES
               DISPLAY 'CÓDIGO EM BRANCO - RECUSADO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0510-CARREGAR-CARGOS.
           IF WRK-CAR-ACHADO > ZEROES
               DISPLAY 'CARGO JÁ CADASTRADO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'DESCRIÇÃO:'.
           ACCEPT WRK-DESCRICAO FROM CONSOLE.
           PERFORM 0250-PEDIR-FAIXA.
           IF NOT FAIXA-VALIDA
               DISPLAY 'CARGO NÃO INCLUÍDO'
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ARQ-CARGOS.
           IF NOT CARGOS-OK
               OPEN OUTPUT ARQ-CARGOS
           END-IF.
           MOVE WRK-CARGO     TO REG-CAR-CODIGO.
           MOVE WRK-DESCRICAO TO REG-CAR-DESCRICAO.
           MOVE WRK-MINIMO    TO REG-CAR-MINIMO.
           MOVE WRK-MEDIO     TO REG-CAR-MEDIO.
           MOVE WRK-MAXIMO    TO REG-CAR-MAXIMO.
           WRITE REG-CARGO.
           CLOSE ARQ-CARGOS.
           DISPLAY 'CARGO INCLUÍDO'.

       0220-LISTAR.
           MOVE ZEROES TO WRK-QT-LISTADOS.
           MOVE 'N' TO WRK-FIM-CARGOS.
           OPEN INPUT ARQ-CARGOS.
           IF NOT CARGOS-OK
               DISPLAY 'AINDA NÃO HÁ CARGOS GRAVADOS'
           ELSE
               PERFORM 0221-LER-CARGO
               PERFORM 0222-LISTAR-CARGO UNTIL FIM-CARGOS
               CLOSE ARQ-CARGOS
               DISPLAY 'CARGOS: ' WRK-QT-LISTADOS
           END-IF.

       0221-LER-CARGO.
           READ ARQ-CARGOS
               AT END
                   MOVE 'S' TO WRK-FIM-CARGOS
           END-READ.

       0222-LISTAR-CARGO.
           ADD 1 TO WRK-QT-LISTADOS.
           MOVE REG-CAR-MINIMO TO WRK-MINIMO-ED.
           MOVE REG-CAR-MEDIO  TO WRK-MEDIO-ED.
           MOVE REG-CAR-MAXIMO TO WRK-MAXIMO-ED.
           DISPLAY REG-CAR-CODIGO ' ' REG-CAR-DESCRICAO.
           DISPLAY '     MÍNIMO ' WRK-MINIMO-ED
               ' MÉDIO ' WRK-MEDIO-ED ' MÁXIMO ' WRK-MAXIMO-ED.
           PERFORM 0221-LER-CARGO.

      * A FAIXA PRECISA SER CRESCENTE; PONTO MÉDIO ZERADO ASSUME O
      * MEIO DA FAIXA
       0250-PEDIR-FAIXA.
           MOVE 'N' TO WRK-FAIXA-OK.
           DISPLAY 'SALÁRIO MÍNIMO DA FAIXA:'.
           ACCEPT WRK-MINIMO FROM CONSOLE.
           DISPLAY 'SALÁRIO MÁXIMO DA FAIXA:'.
           ACCEPT WRK-MAXIMO FROM CONSOLE.
           DISPLAY 'PONTO MÉDIO DA FAIXA (0 = MEIO DA FAIXA):'.
           ACCEPT WRK-MEDIO FROM CONSOLE.
           IF WRK-MAXIMO = ZEROES OR WRK-MINIMO > WRK-MAXIMO
               DISPLAY 'FAIXA INVÁLIDA - O MÁXIMO DEVE SER MAIOR QUE '
                   'O MÍNIMO'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-MEDIO = ZEROES
               COMPUTE WRK-MEDIO ROUNDED =
                   (WRK-MINIMO + WRK-MAXIMO) / 2
           END-IF.
           IF WRK-MEDIO < WRK-MINIMO OR WRK-MEDIO > WRK-MAXIMO
               DISPLAY 'PONTO MÉDIO FORA DA FAIXA'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-FAIXA-OK.

      * O CARGO DO FUNCIONÁRIO É VALIDADO NOS CARGOS E GRAVADO NO
      * CADASTRO MESTRE REGRAVADO INTEIRO
       0300-CARGO-DO-EMPREGADO.
           DISPLAY 'MATRÍCULA DO FUNCIONÁRIO:'.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           PERFORM 0310-CARREGAR-MASTER.
           IF TABELA-EXCEDIDA
               DISPLAY 'FUNCIONARIOS-MASTER EXCEDE O LIMITE DE 500 '
                   'DA TABELA - OPERAÇÃO RECUSADA PARA NÃO TRUNCAR '
                   'O CADASTRO NA REGRAVAÇÃO'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-EMP-ACHADO = ZEROES
               DISPLAY 'MATRÍCULA NÃO CADASTRADA'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TE-REGISTRO(WRK-EMP-ACHADO) TO REG-EMPREGADO.
           DISPLAY 'FUNCIONÁRIO: ' REG-EMP-NOME
               ' CARGO ATUAL: ' REG-EMP-CARGO.
           DISPLAY 'NOVO CARGO:'.
           ACCEPT WRK-CARGO FROM CONSOLE.
           PERFORM 0510-CARREGAR-CARGOS.
           IF WRK-CAR-ACHADO = ZEROES
               DISPLAY 'CARGO NÃO CADASTRADO - NADA GRAVADO'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TC-REGISTRO(WRK-CAR-ACHADO) TO REG-CARGO.
           IF REG-EMP-SALARIO < REG-CAR-MINIMO OR
              REG-EMP-SALARIO > REG-CAR-MAXIMO
               DISPLAY 'ATENÇÃO: SALÁRIO ATUAL FORA DA FAIXA DO '
                   'CARGO'
           END-IF.
           MOVE WRK-CARGO TO REG-EMP-CARGO.
           MOVE REG-EMPREGADO TO WRK-TE-REGISTRO(WRK-EMP-ACHADO).
           PERFORM 0400-REGRAVAR-MASTER.
           DISPLAY 'CARGO DO FUNCIONÁRIO GRAVADO'.

       0310-CARREGAR-MASTER.
           MOVE ZEROES TO WRK-QT-EMPREGADOS.
           MOVE ZEROES TO WRK-EMP-ACHADO.
           MOVE 'N' TO WRK-TABELA-EXCEDIDA.
           MOVE 'N' TO WRK-FIM-MASTER.
           OPEN INPUT ARQ-MASTER.
           IF MASTER-OK
               PERFORM 0311-LER-EMPREGADO
               PERFORM 0312-GUARDAR-EMPREGADO UNTIL FIM-MASTER
               CLOSE ARQ-MASTER
           ELSE
               DISPLAY 'CADASTRO DE FUNCIONÁRIOS NÃO ENCONTRADO'
           END-IF.

       0311-LER-EMPREGADO.
           READ ARQ-MASTER
               AT END
                   MOVE 'S' TO WRK-FIM-MASTER
           END-READ.

      * CADASTRO MAIOR QUE A TABELA RECUSA A OPERAÇÃO, COMO NO
      * MANUTDEPTO: REGRAVAR SÓ OS 500 CARREGADOS DESTRUIRIA OS
      * FUNCIONÁRIOS SEGUINTES
       0312-GUARDAR-EMPREGADO.
           IF WRK-QT-EMPREGADOS < 500
               ADD 1 TO WRK-QT-EMPREGADOS
               MOVE REG-EMPREGADO
                   TO WRK-TE-REGISTRO(WRK-QT-EMPREGADOS)
               IF REG-EMP-MATRICULA = WRK-MATRICULA
                   MOVE WRK-QT-EMPREGADOS TO WRK-EMP-ACHADO
               END-IF
           ELSE
               MOVE 'S' TO WRK-TABELA-EXCEDIDA
               MOVE 'S' TO WRK-FIM-MASTER
           END-IF.
           PERFORM 0311-LER-EMPREGADO.

       0400-REGRAVAR-MASTER.
           MOVE 'FUNCIONARIOS-MASTER' TO REG-GER-ARQUIVO.
           MOVE 'B' TO REG-GER-OPERACAO.
           CALL 'salvageracao' USING REG-GERACAO-PEDIDO.
           OPEN OUTPUT ARQ-MASTER.
           PERFORM VARYING WRK-SUB-EMP FROM 1 BY 1
               UNTIL WRK-SUB-EMP > WRK-QT-EMPREGADOS
               MOVE WRK-TE-REGISTRO(WRK-SUB-EMP) TO REG-EMPREGADO
               WRITE REG-EMPREGADO
           END-PERFORM.
           CLOSE ARQ-MASTER.

      * A FAIXA DE UM CARGO JÁ CADASTRADO É ALTERADA NA TABELA E O
      * ARQUIVO É REGRAVADO INTEIRO; ARQUIVO MAIOR QUE A TABELA
      * RECUSA A OPERAÇÃO PARA NÃO TRUNCAR O CADASTRO
       0500-ALTERAR-FAIXA.
           DISPLAY 'CÓDIGO DO CARGO:'.
           ACCEPT WRK-CARGO FROM CONSOLE.
           PERFORM 0510-CARREGAR-CARGOS.
           IF CARGOS-EXCEDIDOS
               DISPLAY 'CARGOS EXCEDE O LIMITE DE 100 DA TABELA - '
                   'OPERAÇÃO RECUSADA PARA NÃO TRUNCAR O CADASTRO '
                   'NA REGRAVAÇÃO'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-CAR-ACHADO = ZEROES
               DISPLAY 'CARGO NÃO CADASTRADO'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TC-REGISTRO(WRK-CAR-ACHADO) TO REG-CARGO.
           MOVE REG-CAR-MINIMO TO WRK-MINIMO-ED.
           MOVE REG-CAR-MEDIO  TO WRK-MEDIO-ED.
           MOVE REG-CAR-MAXIMO TO WRK-MAXIMO-ED.
           DISPLAY 'CARGO: ' REG-CAR-DESCRICAO.
           DISPLAY 'MÍNIMO ATUAL: ' WRK-MINIMO-ED.
           DISPLAY 'MÉDIO ATUAL.: ' WRK-MEDIO-ED.
           DISPLAY 'MÁXIMO ATUAL: ' WRK-MAXIMO-ED.
           PERFORM 0250-PEDIR-FAIXA.
           IF NOT FAIXA-VALIDA
               DISPLAY 'FAIXA NÃO ALTERADA'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-MINIMO TO REG-CAR-MINIMO.
           MOVE WRK-MEDIO  TO REG-CAR-MEDIO.
           MOVE WRK-MAXIMO TO REG-CAR-MAXIMO.
           MOVE REG-CARGO TO WRK-TC-REGISTRO(WRK-CAR-ACHADO).
           OPEN OUTPUT ARQ-CARGOS.
           PERFORM VARYING WRK-SUB-CAR FROM 1 BY 1
               UNTIL WRK-SUB-CAR > WRK-QT-CARGOS
               MOVE WRK-TC-REGISTRO(WRK-SUB-CAR) TO REG-CARGO
               WRITE REG-CARGO
           END-PERFORM.
           CLOSE ARQ-CARGOS.
           DISPLAY 'FAIXA DO CARGO GRAVADA'.

       0510-CARREGAR-CARGOS.
           MOVE ZEROES TO WRK-QT-CARGOS.
           MOVE ZEROES TO WRK-CAR-ACHADO.
           MOVE 'N' TO WRK-CARGOS-EXCEDIDOS.
           MOVE 'N' TO WRK-FIM-CARGOS.
           OPEN INPUT ARQ-CARGOS.
           IF CARGOS-OK
               PERFORM 0221-LER-CARGO
               PERFORM 0520-GUARDAR-CARGO UNTIL FIM-CARGOS
               CLOSE ARQ-CARGOS
           END-IF.

       0520-GUARDAR-CARGO.
           IF WRK-QT-CARGOS < 100
               ADD 1 TO WRK-QT-CARGOS
               MOVE REG-CARGO TO WRK-TC-REGISTRO(WRK-QT-CARGOS)
               IF REG-CAR-CODIGO = WRK-CARGO
                   MOVE WRK-QT-CARGOS TO WRK-CAR-ACHADO
               END-IF
           ELSE
               MOVE 'S' TO WRK-CARGOS-EXCEDIDOS
               MOVE 'S' TO WRK-FIM-CARGOS
           END-IF.
           PERFORM 0221-LER-CARGO.
