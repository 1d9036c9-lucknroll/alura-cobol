       IDENTIFICATION DIVISION.
       PROGRAM-ID. foradafaixa.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = RELATÓRIO DE SALÁRIOS FORA DA FAIXA DO CARGO: PARA
      *            CADA FUNCIONÁRIO ATIVO COM CARGO, COMPARA O SALÁRIO
      *            DO CADASTRO MESTRE COM A FAIXA DO CADASTRO CARGOS
      *            E LISTA QUEM ESTÁ ABAIXO DO MÍNIMO OU ACIMA DO
      *            MÁXIMO, COM O COMPA-RATIO (SALÁRIO SOBRE O PONTO
      *            MÉDIO DA FAIXA, EM %). NO FECHO, OS ATIVOS SEM
      *            CARGO E COM CARGO INEXISTENTE, PARA O RH ACERTAR
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MASTER ASSIGN TO 'FUNCIONARIOS-MASTER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MASTER.
           SELECT ARQ-CARGOS ASSIGN TO 'CARGOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARGOS.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-FORA-FAIXA'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MASTER.
           COPY 'funcionario.cbl'.

       FD  ARQ-CARGOS.
           COPY 'cargo.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-MASTER PIC X(02) VALUE '00'.
           88 MASTER-OK        VALUE '00'.
       77 WRK-STATUS-CARGOS PIC X(02) VALUE '00'.
           88 CARGOS-OK        VALUE '00'.
       77 WRK-FIM-MASTER PIC X(01) VALUE 'N'.
           88 FIM-MASTER    VALUE 'S'.
       77 WRK-FIM-CARGOS PIC X(01) VALUE 'N'.
           88 FIM-CARGOS    VALUE 'S'.

      * FAIXAS DOS CARGOS
       77 WRK-QT-CARGOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-CAR   PIC 9(03) COMP VALUE ZEROES.
       77 WRK-CAR-ACHADO PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-CARGOS.
           02 WRK-TC-ITEM OCCURS 100 TIMES.
               03 WRK-TC-CODIGO PIC X(04).
               03 WRK-TC-MINIMO PIC 9(06)V99.
               03 WRK-TC-MEDIO  PIC 9(06)V99.
               03 WRK-TC-MAXIMO PIC 9(06)V99.

       77 WRK-QT-ATIVOS     PIC 9(05) VALUE ZEROES.
       77 WRK-QT-SEM-CARGO  PIC 9(05) VALUE ZEROES.
       77 WRK-QT-INEXISTENTE PIC 9(05) VALUE ZEROES.
       77 WRK-QT-ABAIXO     PIC 9(05) VALUE ZEROES.
       77 WRK-QT-ACIMA      PIC 9(05) VALUE ZEROES.
       77 WRK-COMPA-RATIO   PIC 9(03)V9 VALUE ZEROES.

       01  WRK-LINRELAT PIC X(80) VALUE SPACES.
       01  WRK-LINDET.
           02 WRK-LD-MATRICULA PIC 9(05).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LD-NOME      PIC X(20).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LD-CARGO     PIC X(04).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LD-SALARIO   PIC ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LD-MINIMO    PIC ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LD-MAXIMO    PIC ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LD-COMPA     PIC ZZ9,9.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LD-SITUACAO  PIC X(06).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'SALÁRIOS FORA DA FAIXA DO CARGO'.
           DISPLAY '========================================'.
           PERFORM 0100-CARREGAR-CARGOS.
           IF WRK-QT-CARGOS = ZEROES
               DISPLAY 'NÃO HÁ CARGOS CADASTRADOS - USE O MANUTCARGO'
               GOBACK
           END-IF.
           OPEN INPUT ARQ-MASTER.
           IF NOT MASTER-OK
               DISPLAY 'CADASTRO DE FUNCIONÁRIOS NÃO ENCONTRADO'
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE 'SALARIOS FORA DA FAIXA DO CARGO' TO WRK-LINRELAT.
           PERFORM 0900-EMITIR-LINHA.
           MOVE 'MATR. NOME                 CARGO   SALARIO     MINIMO'
               TO WRK-LINRELAT.
           MOVE '     MAXIMO COMPA' TO WRK-LINRELAT(54:17).
           PERFORM 0900-EMITIR-LINHA.
           PERFORM 0210-LER-EMPREGADO.
           PERFORM 0220-AVALIAR-EMPREGADO UNTIL FIM-MASTER.
           CLOSE ARQ-MASTER.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0900-EMITIR-LINHA.
           STRING 'ATIVOS ' WRK-QT-ATIVOS
               ' ABAIXO DO MINIMO ' WRK-QT-ABAIXO
               ' ACIMA DO MAXIMO ' WRK-QT-ACIMA
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0900-EMITIR-LINHA.
           STRING 'SEM CARGO ' WRK-QT-SEM-CARGO
               ' CARGO INEXISTENTE ' WRK-QT-INEXISTENTE
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0900-EMITIR-LINHA.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'ABAIXO DO MÍNIMO..: ' WRK-QT-ABAIXO.
           DISPLAY 'ACIMA DO MÁXIMO...: ' WRK-QT-ACIMA.
           DISPLAY 'ATIVOS SEM CARGO..: ' WRK-QT-SEM-CARGO.
           DISPLAY 'FINAL DOS SALÁRIOS FORA DA FAIXA'.
           GOBACK.

       0100-CARREGAR-CARGOS.
           OPEN INPUT ARQ-CARGOS.
           IF CARGOS-OK
               PERFORM 0110-LER-CARGO
               PERFORM 0120-GUARDAR-CARGO UNTIL FIM-CARGOS
               CLOSE ARQ-CARGOS
           END-IF.

       0110-LER-CARGO.
           READ ARQ-CARGOS
               AT END
                   MOVE 'S' TO WRK-FIM-CARGOS
           END-READ.

       0120-GUARDAR-CARGO.
           IF WRK-QT-CARGOS < 100
               ADD 1 TO WRK-QT-CARGOS
               MOVE REG-CAR-CODIGO TO WRK-TC-CODIGO(WRK-QT-CARGOS)
               MOVE REG-CAR-MINIMO TO WRK-TC-MINIMO(WRK-QT-CARGOS)
               MOVE REG-CAR-MEDIO  TO WRK-TC-MEDIO(WRK-QT-CARGOS)
               MOVE REG-CAR-MAXIMO TO WRK-TC-MAXIMO(WRK-QT-CARGOS)
           END-IF.
           PERFORM 0110-LER-CARGO.

       0210-LER-EMPREGADO.
           READ ARQ-MASTER
               AT END
                   MOVE 'S' TO WRK-FIM-MASTER
           END-READ.

      * O DESLIGADO NÃO ENTRA; REGISTRO ANTERIOR AO CARGO CHEGA COM
      * O CAMPO EM BRANCO E CONTA COMO SEM CARGO
       0220-AVALIAR-EMPREGADO.
           IF REG-EMP-DESLIGADO
               PERFORM 0210-LER-EMPREGADO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-ATIVOS.
           IF REG-EMP-CARGO = SPACES
               ADD 1 TO WRK-QT-SEM-CARGO
               PERFORM 0210-LER-EMPREGADO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-CAR-ACHADO.
           PERFORM VARYING WRK-SUB-CAR FROM 1 BY 1
               UNTIL WRK-SUB-CAR > WRK-QT-CARGOS
                   OR WRK-CAR-ACHADO > ZEROES
               IF WRK-TC-CODIGO(WRK-SUB-CAR) = REG-EMP-CARGO
                   MOVE WRK-SUB-CAR TO WRK-CAR-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-CAR-ACHADO = ZEROES
               ADD 1 TO WRK-QT-INEXISTENTE
               PERFORM 0210-LER-EMPREGADO
               EXIT PARAGRAPH
           END-IF.
           IF REG-EMP-SALARIO NOT < WRK-TC-MINIMO(WRK-CAR-ACHADO) AND
              REG-EMP-SALARIO NOT > WRK-TC-MAXIMO(WRK-CAR-ACHADO)
               PERFORM 0210-LER-EMPREGADO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0230-EMITIR-FORA-FAIXA.
           PERFORM 0210-LER-EMPREGADO.

      * COMPA-RATIO = SALÁRIO / PONTO MÉDIO X 100
       0230-EMITIR-FORA-FAIXA.
           MOVE ZEROES TO WRK-COMPA-RATIO.
           IF WRK-TC-MEDIO(WRK-CAR-ACHADO) > ZEROES
               COMPUTE WRK-COMPA-RATIO ROUNDED =
                   REG-EMP-SALARIO / WRK-TC-MEDIO(WRK-CAR-ACHADO)
                   * 100
                   ON SIZE ERROR
                       MOVE 999,9 TO WRK-COMPA-RATIO
               END-COMPUTE
           END-IF.
           MOVE SPACES TO WRK-LINDET.
           MOVE REG-EMP-MATRICULA TO WRK-LD-MATRICULA.
           MOVE REG-EMP-NOME      TO WRK-LD-NOME.
           MOVE REG-EMP-CARGO     TO WRK-LD-CARGO.
           MOVE REG-EMP-SALARIO   TO WRK-LD-SALARIO.
           MOVE WRK-TC-MINIMO(WRK-CAR-ACHADO) TO WRK-LD-MINIMO.
           MOVE WRK-TC-MAXIMO(WRK-CAR-ACHADO) TO WRK-LD-MAXIMO.
           MOVE WRK-COMPA-RATIO   TO WRK-LD-COMPA.
           IF REG-EMP-SALARIO < WRK-TC-MINIMO(WRK-CAR-ACHADO)
               MOVE 'ABAIXO' TO WRK-LD-SITUACAO
               ADD 1 TO WRK-QT-ABAIXO
           ELSE
               MOVE 'ACIMA' TO WRK-LD-SITUACAO
               ADD 1 TO WRK-QT-ACIMA
           END-IF.
           MOVE WRK-LINDET TO WRK-LINRELAT.
           PERFORM 0900-EMITIR-LINHA.

       0900-EMITIR-LINHA.
           WRITE REG-RELATORIO FROM WRK-LINRELAT.
           MOVE SPACES TO WRK-LINRELAT.
