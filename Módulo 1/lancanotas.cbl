       IDENTIFICATION DIVISION.
       PROGRAM-ID. lancanotas.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = LANÇAMENTO DAS NOTAS POR DISCIPLINA: PARA A TURMA,
      *            A DISCIPLINA (DO CADASTRO DISCIPLINAS-TURMA) E O
      *            BIMESTRE INFORMADOS, PERCORRE OS ALUNOS ATIVOS DA
      *            TURMA NO ARQUIVO ALUNOS-TURMA, PEDE AS DUAS NOTAS
      *            DE CADA UM E ANEXA EM NOTAS-DISCIPLINA, DE ONDE O
      *            BOLETIM EM LOTE APLICA A REGRA POR DISCIPLINA.
      *            RELANÇAR A MESMA DISCIPLINA E BIMESTRE CORRIGE AS
      *            NOTAS - PREVALECE O ÚLTIMO LANÇAMENTO
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALUNOS ASSIGN TO 'ALUNOS-TURMA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALUNOS.
           SELECT ARQ-DISCIPLINAS ASSIGN TO 'DISCIPLINAS-TURMA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISC.
           SELECT ARQ-NOTAS ASSIGN TO 'NOTAS-DISCIPLINA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
       01  REG-ALUNO.
           02 REG-ALUNO-NOME   PIC X(20).
           02 REG-ALUNO-NOTA-1 PIC 9(02)V9.
           02 REG-ALUNO-NOTA-2 PIC 9(02)V9.
           02 REG-ALUNO-FREQUENCIA PIC 9(03).
           02 REG-ALUNO-TURMA  PIC X(03).
           02 REG-ALUNO-SITUACAO PIC X(01).
       01  REG-ALUNO-LIN PIC X(45).

       FD  ARQ-DISCIPLINAS.
           COPY 'disciplina.cbl'.

       FD  ARQ-NOTAS.
           COPY 'notadisc.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'lotectl.cbl'.

       77 WRK-STATUS-ALUNOS PIC X(02) VALUE '00'.
           88 ALUNOS-OK        VALUE '00'.
       77 WRK-STATUS-DISC   PIC X(02) VALUE '00'.
           88 DISC-OK          VALUE '00'.
       77 WRK-STATUS-NOTAS  PIC X(02) VALUE '00'.
           88 NOTAS-OK         VALUE '00'.
       77 WRK-FIM-ALUNOS PIC X(01) VALUE 'N'.
           88 FIM-ALUNOS    VALUE 'S'.
       77 WRK-FIM-DISC   PIC X(01) VALUE 'N'.
           88 FIM-DISC      VALUE 'S'.

       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-LANCAR VALUE 'N'.
           88 OPCAO-SAIR   VALUE '0'.

       77 WRK-TURMA      PIC X(03) VALUE SPACES.
       77 WRK-CODIGO     PIC X(04) VALUE SPACES.
       77 WRK-NOME-DISC  PIC X(20) VALUE SPACES.
       77 WRK-DISC-ACHADA PIC X(01) VALUE 'N'.
           88 DISCIPLINA-ACHADA VALUE 'S'.
       77 WRK-BIMESTRE   PIC 9(01) VALUE ZEROES.
       77 WRK-NOTA       PIC 9(02)V9 VALUE ZEROES.
       77 WRK-NOTA-OK    PIC X(01) VALUE 'N'.
           88 NOTA-VALIDA   VALUE 'S'.
       77 WRK-QT-LANCADOS PIC 9(03) VALUE ZEROES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'LANÇAMENTO DE NOTAS POR DISCIPLINA'.
           DISPLAY '========================================'.
           PERFORM 0200-PROCESSAR-OPCAO UNTIL OPCAO-SAIR.
           DISPLAY 'FINAL DO LANÇAMENTO DE NOTAS'.
           GOBACK.

       0200-PROCESSAR-OPCAO.
           DISPLAY '________________________________________'.
           DISPLAY '(N) LANÇAR NOTAS DE UMA DISCIPLINA'.
           DISPLAY '(0) SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-LANCAR
                   PERFORM 0300-LANCAR-DISCIPLINA
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPÇÃO INVÁLIDA'
           END-EVALUATE.

       0300-LANCAR-DISCIPLINA.
           DISPLAY 'TURMA:'.
           ACCEPT WRK-TURMA FROM CONSOLE.
           DISPLAY 'CÓDIGO DA DISCIPLINA:'.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           PERFORM 0310-CONFERIR-DISCIPLINA.
           IF NOT DISCIPLINA-ACHADA
               DISPLAY 'DISCIPLINA NÃO CADASTRADA PARA A TURMA'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'BIMESTRE (1 A 4):'.
           ACCEPT WRK-BIMESTRE FROM CONSOLE.
           IF WRK-BIMESTRE < 1 OR WRK-BIMESTRE > 4
               DISPLAY 'BIMESTRE INVÁLIDO'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-FIM-ALUNOS.
           OPEN INPUT ARQ-ALUNOS.
           IF NOT ALUNOS-OK
               DISPLAY 'ARQUIVO DA TURMA NÃO ENCONTRADO'
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ARQ-NOTAS.
           IF NOT NOTAS-OK
               OPEN OUTPUT ARQ-NOTAS
           END-IF.
           MOVE ZEROES TO WRK-QT-LANCADOS.
           DISPLAY WRK-NOME-DISC ' - BIMESTRE ' WRK-BIMESTRE.
           PERFORM 0320-LER-ALUNO.
           PERFORM 0330-LANCAR-ALUNO UNTIL FIM-ALUNOS.
           CLOSE ARQ-ALUNOS.
           CLOSE ARQ-NOTAS.
           DISPLAY 'NOTAS LANÇADAS: ' WRK-QT-LANCADOS.

       0310-CONFERIR-DISCIPLINA.
           MOVE 'N' TO WRK-DISC-ACHADA.
           MOVE 'N' TO WRK-FIM-DISC.
           OPEN INPUT ARQ-DISCIPLINAS.
           IF NOT DISC-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0315-LER-DISCIPLINA.
           PERFORM 0316-COMPARAR-DISCIPLINA
               UNTIL FIM-DISC OR DISCIPLINA-ACHADA.
           CLOSE ARQ-DISCIPLINAS.

       0315-LER-DISCIPLINA.
           READ ARQ-DISCIPLINAS
               AT END
                   MOVE 'S' TO WRK-FIM-DISC
           END-READ.

       0316-COMPARAR-DISCIPLINA.
           IF REG-DIS-TURMA = WRK-TURMA AND
              REG-DIS-CODIGO = WRK-CODIGO
               MOVE 'S' TO WRK-DISC-ACHADA
               MOVE REG-DIS-NOME TO WRK-NOME-DISC
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0315-LER-DISCIPLINA.

       0320-LER-ALUNO.
           READ ARQ-ALUNOS
               AT END
                   MOVE 'S' TO WRK-FIM-ALUNOS
           END-READ.

      * SÓ OS ALUNOS ATIVOS DA TURMA; CABEÇALHO E RODAPÉ DE
      * CONTROLE E ALUNO RETIRADO ('R') SÃO PULADOS
       0330-LANCAR-ALUNO.
           MOVE REG-ALUNO-LIN TO REG-LOTE-CONTROLE.
           IF LC-CABECALHO OR LC-RODAPE
               PERFORM 0320-LER-ALUNO
               EXIT PARAGRAPH
           END-IF.
           IF REG-ALUNO-SITUACAO = 'R' OR
              REG-ALUNO-TURMA NOT = WRK-TURMA
               PERFORM 0320-LER-ALUNO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY REG-ALUNO-NOME.
           MOVE 'N' TO WRK-NOTA-OK.
           PERFORM 0340-PEDIR-NOTA UNTIL NOTA-VALIDA.
           MOVE WRK-NOTA TO REG-ND-NOTA-1.
           MOVE 'N' TO WRK-NOTA-OK.
           PERFORM 0340-PEDIR-NOTA UNTIL NOTA-VALIDA.
           MOVE WRK-NOTA TO REG-ND-NOTA-2.
           MOVE REG-ALUNO-NOME TO REG-ND-NOME.
           MOVE WRK-TURMA      TO REG-ND-TURMA.
           MOVE WRK-CODIGO     TO REG-ND-DISCIPLINA.
           MOVE WRK-BIMESTRE   TO REG-ND-BIMESTRE.
           WRITE REG-NOTA-DISCIPLINA.
           ADD 1 TO WRK-QT-LANCADOS.
           PERFORM 0320-LER-ALUNO.

       0340-PEDIR-NOTA.
           DISPLAY '  NOTA (0,0 A 10,0):'.
           ACCEPT WRK-NOTA FROM CONSOLE.
           IF WRK-NOTA > 10
               DISPLAY 'NOTA INVÁLIDA'
           ELSE
               MOVE 'S' TO WRK-NOTA-OK
           END-IF.
